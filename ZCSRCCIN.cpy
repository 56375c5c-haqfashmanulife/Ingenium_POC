S51181**  23AUG26  CTS    INITIAL VERSION                            **
S51233**  02SEP26  CTS    COMPLAINT CLASSIFICATION AND SEVERITY ON   **
S51233**                  THE INTERACTION                            **
S51305**  15OCT26  CTS    SERVICE REQUEST TYPE - A CONTACT THAT      **
S51305**                  RAISES A POLICY SERVICE REQUEST IS         **
S51305**                  REGISTERED ON THE SRVQ REGISTER            **
      *****************************************************************

       01  RCCIN-SEQ-REC-INFO.
S51233         88  RCCIN-SVRTY-HIGH                VALUE '1'.
S51233         88  RCCIN-SVRTY-MEDIUM              VALUE '2'.
S51233         88  RCCIN-SVRTY-LOW                 VALUE '3'.
S51305     05  RCCIN-SRVC-TYP-CD             PIC X(02).
