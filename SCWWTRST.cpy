      *****************************************************************
      **  MEMBER :  SCWWTRST                                         **
      **  REMARKS:  FILE STATUS WORK AREA FOR THE SEGREGATED FUND    **
      **            TRANSFER RESTRICTION TABLE (TRST).  THE REQUEST  **
      **            KEY AND OPEN SWITCH ARE USED BY SCPPTRST, WHICH  **
      **            HOLDS THE FILE OPEN ACROSS CALLS.                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51265**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WTRST-SEQ-IO-WORK-AREA.
           05  WTRST-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'TRST'.
           05  WTRST-SEQ-IO-COMMAND             PIC X(02).
           05  WTRST-RQST-POL-ID                PIC X(10).
           05  WTRST-RQST-FUND-CD               PIC X(04).
           05  WTRST-OPEN-SW                    PIC X(01)
                                                VALUE 'N'.
               88  WTRST-FILE-OPEN                    VALUE 'Y'.
           05  WTRST-SEQ-FILE-STATUS            PIC X(02).
               88  WTRST-IO-OK                        VALUE '00'.
               88  WTRST-IO-EOF                       VALUE '10'.
               88  WTRST-IO-NOTFND                    VALUE '23'.
               88  WTRST-IO-NOFILE                    VALUE '35'.
