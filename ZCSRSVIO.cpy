      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51226**  02SEP26  CTS    INITIAL VERSION                            **
S51290**  15OCT26  CTS    SUSPENDED-USER DENIAL REASON               **
S51291**  15OCT26  CTS    SEGREGATION-OF-DUTIES DENIAL REASON AND   **
S51291**                  THE POLICY IT WAS REFUSED ON               **
      *****************************************************************

       01  RSVIO-SEQ-REC-INFO.
               88  RSVIO-RSN-ROLE-INACTIVE         VALUE 'RI'.
               88  RSVIO-RSN-NO-PERMISSION         VALUE 'NP'.
               88  RSVIO-RSN-PERM-DENIED           VALUE 'PD'.
S51290         88  RSVIO-RSN-USER-SUSPENDED        VALUE 'SU'.
S51291         88  RSVIO-RSN-SOD-CONFLICT          VALUE 'SD'.
S51291     05  RSVIO-POL-ID                  PIC X(10).
