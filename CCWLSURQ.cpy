      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51211**  02SEP26  CTS    INITIAL VERSION                            **
S51276**  15OCT26  CTS    ASSIGNMENT STATUS, SECURED AMOUNT AND      **
S51276**                  ASSIGNEE RETURNED; '06' WHEN A PAYOUT      **
S51276**                  WOULD NEED THE ASSIGNEE'S CONSENT          **
S51287**  15OCT26  CTS    EXECUTION-REQUEST FLAG - 'Y' WHEN THE      **
S51287**                  CALLER IS ABOUT TO PROCESS THE SURRENDER;  **
S51287**                  '07' WHEN IT IS HELD FOR A CONFIRMATION    **
S51287**                  CALL, POLICYHOLDER AGED 70 OR OVER         **
      *****************************************************************

       01  LSURQ-PARM-INFO.
               10  LSURQ-FUND-UNITS          PIC S9(09)V9(06)
                                             COMP-3.
               10  LSURQ-FUND-AMT            PIC S9(11)V99 COMP-3.
S51276     05  LSURQ-ASGN-SW                 PIC X(01).
S51276         88  LSURQ-ASGN-NONE                  VALUE 'F'.
S51276         88  LSURQ-ASGN-CONSENTED             VALUE 'C'.
S51276         88  LSURQ-ASGN-HELD                  VALUE 'H'.
S51276     05  LSURQ-ASGN-SECR-AMT           PIC S9(13)V99 COMP-3.
S51276     05  LSURQ-ASGNE-NM                PIC X(50).
S51287     05  LSURQ-EXEC-RQST-SW            PIC X(01).
S51287         88  LSURQ-EXEC-REQUESTED             VALUE 'Y'.
           05  LSURQ-RETRN-CD                PIC X(02).
               88  LSURQ-RETRN-OK                   VALUE '00'.
               88  LSURQ-RETRN-POL-NOTFND           VALUE '04'.
S51276         88  LSURQ-RETRN-ASGN-CONSENT         VALUE '06'.
S51287         88  LSURQ-RETRN-ELDER-HELD           VALUE '07'.
               88  LSURQ-RETRN-ERROR                VALUE '99'.
