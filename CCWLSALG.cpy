      *****************************************************************
      **  MEMBER :  CCWLSALG                                         **
      **  REMARKS:  PARAMETER AREA FOR THE SENSITIVE-DATA ACCESS LOG **
      **            WRITER (ZSRQSALG).  EVERY ONLINE INQUIRY THAT    **
      **            SHOWS A CLIENT'S MY NUMBER ('MN'), BANK ACCOUNTS **
      **            ('BK'), MEDICAL CLAIM DETAILS ('CL') OR THE      **
      **            CLIENT 360 VIEW ('CV') CALLS IT BEFORE ANSWERING **
      **            AND DOES NOT ANSWER UNLESS IT RETURNS '00'.      **
      **            GIVE THE CLIENT, OR THE POLICY WHEN THE VIEW IS  **
      **            BY POLICY (THE HOLDER IS THEN LOGGED), AND THE   **
      **            CALLING PROGRAM.  THE REFERENCE IS FREE - THE    **
      **            CLAIM NUMBER, FOR INSTANCE.  THE VIEW TYPE IS    **
      **            'M' FOR A MASKED VIEW, OTHERWISE 'F'.            **
      **            BATCH RUNS ARE NOT VIEWS AND ARE NOT LOGGED.     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51289**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LSALG-PARM-INFO.
           05  LSALG-DATA-CTGY-CD           PIC X(02).
               88  LSALG-CTGY-MY-NUMBER               VALUE 'MN'.
               88  LSALG-CTGY-BANK-ACCT               VALUE 'BK'.
               88  LSALG-CTGY-CLAIM                   VALUE 'CL'.
               88  LSALG-CTGY-CLIENT-360              VALUE 'CV'.
           05  LSALG-VIEW-TYP-CD            PIC X(01).
               88  LSALG-VIEW-FULL                    VALUE 'F'.
               88  LSALG-VIEW-MASKED                  VALUE 'M'.
           05  LSALG-CLI-ID                 PIC X(10).
           05  LSALG-POL-ID                 PIC X(10).
           05  LSALG-REF-ID                 PIC X(12).
           05  LSALG-PGM-ID                 PIC X(08).
           05  LSALG-RETRN-CD               PIC X(02).
               88  LSALG-RETRN-OK                     VALUE '00'.
               88  LSALG-RETRN-INVALID                VALUE '05'.
               88  LSALG-RETRN-ERROR                  VALUE '99'.
