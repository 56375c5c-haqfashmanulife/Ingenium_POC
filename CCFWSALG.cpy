      *****************************************************************
      **  MEMBER :  CCFWSALG                                         **
      **  REMARKS:  FD AND LOG RECORD FOR THE SENSITIVE-DATA ACCESS  **
      **            LOG (SALG).  SEE CCFHSALG.  KEYED BY CLIENT SO   **
      **            ONE CLIENT'S HISTORY READS IN TIME ORDER; THE    **
      **            SEQUENCE SEPARATES VIEWS IN THE SAME HUNDREDTH   **
      **            OF A SECOND.  A CLAIM VIEW GIVEN ONLY A POLICY   **
      **            IS LOGGED UNDER THE POLICY HOLDER.  ROWS ARE     **
      **            NEVER CHANGED OR DELETED ONLINE.                 **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51289**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  SALG-FILE
           LABEL RECORDS ARE STANDARD.

       01  WSALG-REC-INFO.
           05  WSALG-KEY.
               10  WSALG-CLI-ID              PIC X(10).
               10  WSALG-ACCS-DT             PIC X(10).
               10  WSALG-ACCS-TIME           PIC X(08).
               10  WSALG-SEQ-NUM             PIC 9(03).
           05  WSALG-USER-ID                 PIC X(08).
           05  WSALG-TERM-ID                 PIC X(04).
           05  WSALG-TRXN-ID                 PIC X(04).
           05  WSALG-PGM-ID                  PIC X(08).
           05  WSALG-DATA-CTGY-CD            PIC X(02).
               88  WSALG-CTGY-MY-NUMBER             VALUE 'MN'.
               88  WSALG-CTGY-BANK-ACCT             VALUE 'BK'.
               88  WSALG-CTGY-CLAIM                 VALUE 'CL'.
               88  WSALG-CTGY-CLIENT-360            VALUE 'CV'.
               88  WSALG-CTGY-VALID                 VALUE 'MN' 'BK'
                                                          'CL' 'CV'.
           05  WSALG-VIEW-TYP-CD             PIC X(01).
               88  WSALG-VIEW-FULL                  VALUE 'F'.
               88  WSALG-VIEW-MASKED                VALUE 'M'.
           05  WSALG-POL-ID                  PIC X(10).
           05  WSALG-REF-ID                  PIC X(12).
           05  FILLER                        PIC X(20).
