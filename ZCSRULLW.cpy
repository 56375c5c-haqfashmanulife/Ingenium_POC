      *****************************************************************
      **  MEMBER :  ZCSRULLW                                         **
      **  REMARKS:  RECORD FOR THE UNIVERSAL LIFE PROJECTED-LAPSE    **
      **            WARNING EXTRACT WRITTEN BY ZSBMULLP - ONE RECORD **
      **            PER POLICY WHOSE ACCOUNT VALUE IS PROJECTED TO   **
      **            RUN OUT WITHIN TWELVE MONTHS.  THE SAME LAYOUT   **
      **            FEEDS THE SERVICING AGENT COPY, WHICH IS WRITTEN **
      **            EVEN WHEN THE CLIENT NOTICE IS SUPPRESSED FOR AN **
      **            UNDELIVERABLE ADDRESS (RTML).                    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51284**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RULLW-SEQ-REC-INFO.
           05  RULLW-POL-ID                  PIC X(10).
           05  RULLW-CLI-ID                  PIC X(10).
           05  RULLW-SERV-AGT-ID             PIC X(10).
           05  RULLW-SERV-BR-ID              PIC X(05).
           05  RULLW-PROJ-DT                 PIC X(10).
           05  RULLW-ACCT-VALU-AMT           PIC S9(13)V99
                                             SIGN LEADING SEPARATE.
           05  RULLW-LAPS-MO                 PIC X(07).
           05  RULLW-NXT-ANNV-DT             PIC X(10).
           05  RULLW-XTRA-PREM-AMT           PIC 9(13)V99.
           05  RULLW-PROJ-BASIS-CD           PIC X(01).
               88  RULLW-BASIS-CHARGE-RATES        VALUE 'R'.
               88  RULLW-BASIS-PREMIUM             VALUE 'P'.
           05  RULLW-CLI-SUPRSD-IND          PIC X(01).
               88  RULLW-CLI-SUPRSD                VALUE 'Y'.
               88  RULLW-CLI-NOT-SUPRSD            VALUE 'N'.
