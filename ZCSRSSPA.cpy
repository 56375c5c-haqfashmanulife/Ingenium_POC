      *****************************************************************
      **  MEMBER :  ZCSRSSPA                                         **
      **  REMARKS:  RECORD FOR THE DAILY POLICY SUSPENSE POSTING     **
      **            ACTIVITY EXTRACT - ONE RECORD PER POSTING TO A   **
      **            TPOL SUSPENSE BUCKET, IN POLICY ORDER.  THE      **
      **            AMOUNT IS SIGNED: PLUS INCREASES THE BUCKET,     **
      **            MINUS REDUCES IT.  READ BY THE SUSPENSE          **
      **            RECONCILIATION ZSBMSUSR.                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51274**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RSSPA-SEQ-REC-INFO.
           05  RSSPA-POL-ID                  PIC X(10).
           05  RSSPA-BKT-CD                  PIC X(02).
               88  RSSPA-BKT-PREM                   VALUE 'PR'.
               88  RSSPA-BKT-PD                     VALUE 'PD'.
               88  RSSPA-BKT-CC                     VALUE 'CC'.
               88  RSSPA-BKT-BT                     VALUE 'BT'.
               88  RSSPA-BKT-MISC                   VALUE 'MS'.
               88  RSSPA-BKT-CSH-RFND               VALUE 'CR'.
           05  RSSPA-ACTVTY-TYP-CD           PIC X(02).
           05  RSSPA-PSTNG-DT                PIC X(10).
           05  RSSPA-PSTNG-AMT               PIC S9(13)V99.
           05  RSSPA-PGM-ID                  PIC X(08).
