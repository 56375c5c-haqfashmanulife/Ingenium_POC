      *****************************************************************
      **  MEMBER :  ZCSRFRTN                                         **
      **  REMARKS:  RECORD FOR THE MONTHLY FUND RETURN FILE WRITTEN  **
      **            BY ZSBMFPRT FROM THE UNIT PRICE HISTORY (UPHS).  **
      **            ONE RECORD PER FUND/CURRENCY AS OF THE MONTH     **
      **            END.  RETURNS ARE CUMULATIVE PERCENTAGES OVER    **
      **            THE PERIOD; THE 3 AND 5 YEAR RETURNS ARE ALSO    **
      **            GIVEN ANNUALISED.  A PERIOD LONGER THAN THE      **
      **            FUND'S PRICE HISTORY IS FLAGGED NOT AVAILABLE.   **
      **            READ BY ZSBMCWSA FOR THE CLIENT WEB EXTRACT.     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51269**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RFRTN-SEQ-REC-INFO.
           05  RFRTN-FUND-CD                 PIC X(04).
           05  RFRTN-CRCY-CD                 PIC X(02).
           05  RFRTN-ASOF-DT                 PIC X(10).
           05  RFRTN-PRICE-DT                PIC X(10).
           05  RFRTN-UNIT-VALUE              PIC 9(07)V9(06).
           05  RFRTN-INCPT-DT                PIC X(10).
      *
      *  PERIODS: 1 = 1 MONTH, 2 = 3 MONTHS, 3 = 1 YEAR,
      *           4 = 3 YEARS, 5 = 5 YEARS, 6 = SINCE INCEPTION
      *
           05  RFRTN-PERIOD-INFO             OCCURS 6 TIMES.
               10  RFRTN-RTN-AVAIL-IND       PIC X(01).
                   88  RFRTN-RTN-AVAIL             VALUE 'Y'.
                   88  RFRTN-RTN-NOT-AVAIL         VALUE 'N'.
               10  RFRTN-RTN-PCT             PIC S9(05)V99.
      *
      *  ANNUALISED: 1 = 3 YEARS, 2 = 5 YEARS
      *
           05  RFRTN-ANNL-INFO               OCCURS 2 TIMES.
               10  RFRTN-ANNL-AVAIL-IND      PIC X(01).
                   88  RFRTN-ANNL-AVAIL            VALUE 'Y'.
                   88  RFRTN-ANNL-NOT-AVAIL        VALUE 'N'.
               10  RFRTN-ANNL-PCT            PIC S9(05)V99.
