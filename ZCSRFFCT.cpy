      *****************************************************************
      **  MEMBER :  ZCSRFFCT                                         **
      **  REMARKS:  RECORD FOR THE AGENT FUND FACT FILE WRITTEN      **
      **            MONTHLY BY ZSBMFPRT.  ONE RECORD PER FUND/       **
      **            CURRENCY - THE LATEST AND LAUNCH PRICES, THE     **
      **            ONE-YEAR HIGH AND LOW, AND THE SAME PERIOD       **
      **            RETURNS AS THE FUND RETURN FILE (ZCSRFRTN).      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51269**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RFFCT-SEQ-REC-INFO.
           05  RFFCT-FUND-CD                 PIC X(04).
           05  RFFCT-CRCY-CD                 PIC X(02).
           05  RFFCT-ASOF-DT                 PIC X(10).
           05  RFFCT-PRICE-DT                PIC X(10).
           05  RFFCT-UNIT-VALUE              PIC 9(07)V9(06).
           05  RFFCT-INCPT-DT                PIC X(10).
           05  RFFCT-INCPT-UNIT-VALUE        PIC 9(07)V9(06).
           05  RFFCT-HIGH-1YR-UNIT-VALUE     PIC 9(07)V9(06).
           05  RFFCT-LOW-1YR-UNIT-VALUE      PIC 9(07)V9(06).
      *
      *  PERIODS: 1 = 1 MONTH, 2 = 3 MONTHS, 3 = 1 YEAR,
      *           4 = 3 YEARS, 5 = 5 YEARS, 6 = SINCE INCEPTION
      *
           05  RFFCT-PERIOD-INFO             OCCURS 6 TIMES.
               10  RFFCT-RTN-AVAIL-IND       PIC X(01).
                   88  RFFCT-RTN-AVAIL             VALUE 'Y'.
                   88  RFFCT-RTN-NOT-AVAIL         VALUE 'N'.
               10  RFFCT-RTN-PCT             PIC S9(05)V99.
      *
      *  ANNUALISED: 1 = 3 YEARS, 2 = 5 YEARS
      *
           05  RFFCT-ANNL-INFO               OCCURS 2 TIMES.
               10  RFFCT-ANNL-AVAIL-IND      PIC X(01).
                   88  RFFCT-ANNL-AVAIL            VALUE 'Y'.
                   88  RFFCT-ANNL-NOT-AVAIL        VALUE 'N'.
               10  RFFCT-ANNL-PCT            PIC S9(05)V99.
