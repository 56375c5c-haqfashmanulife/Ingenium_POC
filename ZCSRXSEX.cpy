      *****************************************************************
      **  MEMBER :  ZCSRXSEX                                         **
      **  REMARKS:  EXPERIENCE STUDY EXTRACT RECORD, WRITTEN BY      **
      **            ZSBMXSTD FOR THE PRICING TEAM'S ANNUAL           **
      **            MORTALITY, MORBIDITY AND LAPSE STUDIES:          **
      **              E - ONE EXPOSURE RECORD PER COVERAGE PER       **
      **                  POLICY YEAR OVERLAPPING THE STUDY PERIOD,  **
      **                  WITH THE FRACTION OF THE POLICY YEAR       **
      **                  EXPOSED IN THE PERIOD                      **
      **              D - ONE RECORD PER ACTUAL DECREMENT, TAGGED    **
      **                  WITH ITS TYPE, DATE AND AMOUNT:            **
      **                    LP LAPSE        SV SURRENDER             **
      **                    DH DEATH        MT MATURITY              **
      **                    HS HOSPITAL     SG SURGERY               **
      **                    DI DISABILITY                            **
      **            AGE AND DURATION ARE AS AT THE START OF THE      **
      **            POLICY YEAR (ISSUE RATING AGE PLUS COMPLETED     **
      **            POLICY YEARS).                                   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51272**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RXSEX-SEQ-REC-INFO.
           05  RXSEX-REC-TYP-CD              PIC X(01).
               88  RXSEX-REC-EXPOSURE              VALUE 'E'.
               88  RXSEX-REC-DECREMENT             VALUE 'D'.
           05  RXSEX-POL-ID                  PIC X(10).
           05  RXSEX-CVG-NUM                 PIC 9(03).
           05  RXSEX-PLAN-ID                 PIC X(06).
           05  RXSEX-SEX-CD                  PIC X(01).
           05  RXSEX-SMKR-CD                 PIC X(01).
           05  RXSEX-ISS-AGE                 PIC 9(03).
           05  RXSEX-ATT-AGE                 PIC 9(03).
           05  RXSEX-POL-DUR                 PIC 9(03).
           05  RXSEX-POL-YR-STRT-DT          PIC X(10).
           05  RXSEX-FACE-AMT                PIC 9(13)V99.
           05  RXSEX-EXPSR-STRT-DT           PIC X(10).
           05  RXSEX-EXPSR-END-DT            PIC X(10).
           05  RXSEX-EXPSR-DAYS              PIC 9(03).
           05  RXSEX-EXPSR-FRAC              PIC 9(01)V9(06).
           05  RXSEX-DCR-TYP-CD              PIC X(02).
               88  RXSEX-DCR-LAPSE                 VALUE 'LP'.
               88  RXSEX-DCR-SURRENDER             VALUE 'SV'.
               88  RXSEX-DCR-DEATH                 VALUE 'DH'.
               88  RXSEX-DCR-MATURITY              VALUE 'MT'.
               88  RXSEX-DCR-MORBIDITY             VALUE 'HS' 'SG'
                                                         'DI'.
           05  RXSEX-DCR-DT                  PIC X(10).
           05  RXSEX-DCR-AMT                 PIC 9(11)V99.
