      *****************************************************************
      **  MEMBER :  SCFWUPHS                                         **
      **  REMARKS:  FD AND RECORD FOR THE SEGREGATED FUND UNIT       **
      **            PRICE HISTORY FILE (UPHS).  THE KEY ORDER (FUND, **
      **            CURRENCY, PRICE DATE) GIVES EACH FUND'S PRICES   **
      **            OLDEST FIRST ON A SEQUENTIAL READ.               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51269**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  UPHS-FILE
           LABEL RECORDS ARE STANDARD.

       01  WUPHS-REC-INFO.
           05  WUPHS-KEY.
               10  WUPHS-FUND-CD             PIC X(04).
               10  WUPHS-CRCY-CD             PIC X(02).
               10  WUPHS-PRICE-DT            PIC X(10).
           05  WUPHS-UNIT-VALUE              PIC 9(07)V9(06).
           05  WUPHS-LOAD-DT                 PIC X(10).
           05  WUPHS-LOAD-PGM-ID             PIC X(08).
