      *****************************************************************
      **  MEMBER :  ZCSRCWFP                                         **
      **  REMARKS:  RECORD FOR THE CWS FUND PERFORMANCE EXTRACT      **
      **            WRITTEN BY ZSBMCWSA ALONGSIDE THE POLICY         **
      **            EXTRACT.  ONE RECORD PER FUND/CURRENCY FROM THE  **
      **            MONTHLY FUND RETURN FILE (ZCSRFRTN), WITH THE    **
      **            PRICE AND RETURNS EDITED FOR DISPLAY.  A RETURN  **
      **            NOT AVAILABLE FOR THE PERIOD IS LEFT BLANK.      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51269**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RCWFP-SEQ-REC-INFO.
           05  RCWFP-FUND-CD                 PIC X(04).
           05  RCWFP-CRCY-CD                 PIC X(02).
           05  RCWFP-ASOF-DT                 PIC X(10).
           05  RCWFP-PRICE-DT                PIC X(10).
           05  RCWFP-UNIT-VALUE              PIC Z(06)9.9(06).
           05  RCWFP-INCPT-DT                PIC X(10).
      *
      *  1 MONTH, 3 MONTHS, 1 YEAR, 3 YEARS, 5 YEARS, SINCE
      *  INCEPTION, THEN 3 AND 5 YEARS ANNUALISED
      *
           05  RCWFP-RTN-INFO                OCCURS 8 TIMES.
               10  RCWFP-RTN-TXT             PIC X(09).
               10  RCWFP-RTN-PCT REDEFINES
                   RCWFP-RTN-TXT             PIC -(5)9.99.
