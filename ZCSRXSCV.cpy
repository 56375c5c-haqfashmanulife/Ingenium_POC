      *****************************************************************
      **  MEMBER :  ZCSRXSCV                                         **
      **  REMARKS:  EXPERIENCE STUDY COVERAGE RECORD - ONE RECORD    **
      **            PER COVERAGE IN FORCE AT ANY TIME IN THE STUDY   **
      **            PERIOD (IN FORCE AT ITS START OR ISSUED DURING   **
      **            IT, WHATEVER ITS STATUS TODAY), IN POLICY/       **
      **            COVERAGE ORDER, CUT FROM THE COVERAGE DATA WITH  **
      **            THE RATING ATTRIBUTES (CVG-SEX-CD, CVG-SMKR-CD,  **
      **            CVG-RT-AGE AT ISSUE).  DRIVER FILE FOR THE       **
      **            EXPERIENCE STUDY EXTRACT ZSBMXSTD.               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51272**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RXSCV-SEQ-REC-INFO.
           05  RXSCV-POL-ID                  PIC X(10).
           05  RXSCV-CVG-NUM                 PIC 9(03).
           05  RXSCV-PLAN-ID                 PIC X(06).
           05  RXSCV-CVG-STAT-CD             PIC X(02).
           05  RXSCV-CVG-SEX-CD              PIC X(01).
           05  RXSCV-CVG-SMKR-CD             PIC X(01).
           05  RXSCV-CVG-RT-AGE              PIC X(03).
           05  RXSCV-CVG-RT-AGE-N REDEFINES
               RXSCV-CVG-RT-AGE              PIC 9(03).
           05  RXSCV-CVG-ISS-EFF-DT          PIC X(10).
           05  RXSCV-FACE-AMT-TXT            PIC X(15).
           05  RXSCV-FACE-AMT REDEFINES
               RXSCV-FACE-AMT-TXT            PIC 9(13)V99.
