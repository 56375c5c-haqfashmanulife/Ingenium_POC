      *****************************************************************
      **  MEMBER :  ZCSRCMCH                                         **
      **  REMARKS:  COMMISSION CHANGE TRANSACTION - ONE RECORD PER   **
      **            IN-FORCE CHANGE THAT MOVES THE COMMISSIONABLE    **
      **            FACE OR PREMIUM OF A COVERAGE, WRITTEN WHEN THE  **
      **            CHANGE IS APPLIED AND PICKED UP BY THE           **
      **            COMMISSION INTERFACE WITH THE CHARGEBACK         **
      **            TRANSACTIONS (ZCSRCBTX).                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51280**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RCMCH-SEQ-REC-INFO.
           05  RCMCH-POL-ID                  PIC X(10).
           05  RCMCH-CVG-NUM                 PIC X(02).
           05  RCMCH-AGT-ID                  PIC X(10).
           05  RCMCH-CHNG-TYP-CD             PIC X(02).
               88  RCMCH-CHNG-FACE-REDUCTION       VALUE 'FR'.
           05  RCMCH-EFF-DT                  PIC X(10).
           05  RCMCH-OLD-FACE-AMT            PIC 9(13)V99.
           05  RCMCH-NEW-FACE-AMT            PIC 9(13)V99.
           05  RCMCH-OLD-MPREM-AMT           PIC 9(11)V99.
           05  RCMCH-NEW-MPREM-AMT           PIC 9(11)V99.
           05  RCMCH-BILL-MODE-CD            PIC X(02).
           05  RCMCH-PRCES-DT                PIC X(10).
           05  RCMCH-USER-ID                 PIC X(08).
