      *****************************************************************
      **  MEMBER :  ZCSRUPEC                                         **
      **  REMARKS:  UNIT-PRICE ERROR COMPENSATION RECORD WRITTEN BY  **
      **            ZSBMUPEC - ONE RECORD PER POLICY HOLDING FUND    **
      **            ACTIVITY ALLOCATED AT THE ERRONEOUS PRICE, WITH  **
      **            THE UNIT AND CASH DIFFERENCE, THE COMPENSATION   **
      **            VALUE AND WHETHER IT WAS POSTED, WAIVED UNDER    **
      **            THE DE MINIMIS THRESHOLD OR NOT OWED.  SENT BY   **
      **            COMPLIANCE WITH THE INCIDENT REPORT.             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51263**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RUPEC-SEQ-REC-INFO.
           05  RUPEC-POL-ID                  PIC X(10).
           05  RUPEC-FUND-CD                 PIC X(04).
           05  RUPEC-ERR-PRICE-DT            PIC X(10).
           05  RUPEC-WRONG-UNIT-PRICE        PIC 9(07)V9(06).
           05  RUPEC-CRCT-UNIT-PRICE         PIC 9(07)V9(06).
           05  RUPEC-POSTING-CNT             PIC 9(05).
           05  RUPEC-UNITS-DIFF              PIC S9(11)V9(06).
           05  RUPEC-CASH-DIFF               PIC S9(13)V99.
           05  RUPEC-CMPN-UNITS              PIC 9(11)V9(06).
           05  RUPEC-CMPN-CASH-AMT           PIC 9(13)V99.
           05  RUPEC-CMPN-VALUE-AMT          PIC 9(13)V99.
           05  RUPEC-CMPN-ACTN-CD            PIC X(01).
               88  RUPEC-ACTN-COMPENSATED          VALUE 'C'.
               88  RUPEC-ACTN-WAIVED               VALUE 'W'.
               88  RUPEC-ACTN-NO-LOSS              VALUE 'N'.
           05  RUPEC-RUN-DT                  PIC X(10).
