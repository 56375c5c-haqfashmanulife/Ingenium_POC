      *****************************************************************
      **  MEMBER :  ZCSRGLAB                                         **
      **  REMARKS:  GENERAL LEDGER ACCOUNT BALANCE RECORD - ONE      **
      **            RECORD PER GL ACCOUNT FROM THE MONTH-END TRIAL   **
      **            BALANCE, WITH ITS DEBIT OR CREDIT BALANCE AT     **
      **            THE BALANCE DATE.  READ BY THE SUBLEDGER         **
      **            RECONCILIATIONS.                                 **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51273**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RGLAB-SEQ-REC-INFO.
           05  RGLAB-GL-ACCT-CD              PIC X(08).
           05  RGLAB-BAL-DT                  PIC X(10).
           05  RGLAB-DR-CR-IND               PIC X(01).
               88  RGLAB-DEBIT-BAL                 VALUE 'D'.
               88  RGLAB-CREDIT-BAL                VALUE 'C'.
           05  RGLAB-BAL-AMT-TXT             PIC X(15).
           05  RGLAB-BAL-AMT REDEFINES
               RGLAB-BAL-AMT-TXT             PIC 9(13)V99.
