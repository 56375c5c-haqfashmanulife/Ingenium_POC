      *****************************************************************
      **  MEMBER :  ZCSRAPRC                                         **
      **  REMARKS:  ADVANCE-PREMIUM DEPOSIT RECEIPT RECORD - ONE     **
      **            RECORD PER ADVANCE (ZENNOU) PREMIUM DEPOSIT      **
      **            RECEIVED, WITH THE ADVANCE-PAYMENT DISCOUNT      **
      **            CREDITED TO THE DEPOSIT (SPACES - NONE).  INPUT  **
      **            TO THE MONTHLY LEDGER RUN ZSBMAPDL.              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51273**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RAPRC-SEQ-REC-INFO.
           05  RAPRC-POL-ID                  PIC X(10).
           05  RAPRC-RCPT-DT                 PIC X(10).
           05  RAPRC-RCPT-AMT-TXT            PIC X(13).
           05  RAPRC-RCPT-AMT REDEFINES
               RAPRC-RCPT-AMT-TXT            PIC 9(11)V99.
           05  RAPRC-DSCNT-AMT-TXT           PIC X(13).
           05  RAPRC-DSCNT-AMT REDEFINES
               RAPRC-DSCNT-AMT-TXT           PIC 9(11)V99.
