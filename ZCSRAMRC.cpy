      *****************************************************************
      **  MEMBER :  ZCSRAMRC                                         **
      **  REMARKS:  DAILY INBOUND RECEIPT EXTRACT FOR THE AML        **
      **            MONITORING RUN (ZSBMAMLM) - ONE RECORD PER       **
      **            PREMIUM OR OTHER RECEIPT APPLIED TO A POLICY ON  **
      **            THE BUSINESS DATE, WHATEVER THE CHANNEL, IN      **
      **            POLICY AND RECEIPT DATE ORDER.  THE PAYOR IS     **
      **            THE PARTY THE MONEY CAME FROM WHERE THE CHANNEL  **
      **            IDENTIFIES ONE; IT IS BLANK OTHERWISE.           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51285**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RAMRC-SEQ-REC-INFO.
           05  RAMRC-POL-ID                  PIC X(10).
           05  RAMRC-RCPT-DT                 PIC X(10).
           05  RAMRC-RCPT-AMT                PIC 9(11)V99.
           05  RAMRC-RCPT-TYP-CD             PIC X(02).
               88  RAMRC-TYP-REGULAR               VALUE 'RP'.
               88  RAMRC-TYP-SINGLE-PREM           VALUE 'SP'.
               88  RAMRC-TYP-TOP-UP                VALUE 'TU'.
               88  RAMRC-TYP-LOAN-RPAY             VALUE 'LR'.
               88  RAMRC-TYP-OTHER                 VALUE 'OT'.
           05  RAMRC-CHNL-CD                 PIC X(02).
               88  RAMRC-CHNL-BANK-TRNSFR          VALUE 'BT'.
               88  RAMRC-CHNL-DIRECT-DEBIT         VALUE 'DD'.
               88  RAMRC-CHNL-CONV-STORE           VALUE 'CV'.
               88  RAMRC-CHNL-CASH                 VALUE 'CS'.
               88  RAMRC-CHNL-CREDIT-CARD          VALUE 'CC'.
               88  RAMRC-CHNL-PAYROLL              VALUE 'PD'.
           05  RAMRC-PAYOR-CLI-ID            PIC X(10).
           05  RAMRC-PAYOR-NM                PIC X(40).
           05  RAMRC-RCPT-REF-NUM            PIC X(12).
