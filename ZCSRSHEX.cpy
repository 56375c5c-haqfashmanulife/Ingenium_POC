      *****************************************************************
      **  MEMBER :  ZCSRSHEX                                         **
      **  REMARKS:  STATUTORY PAYMENT RECORD EXCEPTION - ONE RECORD  **
      **            PER REPORTABLE PAYMENT THE YEAR-END RUN          **
      **            (ZSBMSHCH) COULD NOT FILE BECAUSE THE PAYEE HAS  **
      **            NO MY NUMBER ON THE TAXN MASTER, SO THE NUMBER   **
      **            CAN BE CHASED BEFORE THE FILING DEADLINE.        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51261**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RSHEX-SEQ-REC-INFO.
           05  RSHEX-TAX-YR                  PIC 9(04).
           05  RSHEX-PAYEE-CLI-ID            PIC X(10).
           05  RSHEX-POL-ID                  PIC X(10).
           05  RSHEX-PMT-TYP-CD              PIC X(02).
           05  RSHEX-PMT-DT                  PIC X(10).
           05  RSHEX-PMT-AMT                 PIC 9(11)V99.
           05  RSHEX-RSN-CD                  PIC X(02).
               88  RSHEX-RSN-NO-MYNO                VALUE 'NM'.
               88  RSHEX-RSN-NO-CLIENT              VALUE 'NC'.
