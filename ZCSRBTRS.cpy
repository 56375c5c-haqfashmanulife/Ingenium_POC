      *****************************************************************
      **  MEMBER :  ZCSRBTRS                                         **
      **  REMARKS:  RECORD FOR THE BANK'S OUTGOING TRANSFER RESULT   **
      **            FILE - ONE RECORD PER TRANSFER SENT ON THE       **
      **            ZCSRM19B FEED, ECHOING THE POLICY, ACCOUNT,      **
      **            TRANSFER DATE AND AMOUNT AS SENT, WITH THE       **
      **            BANK'S RESULT.  READ BY ZSBMBTRT.                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51275**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RBTRS-SEQ-REC-INFO.
           05  RBTRS-POL-ID                  PIC X(07).
           05  RBTRS-BANK-ID                 PIC X(04).
           05  RBTRS-BANK-BRANCH-ID          PIC X(03).
           05  RBTRS-ACCT-NUM                PIC X(09).
           05  RBTRS-XFER-DT                 PIC X(10).
           05  RBTRS-XFER-AMT-TXT            PIC X(08).
           05  RBTRS-XFER-AMT REDEFINES
               RBTRS-XFER-AMT-TXT            PIC 9(08).
           05  RBTRS-RSLT-CD                 PIC X(01).
               88  RBTRS-RSLT-COMPLETED            VALUE '0'.
               88  RBTRS-RSLT-ACCT-CLOSED          VALUE '1'.
               88  RBTRS-RSLT-NO-ACCOUNT           VALUE '2'.
               88  RBTRS-RSLT-NAME-MISMATCH        VALUE '3'.
               88  RBTRS-RSLT-OTHER                VALUE '9'.
