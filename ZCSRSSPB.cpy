      *****************************************************************
      **  MEMBER :  ZCSRSSPB                                         **
      **  REMARKS:  RECORD FOR THE POLICY SUSPENSE BALANCE SNAPSHOT  **
      **            WRITTEN BY THE SUSPENSE RECONCILIATION ZSBMSUSR  **
      **            - ONE RECORD PER POLICY WITH MONEY IN ANY TPOL   **
      **            SUSPENSE BUCKET, IN POLICY ORDER.  THE PRIOR     **
      **            RUN'S SNAPSHOT IS THE NEXT RUN'S OPENING         **
      **            POSITION.  BUCKETS ARE HELD IN THE ORDER         **
      **            PREMIUM, PD, CREDIT CARD, BANK TRANSFER,         **
      **            MISCELLANEOUS, CASH REFUND.                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51274**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RSSPB-SEQ-REC-INFO.
           05  RSSPB-BAL-DT                  PIC X(10).
           05  RSSPB-POL-ID                  PIC X(10).
           05  RSSPB-BKT-AMT                 PIC S9(13)V99
                                             OCCURS 6 TIMES.
