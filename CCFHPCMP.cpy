      *****************************************************************
      **  MEMBER :  CCFHPCMP                                         **
      **  REMARKS:  SELECT FOR THE PREMIUM PAYMENT COMPLETION        **
      **            REGISTER (PCMP).  ONE ROW PER LIMITED-PAY POLICY **
      **            WHOSE PREMIUM-PAYING PERIOD ENDS WITHIN THE      **
      **            LOOKAHEAD WINDOW, LISTED BY ZSBMPCLK, COMPLETED  **
      **            BY ZSBMPCMP AND READ BY THE BILLING RUNS SO NO   **
      **            PREMIUM IS COLLECTED PAST THE LAST DUE DATE.     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51308**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT PCMP-FILE ASSIGN TO ZSPCMP
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WPCMP-KEY
                  FILE STATUS    IS WPCMP-SEQ-FILE-STATUS.
