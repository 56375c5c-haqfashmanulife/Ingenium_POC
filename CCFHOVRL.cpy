      *****************************************************************
      **  MEMBER :  CCFHOVRL                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE MANAGER OVERRIDE      **
      **            LEDGER (OVRL), ONE ROW PER POLICY AND MANAGER    **
      **            PAID AN OVERRIDE ON IT, ACCUMULATING THE         **
      **            WRITING AGENT'S COMMISSION THE OVERRIDES WERE    **
      **            EARNED ON, THE OVERRIDES PAID AND THE AMOUNT     **
      **            CLAWED BACK.  WRITTEN AND READ BY THE MONTHLY    **
      **            OVERRIDE RUN (ZSBMOVRC).                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51299**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT OVRL-FILE ASSIGN TO ZSOVRL
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WOVRL-KEY
                  FILE STATUS    IS WOVRL-SEQ-FILE-STATUS.
