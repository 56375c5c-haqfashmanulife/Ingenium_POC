      *****************************************************************
      **  MEMBER :  CCFHHHST                                         **
      **  REMARKS:  SELECT FOR THE POLICYHOLDER HISTORY REGISTER     **
      **            (HHST).  ONE ROW PER HOLDER A POLICY HAS HAD,    **
      **            WRITTEN BY THE OWNERSHIP TRANSFER ZSRQHCHG AND   **
      **            READ BY THE PREMIUM-PAYER BASIS QUERY ZSRQHHSQ.  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51277**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT HHST-FILE ASSIGN TO ZSHHST
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WHHST-KEY
                  FILE STATUS    IS WHHST-SEQ-FILE-STATUS.
