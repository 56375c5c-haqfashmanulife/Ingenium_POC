      *****************************************************************
      **  MEMBER :  CCFHDCST                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE DEATH CLAIM           **
      **            SETTLEMENT REGISTER (DCST).  ONE ROW PER DEATH   **
      **            CLAIM SETTLED BY ZSBMDCST, KEPT AS THE AUDIT     **
      **            RECORD OF THE CALCULATION AND STAMPED WITH THE   **
      **            CLAIMS SYSTEM PAYMENT FEEDBACK BY ZSBMCLPS.      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51306**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT DCST-FILE ASSIGN TO ZSDCST
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WDCST-KEY
                  FILE STATUS    IS WDCST-SEQ-FILE-STATUS.
