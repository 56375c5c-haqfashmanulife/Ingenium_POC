      *****************************************************************
      **  MEMBER :  CCFHAPDL                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE ADVANCE-PREMIUM       **
      **            (ZENNOU) DEPOSIT LEDGER (APDL), ONE ROW PER      **
      **            POLICY HOLDING THE DEPOSIT'S RUNNING TOTALS,     **
      **            BALANCE AND NEXT PREMIUM DUE.  POSTED MONTHLY    **
      **            BY ZSBMAPDL.                                     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51273**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT APDL-FILE ASSIGN TO ZSAPDL
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WAPDL-KEY
                  FILE STATUS    IS WAPDL-SEQ-FILE-STATUS.
