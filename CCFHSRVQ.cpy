      *****************************************************************
      **  MEMBER :  CCFHSRVQ                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE POLICY SERVICE        **
      **            REQUEST REGISTER (SRVQ).  ONE ROW PER REQUEST    **
      **            REGISTERED ON RECEIPT - FROM THE IMAGING         **
      **            WORKFLOW STREAM (ZSBMSRVR), THE CALL CENTER      **
      **            (ZSBMCCIM) OR THE BRANCH (ZSRQSRVQ) - LINKED TO  **
      **            ITS COMPLETING PHST ACTIVITY BY THE DAILY AGING  **
      **            RUN (ZSBMSRVA).                                  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51305**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT SRVQ-FILE ASSIGN TO ZSSRVQ
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WSRVQ-KEY
                  FILE STATUS    IS WSRVQ-SEQ-FILE-STATUS.
