      *****************************************************************
      **  MEMBER :  CCFHABAL                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE BATCH ABEND ALERT     **
      **            REGISTER (ABAL), ONE ROW PER FAILED BATCH STEP.  **
      **            RAISED BY XSRU0030 WHEN IT LOGS THE ERROR,       **
      **            ESCALATED BY ZSBMABES, ACKNOWLEDGED ONLINE       **
      **            THROUGH ZSRQABAL AND SUMMARISED FOR THE MONTHLY  **
      **            OPERATIONS REVIEW BY ZSBMABMR.                   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51294**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT ABAL-FILE ASSIGN TO ZSABAL
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WABAL-KEY
                  FILE STATUS    IS WABAL-SEQ-FILE-STATUS.
