      *****************************************************************
      **  MEMBER :  CCFHCTIV                                         **
      **  REMARKS:  SELECT FOR THE CONTESTABLE-PERIOD CLAIM          **
      **            INVESTIGATION WORKLIST (CTIV).  ONE ROW PER      **
      **            CLAIM DECIDED WITHIN TWO YEARS OF THE POLICY'S   **
      **            ISSUE OR LATEST REINSTATEMENT, OPENED BY THE     **
      **            ZSBM9327 DECISION INTERFACE AND DISPOSED ONLINE  **
      **            THROUGH ZSRQCTIV.                                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51283**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT CTIV-FILE ASSIGN TO ZSCTIV
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WCTIV-KEY
                  FILE STATUS    IS WCTIV-SEQ-FILE-STATUS.
