      *****************************************************************
      **  MEMBER :  CCFHJRHS                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE BATCH JOB RUN         **
      **            HISTORY (JRHS), ONE ROW PER JOB AND BUSINESS     **
      **            DATE WITH ITS START, END, ELAPSED TIME AND       **
      **            RECORDS PROCESSED.  STAMPED THROUGH THE          **
      **            XSRU0015 DEPENDENCY GATE WHEN THE JOB IS LET     **
      **            START AND WHEN IT REGISTERS COMPLETION.  READ    **
      **            BY THE NIGHTLY WINDOW ANALYSIS (ZSBMJWAN), THE   **
      **            WINDOW PROJECTION (XSRQJWIN) AND THE WEEKLY      **
      **            ELAPSED-TIME TREND REPORT (ZSBMJTRD).            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51293**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT JRHS-FILE ASSIGN TO ZSJRHS
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WJRHS-KEY
                  FILE STATUS    IS WJRHS-SEQ-FILE-STATUS.
