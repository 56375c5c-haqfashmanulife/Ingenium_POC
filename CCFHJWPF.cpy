      *****************************************************************
      **  MEMBER :  CCFHJWPF                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE BATCH WINDOW          **
      **            PROFILE (JWPF), REBUILT EACH NIGHT BY THE        **
      **            WINDOW ANALYSIS (ZSBMJWAN).  FOR EACH DAY TYPE   **
      **            (NORMAL, MONTH-END, YEAR-END) ONE HEADER ROW     **
      **            (BLANK JOB) WITH THE ONLINE-START DEADLINE AND   **
      **            THE TYPICAL WINDOW, AND ONE ROW PER JOB WITH     **
      **            ITS TYPICAL DURATION, ITS PREDECESSORS FROM      **
      **            JDEP AND ITS PLACE ON THE CRITICAL PATH.  READ   **
      **            BY THE WINDOW PROJECTION (XSRQJWIN).             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51293**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT JWPF-FILE ASSIGN TO ZSJWPF
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WJWPF-KEY
                  FILE STATUS    IS WJWPF-SEQ-FILE-STATUS.
