      *****************************************************************
      **  MEMBER :  SCFHSWPS                                         **
      **  REMARKS:  SELECT FOR THE SYSTEMATIC WITHDRAWAL PLAN        **
      **            SCHEDULE FILE (SWPS).  ONE ROW PER POLICY, SET   **
      **            ONLINE BY SSRQSWPS AND DRIVEN MONTHLY BY THE     **
      **            WITHDRAWAL RUN ZSBMSWPX.                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51268**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT SWPS-FILE ASSIGN TO ZSSWPS
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WSWPS-KEY
                  FILE STATUS    IS WSWPS-SEQ-FILE-STATUS.
