      *****************************************************************
      **  MEMBER :  CCFHCTRG                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE INTER-JOB CONTROL     **
      **            TOTAL REGISTRY (CTRG), ONE ROW PER HANDOFF FILE  **
      **            AND BUSINESS DATE.  THE PRODUCING JOB REGISTERS  **
      **            ITS OUTPUT'S RECORD COUNT AND HASH TOTAL AND     **
      **            EACH CONSUMING JOB RECORDS ITS OWN COUNT OF THE  **
      **            INPUT AGAINST IT, BOTH THROUGH XSRU0017.  READ   **
      **            BY THE XSRU0015 DEPENDENCY GATE AND REPORTED     **
      **            DAILY BY ZSBMCTRR.                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51295**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT CTRG-FILE ASSIGN TO ZSCTRG
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WCTRG-KEY
                  FILE STATUS    IS WCTRG-SEQ-FILE-STATUS.
