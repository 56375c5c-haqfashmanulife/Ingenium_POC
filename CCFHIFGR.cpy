      *****************************************************************
      **  MEMBER :  CCFHIFGR                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE IFRS 17 CONTRACT      **
      **            GROUPING MASTER (IFGR), ONE ROW PER POLICY AND   **
      **            COVERAGE HOLDING ITS PORTFOLIO, ANNUAL ISSUE     **
      **            COHORT AND PROFITABILITY GROUP.  STAMPED BY      **
      **            ZSBMIFGR, READ BY THE VALUATION EXTRACT.         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51271**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT IFGR-FILE ASSIGN TO ZSIFGR
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WIFGR-KEY
                  FILE STATUS    IS WIFGR-SEQ-FILE-STATUS.
