      *****************************************************************
      **  MEMBER :  CCFHCNTQ                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE ELECTRONIC CLIENT     **
      **            NOTICE QUEUE (CNTQ).  EVERY CLIENT NOTICE THAT   **
      **            THE PREFERENCE MASTER (CPRF) ROUTES TO E-MAIL,   **
      **            SMS OR THE WEB PORTAL IS WRITTEN HERE INSTEAD OF **
      **            TO THE PRINT EXTRACT, FOR THE DELIVERY GATEWAY.  **
      **            EXTENDED BY EACH NOTICE EXTRACT IN THE RUN.      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT CNTQ-DATA-FILE ASSIGN TO ZSCNTQ
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCNTQ-SEQ-FILE-STATUS.
