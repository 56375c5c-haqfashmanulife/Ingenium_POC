      *****************************************************************
      **  MEMBER :  CCFHALRR                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE BATCH ALERT ROUTING   **
      **            RULES (ALRR), ONE ROW PER APPLICATION AREA AND   **
      **            SEVERITY NAMING UP TO FIVE ON-CALL CONTACTS IN   **
      **            ESCALATION ORDER AND THE MINUTES TO WAIT FOR AN  **
      **            ACKNOWLEDGEMENT BEFORE THE NEXT ONE IS TRIED.    **
      **            MAINTAINED ONLINE THROUGH ZSRQALRR; READ BY      **
      **            XSRU0030 WHEN A BATCH STEP FAILS AND BY THE      **
      **            ESCALATION RUN (ZSBMABES).                       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51294**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT ALRR-FILE ASSIGN TO ZSALRR
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WALRR-KEY
                  FILE STATUS    IS WALRR-SEQ-FILE-STATUS.
