      *****************************************************************
      **  MEMBER :  CCFHAGHR                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE AGENCY HIERARCHY      **
      **            MASTER (AGHR), ONE ROW PER AGENT AND EFFECTIVE   **
      **            DATE.  A ROW HOLDS THE AGENT'S ROLE AND THE      **
      **            AGENT THEY REPORT TO FROM THAT DATE UNTIL THE    **
      **            AGENT'S NEXT ROW.  MAINTAINED ONLINE BY ZSRQAGHR **
      **            AND WALKED BY THE MONTHLY MANAGER OVERRIDE RUN   **
      **            (ZSBMOVRC) THROUGH CCPPAGHR.                     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51299**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT AGHR-FILE ASSIGN TO ZSAGHR
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WAGHR-KEY
                  FILE STATUS    IS WAGHR-SEQ-FILE-STATUS.
