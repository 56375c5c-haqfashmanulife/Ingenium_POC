      *****************************************************************
      **  MEMBER :  CCFHPDRA                                         **
      **  REMARKS:  SELECT FOR THE CLIENT ACTIVITY PROFILE (PDRA).   **
      **            ONE ROW PER CLIENT WITH ANY POLICY, COVERAGE,    **
      **            CLAIM, UNPAID BENEFIT, INTERACTION OR AML        **
      **            ALERT, REBUILT FROM SCRATCH ON EVERY RUN OF THE  **
      **            PERSONAL DATA RETENTION JOB (ZSBMPDRE).          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51288**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT PDRA-FILE ASSIGN TO ZSPDRA
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WPDRA-KEY
                  FILE STATUS    IS WPDRA-SEQ-FILE-STATUS.
