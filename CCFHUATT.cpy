      *****************************************************************
      **  MEMBER :  CCFHUATT                                         **
      **  REMARKS:  SELECT FOR THE ACCESS ATTESTATION FILE (UATT).   **
      **            ONE ROW PER RECERTIFICATION CAMPAIGN (QUARTER),  **
      **            MANAGER AND USER, OPENED BY THE QUARTERLY RUN    **
      **            OF ZSBMUARC AND DECIDED BY THE MANAGER THROUGH   **
      **            ZSRQUATT.  KEYED SO THAT ONE MANAGER'S USERS     **
      **            READ TOGETHER.  ROWS ARE KEPT AS EVIDENCE.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51290**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT UATT-FILE ASSIGN TO ZSUATT
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WUATT-KEY
                  FILE STATUS    IS WUATT-SEQ-FILE-STATUS.
