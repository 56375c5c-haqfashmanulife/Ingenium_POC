      *****************************************************************
      **  MEMBER :  CCFHAMLW                                         **
      **  REMARKS:  SELECT FOR THE AML COMPLIANCE WORKLIST (AMLW).   **
      **            ONE ROW PER SCENARIO HIT RAISED BY THE NIGHTLY   **
      **            INBOUND MONITORING RUN (ZSBMAMLM), KEYED BY      **
      **            POLICY, SCENARIO AND THE DATE OF THE RECEIPT OR  **
      **            DISBURSEMENT THAT RAISED IT, AND DISPOSED ONLINE **
      **            THROUGH ZSRQAMLW.                                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51285**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT AMLW-FILE ASSIGN TO ZSAMLW
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WAMLW-KEY
                  FILE STATUS    IS WAMLW-SEQ-FILE-STATUS.
