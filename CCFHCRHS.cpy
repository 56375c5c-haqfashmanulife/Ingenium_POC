      *****************************************************************
      **  MEMBER :  CCFHCRHS                                         **
      **  REMARKS:  SELECT FOR THE CLIENT RISK RATING HISTORY        **
      **            (CRHS).  ONE ROW EACH TIME A CLIENT'S AML RISK   **
      **            BAND IS SET OR CHANGES, KEYED BY CLIENT, DATE    **
      **            AND SEQUENCE, WRITTEN BY ZSBMKYCR AND BROWSED    **
      **            ONLINE THROUGH ZSRQCKYC.                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51286**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT CRHS-FILE ASSIGN TO ZSCRHS
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WCRHS-KEY
                  FILE STATUS    IS WCRHS-SEQ-FILE-STATUS.
