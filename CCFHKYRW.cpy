      *****************************************************************
      **  MEMBER :  CCFHKYRW                                         **
      **  REMARKS:  SELECT FOR THE KYC REVIEW WORKLIST (KYRW).  ONE  **
      **            ROW PER CLIENT DUE FOR A KYC REFRESH, KEYED BY   **
      **            CLIENT AND DUE DATE, RAISED BY THE MONTHLY       **
      **            RATING RUN (ZSBMKYCR) AND COMPLETED ONLINE       **
      **            THROUGH ZSRQCKYC.                                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51286**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT KYRW-FILE ASSIGN TO ZSKYRW
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WKYRW-KEY
                  FILE STATUS    IS WKYRW-SEQ-FILE-STATUS.
