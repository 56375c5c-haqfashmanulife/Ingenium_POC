      *****************************************************************
      **  MEMBER :  SCFHUPHS                                         **
      **  REMARKS:  SELECT FOR THE SEGREGATED FUND UNIT PRICE        **
      **            HISTORY FILE (UPHS).  ONE ROW PER FUND,          **
      **            CURRENCY AND PRICE DATE, LOADED FROM EACH        **
      **            VALIDATED UNIT PRICE SNAPSHOT (ZSBMUPHL).        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51269**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT UPHS-FILE ASSIGN TO ZSUPHS
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WUPHS-KEY
                  FILE STATUS    IS WUPHS-SEQ-FILE-STATUS.
