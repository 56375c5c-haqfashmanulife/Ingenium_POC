      *****************************************************************
      **  MEMBER :  SCFHGBHS                                         **
      **  REMARKS:  SELECT FOR THE SEGREGATED FUND GUARANTEE BASE    **
      **            HISTORY FILE (GBHS).  ONE ROW PER CHANGE TO A    **
      **            POLICY'S GUARANTEE BASE.                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51267**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT GBHS-FILE ASSIGN TO ZSGBHS
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WGBHS-KEY
                  FILE STATUS    IS WGBHS-SEQ-FILE-STATUS.
