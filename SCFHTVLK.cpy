      *****************************************************************
      **  MEMBER :  SCFHTVLK                                         **
      **  REMARKS:  SELECT FOR THE TARGET-VALUE LOCK-IN              **
      **            REGISTRATION FILE (TVLK).  ONE ROW PER           **
      **            REGISTERED POLICY, SET ONLINE BY SSRQTVLK AND    **
      **            READ BY THE NIGHTLY LOCK-IN RUN ZSBMTVLK.        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51266**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT TVLK-FILE ASSIGN TO ZSTVLK
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WTVLK-KEY
                  FILE STATUS    IS WTVLK-SEQ-FILE-STATUS.
