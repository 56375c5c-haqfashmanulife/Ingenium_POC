      *****************************************************************
      **  MEMBER :  CCFHLGHD                                         **
      **  REMARKS:  SELECT FOR THE CLIENT LEGAL HOLD REGISTER        **
      **            (LGHD).  ONE ROW PER CLIENT PER CASE, PLACED AND **
      **            RELEASED ONLINE BY THE LEGAL DEPARTMENT THROUGH  **
      **            ZSRQLGHD.  A CLIENT WITH AN ACTIVE HOLD IS NEVER **
      **            TAKEN BY THE PERSONAL DATA ERASURE RUN           **
      **            (ZSBMPDRE).                                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51288**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT LGHD-FILE ASSIGN TO ZSLGHD
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WLGHD-KEY
                  FILE STATUS    IS WLGHD-SEQ-FILE-STATUS.
