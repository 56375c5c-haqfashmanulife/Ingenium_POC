      *****************************************************************
      **  MEMBER :  CCFHCPRH                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE CLIENT COMMUNICATION  **
      **            PREFERENCE HISTORY (CPRH).  ONE ROW FOR EVERY    **
      **            ADD, CHANGE OR DELETE OF A PREFERENCE ROW        **
      **            ONLINE (ZSRQCPRF) AND FOR EVERY REVERSION TO     **
      **            PAPER ON AN E-MAIL BOUNCE-BACK (ZSBMCPBN).       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT CPRH-FILE ASSIGN TO ZSCPRH
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WCPRH-KEY
                  FILE STATUS    IS WCPRH-SEQ-FILE-STATUS.
