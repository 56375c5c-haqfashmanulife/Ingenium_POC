      *****************************************************************
      **  MEMBER :  CCFHCPRF                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE CLIENT COMMUNICATION  **
      **            PREFERENCE MASTER (CPRF), ONE ROW PER CLIENT AND **
      **            DOCUMENT CATEGORY, PLUS AN OPTIONAL CLIENT-WIDE  **
      **            DEFAULT ROW (CATEGORY '**').  MAINTAINED ONLINE  **
      **            BY ZSRQCPRF AND BY THE E-MAIL BOUNCE-BACK RUN    **
      **            (ZSBMCPBN), HONORED BY EVERY CLIENT NOTICE       **
      **            EXTRACT THROUGH CCPPCPRF, REPORTED MONTHLY BY    **
      **            ZSBMCPRM.                                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT CPRF-FILE ASSIGN TO ZSCPRF
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WCPRF-KEY
                  FILE STATUS    IS WCPRF-SEQ-FILE-STATUS.
