      *****************************************************************
      **  MEMBER :  SCFHTRST                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE SEGREGATED FUND       **
      **            TRANSFER RESTRICTION TABLE (TRST).  WRITTEN BY   **
      **            THE MARKET-TIMING SURVEILLANCE RUN (ZSBMMTSV),   **
      **            MAINTAINED ONLINE BY SSRQTRST AND READ BY THE    **
      **            TRANSFER DRIVER SSRF6350 THROUGH SCPPTRST.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51265**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT TRST-FILE ASSIGN TO ZSTRST
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WTRST-KEY
                  FILE STATUS    IS WTRST-SEQ-FILE-STATUS.
