      *****************************************************************
      **  MEMBER :  SCFHFDAM                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE FUND ASSET MANAGER    **
      **            ASSIGNMENT TABLE (FDAM).  MAINTAINED ONLINE BY   **
      **            SSRQFDAM, READ BY SCPPFDAM.                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51264**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT FDAM-FILE ASSIGN TO ZSFDAM
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WFDAM-KEY
                  FILE STATUS    IS WFDAM-SEQ-FILE-STATUS.
