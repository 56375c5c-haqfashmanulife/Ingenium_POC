      *****************************************************************
      **  MEMBER :  CCFHRDST                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE REPORT DISTRIBUTION   **
      **            RULES (RDST).  ONE REPORT-LEVEL ROW PER REPORT   **
      **            ID SAYS HOW THE REPORT IS BURST AND WHERE ITS    **
      **            PIECES GO BY DEFAULT; FURTHER ROWS KEYED BY      **
      **            BRANCH OR AGENT SEND ONE PIECE ELSEWHERE.        **
      **            MAINTAINED ONLINE THROUGH ZSRQRDST; READ BY THE  **
      **            REPORT DISTRIBUTION RUN (ZSBMRDST).              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51296**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT RDST-FILE ASSIGN TO ZSRDST
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WRDST-KEY
                  FILE STATUS    IS WRDST-SEQ-FILE-STATUS.
