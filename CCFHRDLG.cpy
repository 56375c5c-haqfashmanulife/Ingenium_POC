      *****************************************************************
      **  MEMBER :  CCFHRDLG                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE REPORT DISTRIBUTION   **
      **            LOG (RDLG), ONE ROW PER BUSINESS DATE, REPORT    **
      **            AND BURST PIECE RECORDING WHERE THE PIECE WAS    **
      **            SENT AND HOW MANY PAGES AND LINES IT HELD.       **
      **            WRITTEN BY THE REPORT DISTRIBUTION RUN           **
      **            (ZSBMRDST).                                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51296**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT RDLG-FILE ASSIGN TO ZSRDLG
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WRDLG-KEY
                  FILE STATUS    IS WRDLG-SEQ-FILE-STATUS.
