      *****************************************************************
      **  MEMBER :  CCFHBTRK                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE OUTGOING BANK         **
      **            TRANSFER REGISTER (BTRK) - ONE ROW PER TRANSFER  **
      **            THE ZSBMDSBD DRAIN SENDS TO THE BANK, FOLLOWED   **
      **            UNTIL THE BANK CONFIRMS OR RETURNS IT.           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51275**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT BTRK-FILE ASSIGN TO ZSBTRK
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WBTRK-KEY
                  FILE STATUS    IS WBTRK-SEQ-FILE-STATUS.
