      *****************************************************************
      **  MEMBER :  CCFHAPDH                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE ADVANCE-PREMIUM       **
      **            DEPOSIT LEDGER ENTRIES (APDH), ONE ROW PER       **
      **            AMOUNT POSTED TO A POLICY'S DEPOSIT.             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51273**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT APDH-FILE ASSIGN TO ZSAPDH
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WAPDH-KEY
                  FILE STATUS    IS WAPDH-SEQ-FILE-STATUS.
