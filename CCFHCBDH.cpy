      *****************************************************************
      **  MEMBER :  CCFHCBDH                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE CASH-BACK BONUS       **
      **            LEFT-ON-DEPOSIT LEDGER ENTRIES (CBDH), ONE ROW   **
      **            PER AMOUNT POSTED TO A POLICY'S DEPOSIT.         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51309**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT CBDH-FILE ASSIGN TO ZSCBDH
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WCBDH-KEY
                  FILE STATUS    IS WCBDH-SEQ-FILE-STATUS.
