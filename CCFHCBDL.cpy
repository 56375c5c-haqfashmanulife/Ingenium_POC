      *****************************************************************
      **  MEMBER :  CCFHCBDL                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE CASH-BACK BONUS       **
      **            LEFT-ON-DEPOSIT (SUEOKI) LEDGER (CBDL), ONE ROW  **
      **            PER POLICY HOLDING THE DEPOSIT'S RUNNING TOTALS  **
      **            AND BALANCE.  POSTED MONTHLY BY ZSBMCBDL AND ON  **
      **            A CLIENT WITHDRAWAL BY ZSRQCBDW.                 **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51309**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT CBDL-FILE ASSIGN TO ZSCBDL
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WCBDL-KEY
                  FILE STATUS    IS WCBDL-SEQ-FILE-STATUS.
