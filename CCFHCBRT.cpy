      *****************************************************************
      **  MEMBER :  CCFHCBRT                                         **
      **  REMARKS:  SELECT FOR THE CASH-BACK BONUS DEPOSIT DECLARED  **
      **            RATE TABLE (CBRT).  ONE ROW PER DECLARATION,     **
      **            KEYED BY THE DATE FROM WHICH IT APPLIES; A BONUS **
      **            LEFT ON DEPOSIT EARNS THE RATE OF THE LATEST     **
      **            DECLARATION ON OR BEFORE ITS DEPOSIT DATE.       **
      **            MAINTAINED ONLINE THROUGH ZSRQCBRT.              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51309**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT CBRT-FILE ASSIGN TO ZSCBRT
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WCBRT-KEY
                  FILE STATUS    IS WCBRT-SEQ-FILE-STATUS.
