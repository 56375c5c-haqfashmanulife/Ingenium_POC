      *****************************************************************
      **  MEMBER :  CCFHECIR                                         **
      **  REMARKS:  SELECT FOR THE TAX-CERTIFICATE DELIVERY REGISTER **
      **            (ECIR).  ONE ROW PER CERTIFICATE ISSUED AS AN    **
      **            E-TAX XML DOCUMENT, WRITTEN BY ZSBMCTXM.  READ   **
      **            BY THE ZSBMCTCR RECONCILIATION AND THE SSRQTXCR  **
      **            REPRINT TRANSACTION TO TELL WHICH CHANNEL A      **
      **            CERTIFICATE WENT OUT BY - NO ROW MEANS PAPER.    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51262**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT ECIR-FILE ASSIGN TO ZSECIR
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WECIR-KEY
                  FILE STATUS    IS WECIR-SEQ-FILE-STATUS.
