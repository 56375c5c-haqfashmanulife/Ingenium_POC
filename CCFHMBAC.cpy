      *****************************************************************
      **  MEMBER :  CCFHMBAC                                         **
      **  REMARKS:  SELECT FOR THE MEDICAL BENEFIT ACCUMULATOR       **
      **            (MBAC).  ONE ROW PER COVERAGE AND BENEFIT TYPE   **
      **            HOLDING WHAT HAS BEEN PAID SO FAR - HOSPITAL     **
      **            DAYS OR OPERATIONS, CLAIMS AND AMOUNT - BUILT UP **
      **            FROM THE CLAIMS PAYMENT FEEDBACK (ZSBMCLPS).     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT MBAC-FILE ASSIGN TO ZSMBAC
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WMBAC-KEY
                  FILE STATUS    IS WMBAC-SEQ-FILE-STATUS.
