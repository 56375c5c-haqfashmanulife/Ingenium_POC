      *****************************************************************
      **  MEMBER :  CCFHRIOI                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE REINSURANCE STATEMENT **
      **            RECONCILIATION ITEMS (RIOI), ONE ROW PER         **
      **            REINSURER, TREATY, QUARTER, COVERAGE AND ITEM    **
      **            (PREMIUM, COMMISSION ALLOWANCE OR CLAIM          **
      **            RECOVERY), HOLDING OUR AMOUNT AND THE            **
      **            REINSURER'S.  ITEMS LEFT OPEN ARE CARRIED        **
      **            FORWARD TO THE NEXT QUARTER.  WRITTEN AND READ   **
      **            BY THE QUARTERLY RECONCILIATION (ZSBMRIRC).      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51301**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT RIOI-FILE ASSIGN TO ZSRIOI
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WRIOI-KEY
                  FILE STATUS    IS WRIOI-SEQ-FILE-STATUS.
