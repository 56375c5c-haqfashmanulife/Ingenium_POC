      *****************************************************************
      **  MEMBER :  CCFHULCH                                         **
      **  REMARKS:  SELECT FOR THE UNIVERSAL LIFE CHARGE MASTER      **
      **            (ULCH).  ONE ROW PER UL PLAN AND ATTAINED AGE    **
      **            GIVING THE CURRENT MONTHLY COST OF INSURANCE     **
      **            RATE PER THOUSAND OF AMOUNT AT RISK, THE PREMIUM **
      **            LOAD, THE MONTHLY ADMINISTRATION CHARGE AND THE  **
      **            CURRENT CREDITED INTEREST RATE.  MAINTAINED      **
      **            ONLINE THROUGH ZSRQULCH.                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51284**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT ULCH-FILE ASSIGN TO ZSULCH
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WULCH-KEY
                  FILE STATUS    IS WULCH-SEQ-FILE-STATUS.
