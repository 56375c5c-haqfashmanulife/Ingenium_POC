      *****************************************************************
      **  MEMBER :  ZCSRUDIN                                         **
      **  REMARKS:  DAILY NET UNIT DEALING INSTRUCTION RECORD WRITTEN **
      **            BY ZSBMUDIN - ONE HEADER, ONE DETAIL PER FUND    **
      **            WITH A NET BUY OR SELL AND ONE TRAILER FOR EACH  **
      **            ASSET MANAGER, SO TRANSMISSION CAN SPLIT THE     **
      **            FILE BY MANAGER.  READ BACK BY ZSBMUDCM TO MATCH **
      **            THE MANAGERS' CONFIRMATIONS.                     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51264**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RUDIN-SEQ-REC-INFO.
           05  RUDIN-REC-TYP-CD              PIC X(01).
               88  RUDIN-REC-HEADER                 VALUE 'H'.
               88  RUDIN-REC-DETAIL                 VALUE 'D'.
               88  RUDIN-REC-TRAILER                VALUE 'T'.
           05  RUDIN-AMGR-ID                 PIC X(08).
           05  RUDIN-TRADE-DT                PIC X(10).
           05  RUDIN-DETAIL-INFO.
               10  RUDIN-FUND-CD             PIC X(04).
               10  RUDIN-DEAL-TYP-CD         PIC X(01).
                   88  RUDIN-DEAL-BUY               VALUE 'B'.
                   88  RUDIN-DEAL-SELL              VALUE 'S'.
               10  RUDIN-DEAL-UNITS          PIC 9(11)V9(06).
               10  RUDIN-UNIT-PRICE          PIC 9(07)V9(06).
               10  RUDIN-DEAL-AMT            PIC 9(13)V99.
           05  RUDIN-HEADER-INFO
                               REDEFINES RUDIN-DETAIL-INFO.
               10  RUDIN-AMGR-NM             PIC X(40).
               10  RUDIN-CRTE-DT             PIC X(10).
           05  RUDIN-TRAILER-INFO
                               REDEFINES RUDIN-DETAIL-INFO.
               10  RUDIN-TOT-REC-CNT         PIC 9(05).
               10  RUDIN-TOT-UNITS           PIC 9(13)V9(06).
               10  FILLER                    PIC X(26).
