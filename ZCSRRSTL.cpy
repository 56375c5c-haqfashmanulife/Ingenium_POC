      *****************************************************************
      **  MEMBER :  ZCSRRSTL                                         **
      **  REMARKS:  RECORD FOR THE QUARTERLY REINSURANCE NET         **
      **            SETTLEMENT FILE WRITTEN BY ZSBMRIRC, ONE PER     **
      **            TREATY - PREMIUM, COMMISSION ALLOWANCE AND CLAIM **
      **            RECOVERIES AS WE BOOKED THEM AND AS THE          **
      **            REINSURER STATED THEM, THE NET EACH WAY          **
      **            (POSITIVE - WE OWE THE REINSURER, NEGATIVE - WE  **
      **            ARE OWED) AND THE ITEMS LEFT OPEN.               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51301**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RRSTL-SEQ-REC-INFO.
           05  RRSTL-REINSR-ID               PIC X(05).
           05  RRSTL-TRTY-ID                 PIC X(08).
           05  RRSTL-QTR-ID                  PIC X(05).
           05  RRSTL-OUR-PREM-AMT            PIC S9(13)V99.
           05  RRSTL-OUR-ALLOW-AMT           PIC S9(13)V99.
           05  RRSTL-OUR-RECVR-AMT           PIC S9(13)V99.
           05  RRSTL-OUR-NET-AMT             PIC S9(13)V99.
           05  RRSTL-THEIR-PREM-AMT          PIC S9(13)V99.
           05  RRSTL-THEIR-ALLOW-AMT         PIC S9(13)V99.
           05  RRSTL-THEIR-RECVR-AMT         PIC S9(13)V99.
           05  RRSTL-THEIR-NET-AMT           PIC S9(13)V99.
           05  RRSTL-OPEN-ITEM-CNT           PIC 9(07).
           05  RRSTL-CTL-BAL-CD              PIC X(01).
               88  RRSTL-CTL-IN-BALANCE            VALUE 'Y'.
               88  RRSTL-CTL-OUT-OF-BALANCE        VALUE 'N'.
