      *****************************************************************
      **  MEMBER :  ZCSRRIST                                         **
      **  REMARKS:  RECORD FOR THE REINSURER'S QUARTERLY ACCOUNT     **
      **            STATEMENT FILE READ BY ZSBMRIRC, IN REINSURER/   **
      **            TREATY ORDER - A 'D' DETAIL PER COVERAGE ITEM    **
      **            THE REINSURER BOOKED (P PREMIUM, A COMMISSION    **
      **            ALLOWANCE, C CLAIM RECOVERY) WITH THE ACCOUNTING **
      **            PERIOD IT WAS BOOKED IN, AND A 'T' TOTAL PER     **
      **            TREATY AS STATED BY THE REINSURER.               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51301**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RRIST-SEQ-REC-INFO.
           05  RRIST-REC-TYP-CD              PIC X(01).
               88  RRIST-REC-DETAIL                VALUE 'D'.
               88  RRIST-REC-TRTY-TOTAL            VALUE 'T'.
           05  RRIST-REINSR-ID               PIC X(05).
           05  RRIST-TRTY-ID                 PIC X(08).
           05  RRIST-DTL-TOT-INFO            PIC X(66).
           05  RRIST-DTL-INFO REDEFINES RRIST-DTL-TOT-INFO.
               10  RRIST-ACCT-PRD.
                   15  RRIST-ACCT-YR         PIC 9(04).
                   15  FILLER                PIC X(01).
                   15  RRIST-ACCT-MM         PIC 9(02).
               10  RRIST-POL-ID              PIC X(10).
               10  RRIST-CVG-NUM             PIC 9(03).
               10  RRIST-ITEM-TYP-CD         PIC X(01).
                   88  RRIST-ITEM-PREM             VALUE 'P'.
                   88  RRIST-ITEM-ALLOW            VALUE 'A'.
                   88  RRIST-ITEM-RECVR            VALUE 'C'.
                   88  RRIST-ITEM-VALID            VALUE 'P' 'A' 'C'.
               10  RRIST-CLM-ID              PIC X(07).
               10  RRIST-AMT-TXT             PIC X(13).
               10  RRIST-AMT REDEFINES
                   RRIST-AMT-TXT             PIC 9(11)V99.
               10  FILLER                    PIC X(25).
           05  RRIST-TOT-INFO REDEFINES RRIST-DTL-TOT-INFO.
               10  RRIST-TOT-PREM-AMT        PIC 9(13)V99.
               10  RRIST-TOT-ALLOW-AMT       PIC 9(13)V99.
               10  RRIST-TOT-RECVR-AMT       PIC 9(13)V99.
               10  FILLER                    PIC X(21).
