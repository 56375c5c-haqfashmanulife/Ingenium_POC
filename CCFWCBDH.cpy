      *****************************************************************
      **  MEMBER :  CCFWCBDH                                         **
      **  REMARKS:  FD AND RECORD FOR THE CASH-BACK BONUS            **
      **            LEFT-ON-DEPOSIT LEDGER ENTRIES (CBDH).  KEYED BY **
      **            POLICY AND THE LEDGER'S OWN ENTRY SEQUENCE       **
      **            (WCBDL-LAST-SEQ-NUM) SO A POLICY'S LEDGER READS  **
      **            IN POSTING ORDER.  AMOUNTS ARE SIGNED: PLUS INTO **
      **            THE DEPOSIT, MINUS OUT OF IT; THE BALANCE IS     **
      **            AFTER THE ENTRY.                                 **
      **            EACH BONUS LEFT ON DEPOSIT ('DP') EARNS FOR ITS  **
      **            LIFE THE RATE DECLARED FOR ITS DEPOSIT DATE, SO  **
      **            THE DEPOSIT ROW ALSO CARRIES THAT RATE AND WHAT  **
      **            REMAINS OF THE BONUS WITH ITS INTEREST (THE      **
      **            TRANCHE BALANCE).  WITHDRAWALS COME OUT OF THE   **
      **            OLDEST BONUS FIRST.  WHILE THE LEDGER IS ACTIVE  **
      **            THE TRANCHE BALANCES ADD UP TO THE LEDGER        **
      **            BALANCE; THEY ARE NOT KEPT ONCE IT IS PAID OUT.  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51309**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  CBDH-FILE
           LABEL RECORDS ARE STANDARD.

       01  WCBDH-REC-INFO.
           05  WCBDH-KEY.
               10  WCBDH-POL-ID              PIC X(10).
               10  WCBDH-SEQ-NUM             PIC 9(05).
           05  WCBDH-ENTRY-TYP-CD            PIC X(02).
               88  WCBDH-TYP-DEPOSIT               VALUE 'DP'.
               88  WCBDH-TYP-INTEREST              VALUE 'IN'.
               88  WCBDH-TYP-WITHDRAWAL            VALUE 'WD'.
               88  WCBDH-TYP-PAYOUT                VALUE 'PO'.
           05  WCBDH-EFF-DT                  PIC X(10).
           05  WCBDH-ENTRY-AMT               PIC S9(13)V99 COMP-3.
           05  WCBDH-BAL-AMT                 PIC S9(13)V99 COMP-3.
           05  WCBDH-ENTRY-DT                PIC X(10).
           05  WCBDH-ENTRY-USER-ID           PIC X(08).
      *
      *    DEPOSIT ROWS ONLY - ZERO/SPACES ON THE OTHER ENTRY TYPES
      *
           05  WCBDH-DPOS-INFO.
               10  WCBDH-BNS-YR              PIC 9(04).
               10  WCBDH-INT-RT-PCT          PIC 9(02)V9(04).
               10  WCBDH-TRNCH-BAL-AMT       PIC S9(13)V99 COMP-3.
               10  WCBDH-HLDR-CLI-ID         PIC X(10).
