      *****************************************************************
      **  MEMBER :  CCFWCBDL                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE CASH-BACK BONUS     **
      **            LEFT-ON-DEPOSIT LEDGER (CBDL).  SEE CCFHCBDL.    **
      **            THE BALANCE IS ALWAYS BONUSES DEPOSITED PLUS     **
      **            INTEREST CREDITED LESS WITHDRAWALS AND PAYOUTS.  **
      **            A LEDGER IS ACTIVE ('A') FROM THE FIRST BONUS    **
      **            LEFT ON DEPOSIT - EVEN WHEN WITHDRAWN TO ZERO,   **
      **            SINCE LATER BONUSES MAY STILL BE LEFT - AND PAID **
      **            OUT ('P') ONCE THE BALANCE HAS BEEN STAGED FOR   **
      **            PAYMENT ON MATURITY, SURRENDER OR DEATH.         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51309**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  CBDL-FILE
           LABEL RECORDS ARE STANDARD.

       01  WCBDL-REC-INFO.
           05  WCBDL-KEY.
               10  WCBDL-POL-ID              PIC X(10).
           05  WCBDL-LDGR-STAT-CD            PIC X(01).
               88  WCBDL-STAT-ACTIVE               VALUE 'A'.
               88  WCBDL-STAT-PAID-OUT             VALUE 'P'.
           05  WCBDL-OPEN-DT                 PIC X(10).
           05  WCBDL-TOT-DPOS-AMT            PIC S9(13)V99 COMP-3.
           05  WCBDL-TOT-INT-AMT             PIC S9(13)V99 COMP-3.
           05  WCBDL-TOT-WDRL-AMT            PIC S9(13)V99 COMP-3.
           05  WCBDL-TOT-PAYOUT-AMT          PIC S9(13)V99 COMP-3.
           05  WCBDL-BAL-AMT                 PIC S9(13)V99 COMP-3.
           05  WCBDL-DPOS-CNT                PIC 9(05).
           05  WCBDL-LAST-SEQ-NUM            PIC 9(05).
           05  WCBDL-LAST-INT-DT             PIC X(10).
           05  WCBDL-LAST-ACTV-DT            PIC X(10).
           05  WCBDL-CLOSE-RSN-CD            PIC X(02).
               88  WCBDL-CLOSE-MATURITY            VALUE 'MT'.
               88  WCBDL-CLOSE-SURRENDER           VALUE 'SU'.
               88  WCBDL-CLOSE-DEATH               VALUE 'DH'.
           05  WCBDL-CLOSE-DT                PIC X(10).
