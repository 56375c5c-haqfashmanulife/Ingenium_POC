      *****************************************************************
      **  MEMBER :  CCFWAPDH                                         **
      **  REMARKS:  FD AND RECORD FOR THE ADVANCE-PREMIUM DEPOSIT    **
      **            LEDGER ENTRIES (APDH).  KEYED BY POLICY AND THE  **
      **            LEDGER'S OWN ENTRY SEQUENCE (WAPDL-LAST-SEQ-NUM) **
      **            SO A POLICY'S LEDGER READS IN POSTING ORDER.     **
      **            AMOUNTS ARE SIGNED: PLUS INTO THE DEPOSIT, MINUS **
      **            OUT OF IT; THE BALANCE IS AFTER THE ENTRY.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51273**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  APDH-FILE
           LABEL RECORDS ARE STANDARD.

       01  WAPDH-REC-INFO.
           05  WAPDH-KEY.
               10  WAPDH-POL-ID              PIC X(10).
               10  WAPDH-SEQ-NUM             PIC 9(05).
           05  WAPDH-ENTRY-TYP-CD            PIC X(02).
               88  WAPDH-TYP-DEPOSIT               VALUE 'DP'.
               88  WAPDH-TYP-DISCOUNT              VALUE 'DC'.
               88  WAPDH-TYP-INTEREST              VALUE 'IN'.
               88  WAPDH-TYP-DRAWDOWN              VALUE 'DD'.
               88  WAPDH-TYP-REFUND                VALUE 'RF'.
           05  WAPDH-EFF-DT                  PIC X(10).
           05  WAPDH-ENTRY-AMT               PIC S9(13)V99 COMP-3.
           05  WAPDH-BAL-AMT                 PIC S9(13)V99 COMP-3.
           05  WAPDH-ENTRY-DT                PIC X(10).
           05  WAPDH-ENTRY-USER-ID           PIC X(08).
