      *****************************************************************
      **  MEMBER :  CCFWAPDL                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE ADVANCE-PREMIUM     **
      **            DEPOSIT LEDGER (APDL).  SEE CCFHAPDL.  THE       **
      **            BALANCE IS ALWAYS DEPOSITS PLUS CREDITS (THE     **
      **            ADVANCE-PAYMENT DISCOUNT AND INTEREST) LESS      **
      **            PREMIUMS DRAWN AND REFUNDS.  A LEDGER IS ACTIVE  **
      **            ('A') WHILE PREMIUMS ARE DRAWN FROM IT,          **
      **            EXHAUSTED ('E') WHEN THE DEPOSIT HAS RUN OUT,    **
      **            AND REFUNDED ('R') ONCE THE UNUSED BALANCE HAS   **
      **            BEEN STAGED FOR PAYMENT ON DEATH, SURRENDER OR   **
      **            CONVERSION.                                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51273**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  APDL-FILE
           LABEL RECORDS ARE STANDARD.

       01  WAPDL-REC-INFO.
           05  WAPDL-KEY.
               10  WAPDL-POL-ID              PIC X(10).
           05  WAPDL-LDGR-STAT-CD            PIC X(01).
               88  WAPDL-STAT-ACTIVE               VALUE 'A'.
               88  WAPDL-STAT-EXHAUSTED            VALUE 'E'.
               88  WAPDL-STAT-REFUNDED             VALUE 'R'.
           05  WAPDL-OPEN-DT                 PIC X(10).
           05  WAPDL-NEXT-DUE-DT             PIC X(10).
           05  WAPDL-MODE-MO-N               PIC 9(02).
           05  WAPDL-TOT-DPOS-AMT            PIC S9(13)V99 COMP-3.
           05  WAPDL-TOT-CR-AMT              PIC S9(13)V99 COMP-3.
           05  WAPDL-TOT-DRAWN-AMT           PIC S9(13)V99 COMP-3.
           05  WAPDL-TOT-RFND-AMT            PIC S9(13)V99 COMP-3.
           05  WAPDL-BAL-AMT                 PIC S9(13)V99 COMP-3.
           05  WAPDL-UNINT-RCPT-AMT          PIC S9(13)V99 COMP-3.
           05  WAPDL-DRAW-CNT                PIC 9(05).
           05  WAPDL-LAST-SEQ-NUM            PIC 9(05).
           05  WAPDL-LAST-INT-DT             PIC X(10).
           05  WAPDL-LAST-ACTV-DT            PIC X(10).
           05  WAPDL-CLOSE-RSN-CD            PIC X(02).
               88  WAPDL-CLOSE-DEATH               VALUE 'DH'.
               88  WAPDL-CLOSE-SURRENDER           VALUE 'SU'.
               88  WAPDL-CLOSE-CONVERSION          VALUE 'CV'.
           05  WAPDL-CLOSE-DT                PIC X(10).
