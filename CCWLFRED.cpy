      *****************************************************************
      **  MEMBER :  CCWLFRED                                         **
      **  REMARKS:  PARAMETER AREA FOR THE PARTIAL FACE-AMOUNT       **
      **            REDUCTION MODULE (ZSRQFRED).  THE CALLER GIVES   **
      **            THE COVERAGE, THE REDUCED FACE AND THE EFFECTIVE **
      **            DATE (BLANK = THE PAID-TO DATE); THE BASIC RATE  **
      **            PER THOUSAND IS KEYED ONLY WHERE THE PLAN'S RATE **
      **            BAND CHANGES WITH THE LOWER FACE (ZERO KEEPS THE **
      **            COVERAGE'S CURRENT RATE).  'QU' RETURNS THE NEW  **
      **            MODAL PREMIUM, THE CASH VALUE OF THE RELEASED    **
      **            FACE AND ANY UNEARNED PREMIUM RETURNED WITH IT;  **
      **            'EX' RE-QUOTES AND APPLIES IT.                   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51280**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LFRED-PARM-INFO.
           05  LFRED-FUNCTION-CD            PIC X(02).
               88  LFRED-FUNCTION-QUOTE               VALUE 'QU'.
               88  LFRED-FUNCTION-EXECUTE             VALUE 'EX'.
           05  LFRED-POL-ID                 PIC X(10).
           05  LFRED-CVG-NUM                PIC X(02).
           05  LFRED-NEW-FACE-AMT           PIC S9(13)V99 COMP-3.
           05  LFRED-EFF-DT                 PIC X(10).
           05  LFRED-BASIC-RATE-PER-M       PIC 9(05)V9(04).
           05  LFRED-OLD-FACE-AMT           PIC S9(13)V99 COMP-3.
           05  LFRED-RLSE-FACE-AMT          PIC S9(13)V99 COMP-3.
           05  LFRED-OLD-MPREM-AMT          PIC S9(13)V99 COMP-3.
           05  LFRED-NEW-MPREM-AMT          PIC S9(13)V99 COMP-3.
           05  LFRED-OLD-POL-MPREM-AMT      PIC S9(13)V99 COMP-3.
           05  LFRED-NEW-POL-MPREM-AMT      PIC S9(13)V99 COMP-3.
           05  LFRED-CVG-CSV-AMT            PIC S9(13)V99 COMP-3.
           05  LFRED-RLSE-CSV-AMT           PIC S9(13)V99 COMP-3.
           05  LFRED-PMT-CNT                PIC 9(05).
           05  LFRED-PREM-RFND-AMT          PIC S9(13)V99 COMP-3.
           05  LFRED-PAYOUT-AMT             PIC S9(13)V99 COMP-3.
           05  LFRED-POL-CSV-AMT            PIC S9(13)V99 COMP-3.
           05  LFRED-LOAN-PAYOFF-AMT        PIC S9(13)V99 COMP-3.
           05  LFRED-REINS-SW               PIC X(01).
               88  LFRED-CVG-REINSURED                VALUE 'Y'.
           05  LFRED-OLD-CED-FACE-AMT       PIC S9(13)V99 COMP-3.
           05  LFRED-NEW-CED-FACE-AMT       PIC S9(13)V99 COMP-3.
           05  LFRED-ASGN-SW                PIC X(01).
               88  LFRED-ASGN-NONE                    VALUE 'F'.
               88  LFRED-ASGN-CONSENTED               VALUE 'C'.
               88  LFRED-ASGN-HELD                    VALUE 'H'.
           05  LFRED-ASGNE-NM               PIC X(50).
           05  LFRED-RETRN-CD               PIC X(02).
               88  LFRED-RETRN-OK                     VALUE '00'.
               88  LFRED-RETRN-NOTFND                 VALUE '01'.
               88  LFRED-RETRN-INVALID                VALUE '05'.
               88  LFRED-RETRN-ASGN-CONSENT           VALUE '06'.
               88  LFRED-RETRN-LOAN-EXCEEDS           VALUE '07'.
               88  LFRED-RETRN-NOTAUTH                VALUE '91'.
               88  LFRED-RETRN-ERROR                  VALUE '99'.
