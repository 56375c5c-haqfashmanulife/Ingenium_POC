      *****************************************************************
      **  MEMBER :  CCWLCNVR                                         **
      **  REMARKS:  PARAMETER AREA FOR THE TERM CONVERSION MODULE    **
      **            (ZSRQCNVR).  THE CALLER GIVES THE TERM COVERAGE, **
      **            THE PERMANENT PLAN CHOSEN (A CNPL ROW), THE AGE  **
      **            BASIS ('A' ATTAINED, 'O' ORIGINAL), THE FACE TO  **
      **            CONVERT (ZERO = THE WHOLE TERM FACE), THE BASIC  **
      **            RATE PER THOUSAND FOR THE PLAN AT THAT AGE AND   **
      **            THE EFFECTIVE DATE (BLANK = THE PAID-TO DATE).   **
      **            'QU' RETURNS THE NEW COVERAGE'S AGE, DATES AND   **
      **            PREMIUM AND THE PREMIUM ADJUSTMENT THE POLICY    **
      **            WILL CARRY; 'EX' RE-QUOTES AND APPLIES IT.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51281**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LCNVR-PARM-INFO.
           05  LCNVR-FUNCTION-CD            PIC X(02).
               88  LCNVR-FUNCTION-QUOTE               VALUE 'QU'.
               88  LCNVR-FUNCTION-EXECUTE             VALUE 'EX'.
           05  LCNVR-POL-ID                 PIC X(10).
           05  LCNVR-CVG-NUM                PIC X(02).
           05  LCNVR-CVG-NUM-N              REDEFINES
               LCNVR-CVG-NUM                PIC 9(02).
           05  LCNVR-NEW-PLAN-ID            PIC X(06).
           05  LCNVR-AGE-BASIS-CD           PIC X(01).
               88  LCNVR-AGE-ATTAINED                 VALUE 'A'.
               88  LCNVR-AGE-ORIGINAL                 VALUE 'O'.
           05  LCNVR-NEW-FACE-AMT           PIC S9(13)V99 COMP-3.
           05  LCNVR-BASIC-RATE-PER-M       PIC 9(05)V9(04).
           05  LCNVR-EFF-DT                 PIC X(10).
           05  LCNVR-CNVR-XPRY-DT           PIC X(10).
           05  LCNVR-TERM-FACE-AMT          PIC S9(13)V99 COMP-3.
           05  LCNVR-TERM-MPREM-AMT         PIC S9(13)V99 COMP-3.
           05  LCNVR-NEW-CVG-NUM            PIC X(02).
           05  LCNVR-NEW-RT-AGE             PIC 9(03).
           05  LCNVR-NEW-ISS-EFF-DT         PIC X(10).
           05  LCNVR-NEW-MAT-XPRY-DT        PIC X(10).
           05  LCNVR-NEW-MPREM-AMT          PIC S9(13)V99 COMP-3.
           05  LCNVR-OLD-POL-MPREM-AMT      PIC S9(13)V99 COMP-3.
           05  LCNVR-NEW-POL-MPREM-AMT      PIC S9(13)V99 COMP-3.
           05  LCNVR-PMT-CNT                PIC 9(05).
           05  LCNVR-PREM-ADJ-AMT           PIC S9(13)V99 COMP-3.
           05  LCNVR-RETRN-CD               PIC X(02).
               88  LCNVR-RETRN-OK                     VALUE '00'.
               88  LCNVR-RETRN-NOTFND                 VALUE '01'.
               88  LCNVR-RETRN-RIGHT-CLOSED           VALUE '02'.
               88  LCNVR-RETRN-PLAN-NOT-ELIG          VALUE '03'.
               88  LCNVR-RETRN-AGE-NOT-ALLOWED        VALUE '04'.
               88  LCNVR-RETRN-INVALID                VALUE '05'.
               88  LCNVR-RETRN-NOTAUTH                VALUE '91'.
               88  LCNVR-RETRN-ERROR                  VALUE '99'.
