      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMRAOC.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMRAOC                                         **
      **  REMARKS: MONTHLY RESERVE ANALYSIS-OF-CHANGE (ROLL-FORWARD) **
      **           EXHIBIT.  RECONCILES LAST MONTH'S CLOSING         **
      **           RESERVE TO THIS MONTH'S, BY PLAN CODE AND BY      **
      **           VALUATION BLOCK (VALUATION LABEL), FROM THE TWO   **
      **           MONTH-END RUNS HELD IN THE VHST STORE:            **
      **             OPENING RESERVE (PRIOR MONTH)                   **
      **           + NEW BUSINESS                                    **
      **           - LAPSES - SURRENDERS - DEATHS - MATURITIES       **
      **           + INTEREST + PREMIUMS - BENEFITS                  **
      **           + IN-FORCE AGEING + UNEXPLAINED                   **
      **           = CLOSING RESERVE (THIS MONTH)                    **
      **           A COVERAGE ONLY IN THE CLOSING MONTH IS NEW       **
      **           BUSINESS.  A COVERAGE ONLY IN THE OPENING MONTH   **
      **           IS RELEASED AS A LAPSE OR SURRENDER FROM THE      **
      **           CANCELLATION ANALYTICS FILE (ZCSRCNCX), OR AS A   **
      **           DEATH, MATURITY OR SURRENDER FROM THE PAID        **
      **           DISBURSEMENT REGISTER (ZCSRDSPD) FOR THE MONTH -  **
      **           OTHERWISE IT IS UNEXPLAINED.  A CONTINUING        **
      **           COVERAGE EARNS ONE MONTH'S INTEREST ON THE        **
      **           OPENING RESERVE AT THE CONTROL CARD RATE, ONE     **
      **           TWELFTH OF ITS GROSS ANNUAL PREMIUM, LESS ANY     **
      **           ANNUITY OR PARTIAL SURRENDER PAID IN THE MONTH;   **
      **           THE REST OF ITS MOVEMENT IS IN-FORCE AGEING.  A   **
      **           COVERAGE WHOSE PLAN OR BLOCK CHANGED BETWEEN THE  **
      **           TWO RUNS IS UNEXPLAINED.  THE RUN ENDS IN ERROR   **
      **           WHEN THE TOTAL UNEXPLAINED RESIDUAL EXCEEDS THE   **
      **           CONTROL CARD THRESHOLD.                           **
      **                                                             **
      **  DOMAIN :  AC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51270**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

      *
      * CLOSING MONTH BROWSE OF THE VHST STORE
      *
           COPY CCFHVHST.

      *
      * OPENING MONTH BROWSE OF THE SAME VHST STORE
      *
           SELECT VHSO-FILE ASSIGN TO ZSVHST
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WVHSO-KEY
                  FILE STATUS    IS WVHSO-SEQ-FILE-STATUS.

           SELECT CNCX-DATA-FILE ASSIGN TO ZSCNCX
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCNCX-SEQ-FILE-STATUS.

           SELECT DSPD-DATA-FILE ASSIGN TO ZSDSPD
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WDSPD-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWVHST.

      *
      * OPENING MONTH VIEW OF THE VHST RECORD (SAME LAYOUT AS
      * CCFWVHST)
      *
       FD  VHSO-FILE
           LABEL RECORDS ARE STANDARD.

       01  WVHSO-REC-INFO.
           05  WVHSO-KEY.
               10  WVHSO-VALN-YYMM           PIC X(07).
               10  WVHSO-POL-ID              PIC X(10).
               10  WVHSO-CVG-NUM             PIC 9(02).
           05  WVHSO-VALN-LBL-CD             PIC X(06).
           05  WVHSO-GROSS-CASH-VAL          PIC X(11).
           05  WVHSO-NET-CASH-VAL            PIC X(11).
           05  WVHSO-RUN-DT                  PIC X(10).
           05  WVHSO-PLAN-ID                 PIC X(06).
           05  WVHSO-ANN-PREM                PIC X(11).

       FD  CNCX-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCNCX.

       FD  DSPD-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRDSPD.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMRAOC'.

       COPY SQLCA.

       COPY CCWWVHST.

       01  WVHSO-SEQ-IO-WORK-AREA.
           05  WVHSO-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'VHSO'.
           05  WVHSO-SEQ-FILE-STATUS            PIC X(02).
               88  WVHSO-IO-OK                        VALUE '00'.
               88  WVHSO-IO-NOFILE                    VALUE '35'.

       01  WCNCX-SEQ-IO-WORK-AREA.
           05  WCNCX-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'CNCX'.
           05  WCNCX-SEQ-IO-COMMAND            PIC X(02).
           05  WCNCX-SEQ-FILE-STATUS           PIC X(02).
           05  WCNCX-SEQ-IO-STATUS             PIC 9(01).
               88  WCNCX-SEQ-IO-OK             VALUE 0.
               88  WCNCX-SEQ-IO-EOF            VALUE 8.
               88  WCNCX-SEQ-IO-ERROR          VALUE 9.

       01  WDSPD-SEQ-IO-WORK-AREA.
           05  WDSPD-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'DSPD'.
           05  WDSPD-SEQ-IO-COMMAND            PIC X(02).
           05  WDSPD-SEQ-FILE-STATUS           PIC X(02).
           05  WDSPD-SEQ-IO-STATUS             PIC 9(01).
               88  WDSPD-SEQ-IO-OK             VALUE 0.
               88  WDSPD-SEQ-IO-EOF            VALUE 8.
               88  WDSPD-SEQ-IO-ERROR          VALUE 9.

      ****************************************************************
      *    CONTROL CARD - CLOSING VALUATION MONTH (YYYY-MM, THE
      *    OPENING MONTH IS THE ONE BEFORE IT), ANNUAL VALUATION
      *    INTEREST RATE IN PERCENT (3 WHOLE, 4 DECIMAL DIGITS,
      *    BLANK FOR NONE) AND THE UNEXPLAINED RESIDUAL THRESHOLD
      *    (9 WHOLE, 2 DECIMAL DIGITS, NO SIGN, NO DECIMAL POINT).
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-VALN-YYMM                    PIC X(07).
           02  CR-INT-RATE-TXT                 PIC X(07).
           02  CR-INT-RATE REDEFINES
               CR-INT-RATE-TXT                 PIC 9(03)V9(04).
           02  CR-RESID-MAX-TXT                PIC X(11).
           02  CR-RESID-MAX-AMT REDEFINES
               CR-RESID-MAX-TXT                PIC 9(09)V99.
           02  FILLER                          PIC X(48).

       01  WS-PROGRAM-WORK-AREA.
           05  WS-INT-RATE               PIC 9(03)V9(04) VALUE ZERO.
           05  WS-CLOS-YYMM-WORK.
               10  WS-CLOS-YY            PIC 9(04).
               10  WS-CLOS-SEP           PIC X(01).
               10  WS-CLOS-MM            PIC 9(02).
           05  WS-OPEN-YYMM-WORK.
               10  WS-OPEN-YY            PIC 9(04).
               10  FILLER                PIC X(01) VALUE '-'.
               10  WS-OPEN-MM            PIC 9(02).
           05  WS-OPEN-MATCH-KEY.
               10  WS-OPEN-POL-ID        PIC X(10).
               10  WS-OPEN-CVG-NUM       PIC 9(02).
           05  WS-CLOS-MATCH-KEY.
               10  WS-CLOS-POL-ID        PIC X(10).
               10  WS-CLOS-CVG-NUM       PIC 9(02).
           05  WS-OPEN-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-OPEN-AT-END                   VALUE 'Y'.
           05  WS-CLOS-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-CLOS-AT-END                   VALUE 'Y'.
           05  WS-VAL-TXT                PIC X(11).
           05  WS-VAL-AMT REDEFINES
               WS-VAL-TXT                PIC 9(09)V99.
           05  WS-PAID-DT-WORK           PIC X(10).
           05  WS-PAID-DT-PARTS REDEFINES
               WS-PAID-DT-WORK.
               10  WS-PAID-YYMM          PIC X(07).
               10  FILLER                PIC X(03).
           05  WS-OPEN-RSRV              PIC S9(13)V99 COMP-3.
           05  WS-CLOS-RSRV              PIC S9(13)V99 COMP-3.
           05  WS-CLOS-ANN-PREM          PIC S9(13)V99 COMP-3.
           05  WS-RESID-ABS              PIC S9(13)V99 COMP-3.
           05  WS-BNFT-POL-ID            PIC X(10)  VALUE SPACES.
           05  WS-SRCH-CVG-NUM           PIC 9(03).
           05  WS-SRCH-KEY.
               10  WS-SRCH-TYP           PIC X(01).
               10  WS-SRCH-ID            PIC X(06).
           05  WS-POST-PLAN-ID           PIC X(06).
           05  WS-POST-BLK-CD            PIC X(06).
           05  WS-PRT-TYP                PIC X(01).
           05  WS-DSP-SUB                PIC S9(04) COMP.
           05  WS-DSP-INS-SUB            PIC S9(04) COMP.
           05  WS-DSP-FOUND-SW           PIC X(01).
               88  WS-DSP-FOUND                     VALUE 'Y'.
               88  WS-DSP-NOT-FOUND                 VALUE 'N'.

      ****************************************************************
      *    ONE COVERAGE'S CONTRIBUTION TO THE ROLL-FORWARD.  RELEASES
      *    (TERMINATIONS, BENEFITS) ARE HELD AS POSITIVE AMOUNTS AND
      *    SUBTRACTED; UNEXPLAINED AND AGEING CARRY THEIR OWN SIGN.
      ****************************************************************

       01  WS-MOVE-AMTS.
           05  WS-MV-OPEN                PIC S9(13)V99 COMP-3.
           05  WS-MV-NEWB                PIC S9(13)V99 COMP-3.
           05  WS-MV-LAPS                PIC S9(13)V99 COMP-3.
           05  WS-MV-SURR                PIC S9(13)V99 COMP-3.
           05  WS-MV-DTH                 PIC S9(13)V99 COMP-3.
           05  WS-MV-MAT                 PIC S9(13)V99 COMP-3.
           05  WS-MV-INT                 PIC S9(13)V99 COMP-3.
           05  WS-MV-PREM                PIC S9(13)V99 COMP-3.
           05  WS-MV-BNFT                PIC S9(13)V99 COMP-3.
           05  WS-MV-AGE                 PIC S9(13)V99 COMP-3.
           05  WS-MV-UNEX                PIC S9(13)V99 COMP-3.
           05  WS-MV-CLOS                PIC S9(13)V99 COMP-3.

      ****************************************************************
      *    THE PER-PLAN ('P') AND PER-VALUATION-BLOCK ('B') TABLE
      ****************************************************************

       01  WS-AOC-TABLE-INFO.
           05  WS-AOC-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-AOC-MAX                PIC S9(04) COMP VALUE +400.
           05  WS-AOC-OVRFLW-SW          PIC X(01)  VALUE 'N'.
               88  WS-AOC-OVERFLOW                  VALUE 'Y'.
           05  WS-AOC-ENTRY              OCCURS 400 TIMES
                                         INDEXED BY WS-AOC-IX.
               10  WS-AOC-KEY.
                   15  WS-AOC-TYP        PIC X(01).
                   15  WS-AOC-ID         PIC X(06).
               10  WS-AOC-AMTS.
                   15  WS-AOC-OPEN       PIC S9(13)V99 COMP-3.
                   15  WS-AOC-NEWB       PIC S9(13)V99 COMP-3.
                   15  WS-AOC-LAPS       PIC S9(13)V99 COMP-3.
                   15  WS-AOC-SURR       PIC S9(13)V99 COMP-3.
                   15  WS-AOC-DTH        PIC S9(13)V99 COMP-3.
                   15  WS-AOC-MAT        PIC S9(13)V99 COMP-3.
                   15  WS-AOC-INT        PIC S9(13)V99 COMP-3.
                   15  WS-AOC-PREM       PIC S9(13)V99 COMP-3.
                   15  WS-AOC-BNFT       PIC S9(13)V99 COMP-3.
                   15  WS-AOC-AGE        PIC S9(13)V99 COMP-3.
                   15  WS-AOC-UNEX       PIC S9(13)V99 COMP-3.
                   15  WS-AOC-CLOS       PIC S9(13)V99 COMP-3.

       01  WS-TOT-AMTS.
           05  WS-TOT-OPEN               PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOT-NEWB               PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOT-LAPS               PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOT-SURR               PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOT-DTH                PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOT-MAT                PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOT-INT                PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOT-PREM               PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOT-BNFT               PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOT-AGE                PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOT-UNEX               PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOT-CLOS               PIC S9(13)V99 COMP-3 VALUE +0.

      ****************************************************************
      *    THE MONTH'S CANCELLATIONS, IN ARRIVAL ORDER
      ****************************************************************

       01  WS-CNCX-TABLE-INFO.
           05  WS-CNX-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-CNX-MAX                PIC S9(04) COMP VALUE +5000.
           05  WS-CNX-OVRFLW-SW          PIC X(01)  VALUE 'N'.
               88  WS-CNX-OVERFLOW                  VALUE 'Y'.
           05  WS-CNX-ENTRY              OCCURS 5000 TIMES
                                         INDEXED BY WS-CNX-IX.
               10  WS-CNX-POL-ID         PIC X(10).
               10  WS-CNX-CVG-NUM        PIC 9(03).
               10  WS-CNX-TERM-TYP-CD    PIC X(01).

      ****************************************************************
      *    THE MONTH'S PAID DISBURSEMENTS, ONE ENTRY PER POLICY KEPT
      *    IN POLICY ORDER AS THEY ARE LOADED.  UNUSED ENTRIES HOLD
      *    HIGH-VALUES SO THE TABLE CAN BE SEARCHED ALL.
      ****************************************************************

       01  WS-DSPD-TABLE-INFO.
           05  WS-DSP-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-DSP-MAX                PIC S9(04) COMP VALUE +5000.
           05  WS-DSP-OVRFLW-SW          PIC X(01)  VALUE 'N'.
               88  WS-DSP-OVERFLOW                  VALUE 'Y'.

       01  WS-DSPD-TABLE.
           05  WS-DSP-ENTRY              OCCURS 5000 TIMES
                                   ASCENDING KEY IS WS-DSP-POL-ID
                                         INDEXED BY WS-DSP-IX.
               10  WS-DSP-POL-ID         PIC X(10).
               10  WS-DSP-DTH-SW         PIC X(01).
                   88  WS-DSP-DEATH-PAID            VALUE 'Y'.
               10  WS-DSP-MAT-SW         PIC X(01).
                   88  WS-DSP-MATURITY-PAID         VALUE 'Y'.
               10  WS-DSP-SUR-SW         PIC X(01).
                   88  WS-DSP-SURRENDER-PAID        VALUE 'Y'.
               10  WS-DSP-BNFT-AMT       PIC S9(13)V99 COMP-3.

       01  WS-REPORT-TOTALS.
           05  WS-OPEN-CNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-CLOS-CNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-CONT-CNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-NEWB-CNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-TERM-CNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-UNEX-CNT             PIC S9(09) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'RESERVE ANALYSIS OF CHANGE EXHIBIT          '.
           03  FILLER                      PIC X(10)
               VALUE 'OPENING:  '.
           03  P-HDR-OPEN-YYMM             PIC X(07).
           03  FILLER                      PIC X(13)
               VALUE '   CLOSING:  '.
           03  P-HDR-CLOS-YYMM             PIC X(07).

       01  P-COL-HEAD-1.
           03  FILLER                      PIC X(10)
               VALUE ' PLAN/BLK '.
           03  FILLER                      PIC X(20)
               VALUE '     OPENING RESERVE'.
           03  FILLER                      PIC X(20)
               VALUE '        NEW BUSINESS'.
           03  FILLER                      PIC X(20)
               VALUE '              LAPSES'.
           03  FILLER                      PIC X(20)
               VALUE '          SURRENDERS'.
           03  FILLER                      PIC X(20)
               VALUE '              DEATHS'.
           03  FILLER                      PIC X(20)
               VALUE '          MATURITIES'.

       01  P-COL-HEAD-2.
           03  FILLER                      PIC X(10)
               VALUE SPACES.
           03  FILLER                      PIC X(20)
               VALUE '            INTEREST'.
           03  FILLER                      PIC X(20)
               VALUE '            PREMIUMS'.
           03  FILLER                      PIC X(20)
               VALUE '            BENEFITS'.
           03  FILLER                      PIC X(20)
               VALUE '     IN-FORCE AGEING'.
           03  FILLER                      PIC X(20)
               VALUE '         UNEXPLAINED'.
           03  FILLER                      PIC X(20)
               VALUE '     CLOSING RESERVE'.

       01  P-SECTION-LINE.
           03  FILLER                      PIC X(01).
           03  P-SECTION-TXT               PIC X(40).

       01  P-AOC-LINE-1.
           03  FILLER                      PIC X(01).
           03  P-AOC-ID                    PIC X(06).
           03  FILLER                      PIC X(05).
           03  P-AOC-OPEN                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           03  FILLER                      PIC X(02).
           03  P-AOC-NEWB                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           03  FILLER                      PIC X(02).
           03  P-AOC-LAPS                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           03  FILLER                      PIC X(02).
           03  P-AOC-SURR                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           03  FILLER                      PIC X(02).
           03  P-AOC-DTH                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           03  FILLER                      PIC X(02).
           03  P-AOC-MAT                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.

       01  P-AOC-LINE-2.
           03  FILLER                      PIC X(12).
           03  P-AOC-INT                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           03  FILLER                      PIC X(02).
           03  P-AOC-PREM                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           03  FILLER                      PIC X(02).
           03  P-AOC-BNFT                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           03  FILLER                      PIC X(02).
           03  P-AOC-AGE                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           03  FILLER                      PIC X(02).
           03  P-AOC-UNEX                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
           03  FILLER                      PIC X(02).
           03  P-AOC-CLOS                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(09)
               VALUE 'OPENING: '.
           03  P-OPEN-CNT-X                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(09)
               VALUE 'CLOSING: '.
           03  P-CLOS-CNT-X                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(12)
               VALUE 'CONTINUING: '.
           03  P-CONT-CNT-X                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(05)
               VALUE 'NEW: '.
           03  P-NEWB-CNT-X                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(12)
               VALUE 'TERMINATED: '.
           03  P-TERM-CNT-X                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(13)
               VALUE 'UNEXPLAINED: '.
           03  P-UNEX-CNT-X                PIC ZZZ,ZZZ,ZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-DISP-AMT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCFWMAST.
       COPY CCFRMAST.

      ***************************************************************
      *    CALLED MODULE PARAMETER INFORMATION
      ***************************************************************

       COPY CCWL0010.

       COPY XCWL0040.

       COPY XCSWOCF.
       COPY XCSROCF.

       COPY XCWL1610.

       COPY XCWL2490.

       COPY CCWL0950.

       COPY CCWWCCC.

       COPY XCSWBCF.
       COPY XCSRBCF.

       COPY CCSWPRT1.

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.
      /
      ********************
       PROCEDURE DIVISION.
      ********************

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  1000-LOAD-CANCELLATION
               THRU 1000-LOAD-CANCELLATION-X
                    UNTIL WCNCX-SEQ-IO-EOF.

           PERFORM  1500-LOAD-DISBURSEMENT
               THRU 1500-LOAD-DISBURSEMENT-X
                    UNTIL WDSPD-SEQ-IO-EOF.

           PERFORM  2000-START-BROWSE
               THRU 2000-START-BROWSE-X.

           PERFORM  3000-MATCH-COVERAGE
               THRU 3000-MATCH-COVERAGE-X
                    UNTIL WS-OPEN-AT-END
                      AND WS-CLOS-AT-END.

           PERFORM  4000-PRINT-EXHIBIT
               THRU 4000-PRINT-EXHIBIT-X.

           PERFORM  8600-WRITE-SUMMARY-LINE
               THRU 8600-WRITE-SUMMARY-LINE-X.

           PERFORM  8700-CHECK-RESIDUAL
               THRU 8700-CHECK-RESIDUAL-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           PERFORM  0035-1000-COMMIT
               THRU 0035-1000-COMMIT-X.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *-----------------
       0200-INITIALIZE.
      *-----------------

           PERFORM CCC-1000-PRCES-CO-CTL-CARD
              THRU CCC-1000-PRCES-CO-CTL-CARD-X.

           PERFORM  BCF-1000-READ
               THRU BCF-1000-READ-X.

           IF  WBCF-SEQ-IO-EOF
      *MSG: (S) MISSING RESERVE ANALYSIS-OF-CHANGE CONTROL CARD
               MOVE 'ZSRAOC0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.
           MOVE CR-VALN-YYMM            TO WS-CLOS-YYMM-WORK.

           IF  WS-CLOS-YY NOT NUMERIC
           OR  WS-CLOS-MM NOT NUMERIC
           OR  WS-CLOS-SEP NOT = '-'
           OR  WS-CLOS-MM < 1
           OR  WS-CLOS-MM > 12
           OR  CR-RESID-MAX-TXT NOT NUMERIC
      *MSG: (S) INVALID VALUATION MONTH OR RESIDUAL THRESHOLD
               MOVE 'ZSRAOC0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           IF  CR-INT-RATE-TXT NUMERIC
               MOVE CR-INT-RATE         TO WS-INT-RATE
           END-IF.

           IF  WS-CLOS-MM = 1
               COMPUTE WS-OPEN-YY = WS-CLOS-YY - 1
               MOVE 12                  TO WS-OPEN-MM
           ELSE
               MOVE WS-CLOS-YY          TO WS-OPEN-YY
               COMPUTE WS-OPEN-MM = WS-CLOS-MM - 1
           END-IF.

           MOVE HIGH-VALUES             TO WS-DSPD-TABLE.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

           PERFORM  1610-1000-GET-DATE-TIME
              THRU 1610-1000-GET-DATE-TIME-X.

           PERFORM  0950-0000-INIT-PARM-INFO
              THRU 0950-0000-INIT-PARM-INFO-X.

           PERFORM  0950-1000-GET-COMPANY-NAME
              THRU 0950-1000-GET-COMPANY-NAME-X.

           PERFORM  9100-INIT-TITLES
              THRU 9100-INIT-TITLES-X.

           PERFORM  8450-WRITE-DETAIL-HEADING
              THRU 8450-WRITE-DETAIL-HEADING-X.

           PERFORM  9500-CNCX-READ
              THRU 9500-CNCX-READ-X.

           PERFORM  9500-DSPD-READ
              THRU 9500-DSPD-READ-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------------------
       1000-LOAD-CANCELLATION.
      *-------------------------------

           IF  WS-CNX-CNT NOT < WS-CNX-MAX
               IF  NOT WS-CNX-OVERFLOW
      *MSG: (W) CANCELLATION TABLE FULL - TERMINATIONS UNEXPLAINED
                   SET WS-CNX-OVERFLOW  TO TRUE
                   MOVE 'ZSRAOC0004'    TO WGLOB-MSG-REF-INFO
                   PERFORM  0260-1000-GENERATE-MESSAGE
                       THRU 0260-1000-GENERATE-MESSAGE-X
               END-IF
               GO TO 1000-NEXT-CANCELLATION
           END-IF.

           ADD 1                        TO WS-CNX-CNT.
           SET WS-CNX-IX                TO WS-CNX-CNT.
           MOVE RCNCX-POL-ID            TO WS-CNX-POL-ID (WS-CNX-IX).
           MOVE RCNCX-CVG-NUM           TO WS-CNX-CVG-NUM (WS-CNX-IX).
           MOVE RCNCX-TERM-TYP-CD       TO
                WS-CNX-TERM-TYP-CD (WS-CNX-IX).

       1000-NEXT-CANCELLATION.

           PERFORM  9500-CNCX-READ
               THRU 9500-CNCX-READ-X.

       1000-LOAD-CANCELLATION-X.
           EXIT.
      /
      *-------------------------------
       1500-LOAD-DISBURSEMENT.
      *-------------------------------

      *
      *  ONLY PAYMENTS MADE IN THE CLOSING MONTH COUNT.  POLICY LOANS
      *  AND PREMIUM REFUNDS DO NOT MOVE THE RESERVE.
      *
           MOVE RDSPD-PAID-DT           TO WS-PAID-DT-WORK.

           IF  WS-PAID-YYMM NOT = CR-VALN-YYMM
           OR  RDSPD-TYP-CASH-LOAN
           OR  RDSPD-TYP-PREM-REFUND
               GO TO 1500-NEXT-DISBURSEMENT
           END-IF.

           SET WS-DSP-NOT-FOUND         TO TRUE.
           SEARCH ALL WS-DSP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DSP-POL-ID (WS-DSP-IX) = RDSPD-POL-ID
                   SET WS-DSP-FOUND     TO TRUE
           END-SEARCH.

           IF  WS-DSP-NOT-FOUND
               PERFORM  1550-NEW-DSPD-ENTRY
                   THRU 1550-NEW-DSPD-ENTRY-X
           END-IF.

           IF  WS-DSP-NOT-FOUND
               GO TO 1500-NEXT-DISBURSEMENT
           END-IF.

           EVALUATE TRUE
               WHEN RDSPD-TYP-DEATH
                   SET WS-DSP-DEATH-PAID (WS-DSP-IX)     TO TRUE
               WHEN RDSPD-TYP-MATURITY
                   SET WS-DSP-MATURITY-PAID (WS-DSP-IX)  TO TRUE
               WHEN RDSPD-TYP-SURRENDER
                   SET WS-DSP-SURRENDER-PAID (WS-DSP-IX) TO TRUE
                   ADD RDSPD-DSBMT-AMT  TO WS-DSP-BNFT-AMT (WS-DSP-IX)
               WHEN RDSPD-TYP-ANNUITY-PAYMT
                   ADD RDSPD-DSBMT-AMT  TO WS-DSP-BNFT-AMT (WS-DSP-IX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1500-NEXT-DISBURSEMENT.

           PERFORM  9500-DSPD-READ
               THRU 9500-DSPD-READ-X.

       1500-LOAD-DISBURSEMENT-X.
           EXIT.

      *----------------------------
       1550-NEW-DSPD-ENTRY.
      *----------------------------

      *
      *  INSERT THE POLICY AHEAD OF THE FIRST HIGHER ENTRY (OR THE
      *  FIRST UNUSED ONE), SHIFTING THE REST UP ONE PLACE.
      *
           IF  WS-DSP-CNT NOT < WS-DSP-MAX
               IF  NOT WS-DSP-OVERFLOW
      *MSG: (W) DISBURSEMENT TABLE FULL - CASH FLOWS INCOMPLETE
                   SET WS-DSP-OVERFLOW  TO TRUE
                   MOVE 'ZSRAOC0005'    TO WGLOB-MSG-REF-INFO
                   PERFORM  0260-1000-GENERATE-MESSAGE
                       THRU 0260-1000-GENERATE-MESSAGE-X
               END-IF
               GO TO 1550-NEW-DSPD-ENTRY-X
           END-IF.

           SET  WS-DSP-IX               TO 1.
           SEARCH WS-DSP-ENTRY
               AT END
                   GO TO 1550-NEW-DSPD-ENTRY-X
               WHEN WS-DSP-POL-ID (WS-DSP-IX) > RDSPD-POL-ID
                   CONTINUE
           END-SEARCH.

           SET  WS-DSP-INS-SUB          TO WS-DSP-IX.

           IF  WS-DSP-CNT NOT < WS-DSP-INS-SUB
               PERFORM  1560-SHIFT-DSPD-ENTRY
                   THRU 1560-SHIFT-DSPD-ENTRY-X
                        VARYING WS-DSP-SUB FROM WS-DSP-CNT BY -1
                        UNTIL WS-DSP-SUB < WS-DSP-INS-SUB
           END-IF.

           ADD 1                        TO WS-DSP-CNT.
           SET  WS-DSP-IX               TO WS-DSP-INS-SUB.
           MOVE RDSPD-POL-ID            TO WS-DSP-POL-ID (WS-DSP-IX).
           MOVE 'N'                     TO WS-DSP-DTH-SW (WS-DSP-IX)
                                           WS-DSP-MAT-SW (WS-DSP-IX)
                                           WS-DSP-SUR-SW (WS-DSP-IX).
           MOVE ZERO                    TO WS-DSP-BNFT-AMT (WS-DSP-IX).
           SET WS-DSP-FOUND             TO TRUE.

       1550-NEW-DSPD-ENTRY-X.
           EXIT.

      *----------------------------
       1560-SHIFT-DSPD-ENTRY.
      *----------------------------

           MOVE WS-DSP-ENTRY (WS-DSP-SUB)
                                     TO WS-DSP-ENTRY (WS-DSP-SUB + 1).

       1560-SHIFT-DSPD-ENTRY-X.
           EXIT.
      /
      *--------------------------
       2000-START-BROWSE.
      *--------------------------

      *
      *  POSITION ONE BROWSE AT THE START OF EACH MONTH.  VHST IS
      *  KEYED MONTH/POLICY/COVERAGE SO BOTH COME BACK IN COVERAGE
      *  ORDER AND CAN BE MATCHED.
      *
           MOVE LOW-VALUES              TO WVHSO-KEY.
           MOVE WS-OPEN-YYMM-WORK       TO WVHSO-VALN-YYMM.

           IF  NOT WS-OPEN-AT-END
               START VHSO-FILE KEY NOT < WVHSO-KEY
                   INVALID KEY
                       SET WS-OPEN-AT-END TO TRUE
               END-START
           END-IF.

           MOVE LOW-VALUES              TO WVHST-KEY.
           MOVE CR-VALN-YYMM            TO WVHST-VALN-YYMM.

           IF  NOT WS-CLOS-AT-END
               START VHST-FILE KEY NOT < WVHST-KEY
                   INVALID KEY
                       SET WS-CLOS-AT-END TO TRUE
               END-START
           END-IF.

           PERFORM  9510-VHSO-READ
               THRU 9510-VHSO-READ-X.

           PERFORM  9520-VHST-READ
               THRU 9520-VHST-READ-X.

       2000-START-BROWSE-X.
           EXIT.
      /
      *--------------------------
       3000-MATCH-COVERAGE.
      *--------------------------

           EVALUATE TRUE
               WHEN WS-OPEN-MATCH-KEY = WS-CLOS-MATCH-KEY
                   PERFORM  3100-CONTINUING-COVERAGE
                       THRU 3100-CONTINUING-COVERAGE-X
                   PERFORM  9510-VHSO-READ
                       THRU 9510-VHSO-READ-X
                   PERFORM  9520-VHST-READ
                       THRU 9520-VHST-READ-X
               WHEN WS-OPEN-MATCH-KEY < WS-CLOS-MATCH-KEY
                   PERFORM  3200-TERMINATED-COVERAGE
                       THRU 3200-TERMINATED-COVERAGE-X
                   PERFORM  9510-VHSO-READ
                       THRU 9510-VHSO-READ-X
               WHEN OTHER
                   PERFORM  3300-NEW-COVERAGE
                       THRU 3300-NEW-COVERAGE-X
                   PERFORM  9520-VHST-READ
                       THRU 9520-VHST-READ-X
           END-EVALUATE.

       3000-MATCH-COVERAGE-X.
           EXIT.

      *-----------------------------
       3100-CONTINUING-COVERAGE.
      *-----------------------------

           ADD 1                        TO WS-CONT-CNT.

           PERFORM  7500-GET-OPEN-RESERVE
               THRU 7500-GET-OPEN-RESERVE-X.
           PERFORM  7600-GET-CLOSE-RESERVE
               THRU 7600-GET-CLOSE-RESERVE-X.

      *
      *  A COVERAGE THAT MOVED PLAN OR BLOCK BETWEEN THE TWO RUNS
      *  CANNOT BE ROLLED FORWARD - ITS OPENING RESERVE LEAVES THE
      *  OLD PLAN/BLOCK AND ITS CLOSING RESERVE ARRIVES IN THE NEW
      *  ONE, BOTH AS UNEXPLAINED.
      *
           IF  WVHSO-PLAN-ID NOT = WVHST-PLAN-ID
           OR  WVHSO-VALN-LBL-CD NOT = WVHST-VALN-LBL-CD
               ADD 1                    TO WS-UNEX-CNT
               INITIALIZE WS-MOVE-AMTS
               MOVE WS-OPEN-RSRV        TO WS-MV-OPEN
               COMPUTE WS-MV-UNEX = ZERO - WS-OPEN-RSRV
               MOVE WVHSO-PLAN-ID       TO WS-POST-PLAN-ID
               MOVE WVHSO-VALN-LBL-CD   TO WS-POST-BLK-CD
               PERFORM  6000-POST-MOVEMENT
                   THRU 6000-POST-MOVEMENT-X
               INITIALIZE WS-MOVE-AMTS
               MOVE WS-CLOS-RSRV        TO WS-MV-CLOS
                                           WS-MV-UNEX
               MOVE WVHST-PLAN-ID       TO WS-POST-PLAN-ID
               MOVE WVHST-VALN-LBL-CD   TO WS-POST-BLK-CD
               PERFORM  6000-POST-MOVEMENT
                   THRU 6000-POST-MOVEMENT-X
               GO TO 3100-CONTINUING-COVERAGE-X
           END-IF.

           INITIALIZE WS-MOVE-AMTS.
           MOVE WS-OPEN-RSRV            TO WS-MV-OPEN.
           MOVE WS-CLOS-RSRV            TO WS-MV-CLOS.

           COMPUTE WS-MV-INT ROUNDED =
               WS-OPEN-RSRV * WS-INT-RATE / 1200.

           MOVE WVHST-ANN-PREM          TO WS-VAL-TXT.
           IF  WS-VAL-AMT NUMERIC
               COMPUTE WS-MV-PREM ROUNDED = WS-VAL-AMT / 12
           END-IF.

      *
      *  BENEFITS PAID ON THE POLICY IN THE MONTH ARE CHARGED ONCE,
      *  AGAINST ITS FIRST CONTINUING COVERAGE.
      *
           IF  WVHST-POL-ID NOT = WS-BNFT-POL-ID
               MOVE WVHST-POL-ID        TO WS-BNFT-POL-ID
               PERFORM  7200-FIND-DSPD-ENTRY
                   THRU 7200-FIND-DSPD-ENTRY-X
               IF  WS-DSP-FOUND
                   MOVE WS-DSP-BNFT-AMT (WS-DSP-IX) TO WS-MV-BNFT
               END-IF
           END-IF.

           COMPUTE WS-MV-AGE =
                 WS-MV-CLOS
               - WS-MV-OPEN
               - WS-MV-INT
               - WS-MV-PREM
               + WS-MV-BNFT.

           MOVE WVHST-PLAN-ID           TO WS-POST-PLAN-ID.
           MOVE WVHST-VALN-LBL-CD       TO WS-POST-BLK-CD.
           PERFORM  6000-POST-MOVEMENT
               THRU 6000-POST-MOVEMENT-X.

       3100-CONTINUING-COVERAGE-X.
           EXIT.

      *-----------------------------
       3200-TERMINATED-COVERAGE.
      *-----------------------------

           ADD 1                        TO WS-TERM-CNT.

           PERFORM  7500-GET-OPEN-RESERVE
               THRU 7500-GET-OPEN-RESERVE-X.

           INITIALIZE WS-MOVE-AMTS.
           MOVE WS-OPEN-RSRV            TO WS-MV-OPEN.
           MOVE WVHSO-PLAN-ID           TO WS-POST-PLAN-ID.
           MOVE WVHSO-VALN-LBL-CD       TO WS-POST-BLK-CD.

      *
      *  LAPSE OR SURRENDER FROM THE CANCELLATION ANALYTICS FILE.
      *
           MOVE WVHSO-CVG-NUM           TO WS-SRCH-CVG-NUM.
           SET  WS-CNX-IX               TO 1.
           SEARCH WS-CNX-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CNX-IX > WS-CNX-CNT
                   CONTINUE
               WHEN WS-CNX-POL-ID (WS-CNX-IX) = WVHSO-POL-ID
                AND WS-CNX-CVG-NUM (WS-CNX-IX) = WS-SRCH-CVG-NUM
                   IF  WS-CNX-TERM-TYP-CD (WS-CNX-IX) = 'S'
                       MOVE WS-OPEN-RSRV TO WS-MV-SURR
                   ELSE
                       MOVE WS-OPEN-RSRV TO WS-MV-LAPS
                   END-IF
                   GO TO 3200-POST-TERMINATION
           END-SEARCH.

      *
      *  OTHERWISE DEATH, MATURITY OR SURRENDER FROM THE MONTH'S
      *  PAID DISBURSEMENTS.
      *
           PERFORM  7200-FIND-DSPD-ENTRY
               THRU 7200-FIND-DSPD-ENTRY-X.

           EVALUATE TRUE
               WHEN WS-DSP-NOT-FOUND
                   ADD 1                TO WS-UNEX-CNT
                   COMPUTE WS-MV-UNEX = ZERO - WS-OPEN-RSRV
               WHEN WS-DSP-DEATH-PAID (WS-DSP-IX)
                   MOVE WS-OPEN-RSRV    TO WS-MV-DTH
               WHEN WS-DSP-MATURITY-PAID (WS-DSP-IX)
                   MOVE WS-OPEN-RSRV    TO WS-MV-MAT
               WHEN WS-DSP-SURRENDER-PAID (WS-DSP-IX)
                   MOVE WS-OPEN-RSRV    TO WS-MV-SURR
               WHEN OTHER
                   ADD 1                TO WS-UNEX-CNT
                   COMPUTE WS-MV-UNEX = ZERO - WS-OPEN-RSRV
           END-EVALUATE.

       3200-POST-TERMINATION.

           PERFORM  6000-POST-MOVEMENT
               THRU 6000-POST-MOVEMENT-X.

       3200-TERMINATED-COVERAGE-X.
           EXIT.

      *-----------------------------
       3300-NEW-COVERAGE.
      *-----------------------------

           ADD 1                        TO WS-NEWB-CNT.

           PERFORM  7600-GET-CLOSE-RESERVE
               THRU 7600-GET-CLOSE-RESERVE-X.

           INITIALIZE WS-MOVE-AMTS.
           MOVE WS-CLOS-RSRV            TO WS-MV-NEWB
                                           WS-MV-CLOS.
           MOVE WVHST-PLAN-ID           TO WS-POST-PLAN-ID.
           MOVE WVHST-VALN-LBL-CD       TO WS-POST-BLK-CD.
           PERFORM  6000-POST-MOVEMENT
               THRU 6000-POST-MOVEMENT-X.

       3300-NEW-COVERAGE-X.
           EXIT.
      /
      *--------------------------
       4000-PRINT-EXHIBIT.
      *--------------------------

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-COL-HEAD-1            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-COL-HEAD-2            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                  TO P-SECTION-LINE.
           MOVE 'BY PLAN CODE'          TO P-SECTION-TXT.
           PERFORM  4050-PRINT-SECTION-LINE
               THRU 4050-PRINT-SECTION-LINE-X.

           MOVE 'P'                     TO WS-PRT-TYP.
           IF  WS-AOC-CNT > ZERO
               PERFORM  4100-PRINT-ONE-ENTRY
                   THRU 4100-PRINT-ONE-ENTRY-X
                        VARYING WS-AOC-IX FROM 1 BY 1
                        UNTIL WS-AOC-IX > WS-AOC-CNT
           END-IF.

           MOVE SPACES                  TO P-SECTION-LINE.
           MOVE 'BY VALUATION BLOCK'    TO P-SECTION-TXT.
           PERFORM  4050-PRINT-SECTION-LINE
               THRU 4050-PRINT-SECTION-LINE-X.

           MOVE 'B'                     TO WS-PRT-TYP.
           IF  WS-AOC-CNT > ZERO
               PERFORM  4100-PRINT-ONE-ENTRY
                   THRU 4100-PRINT-ONE-ENTRY-X
                        VARYING WS-AOC-IX FROM 1 BY 1
                        UNTIL WS-AOC-IX > WS-AOC-CNT
           END-IF.

           MOVE SPACES                  TO P-SECTION-LINE.
           MOVE 'GRAND TOTAL'           TO P-SECTION-TXT.
           PERFORM  4050-PRINT-SECTION-LINE
               THRU 4050-PRINT-SECTION-LINE-X.

           MOVE SPACES                  TO P-AOC-LINE-1
                                           P-AOC-LINE-2.
           MOVE 'TOTAL '                TO P-AOC-ID.
           MOVE WS-TOT-OPEN             TO P-AOC-OPEN.
           MOVE WS-TOT-NEWB             TO P-AOC-NEWB.
           MOVE WS-TOT-LAPS             TO P-AOC-LAPS.
           MOVE WS-TOT-SURR             TO P-AOC-SURR.
           MOVE WS-TOT-DTH              TO P-AOC-DTH.
           MOVE WS-TOT-MAT              TO P-AOC-MAT.
           MOVE WS-TOT-INT              TO P-AOC-INT.
           MOVE WS-TOT-PREM             TO P-AOC-PREM.
           MOVE WS-TOT-BNFT             TO P-AOC-BNFT.
           MOVE WS-TOT-AGE              TO P-AOC-AGE.
           MOVE WS-TOT-UNEX             TO P-AOC-UNEX.
           MOVE WS-TOT-CLOS             TO P-AOC-CLOS.
           PERFORM  4200-WRITE-AOC-LINES
               THRU 4200-WRITE-AOC-LINES-X.

       4000-PRINT-EXHIBIT-X.
           EXIT.

      *--------------------------
       4050-PRINT-SECTION-LINE.
      *--------------------------

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-SECTION-LINE          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       4050-PRINT-SECTION-LINE-X.
           EXIT.

      *--------------------------
       4100-PRINT-ONE-ENTRY.
      *--------------------------

           IF  WS-AOC-TYP (WS-AOC-IX) NOT = WS-PRT-TYP
               GO TO 4100-PRINT-ONE-ENTRY-X
           END-IF.

           MOVE SPACES                  TO P-AOC-LINE-1
                                           P-AOC-LINE-2.
           MOVE WS-AOC-ID (WS-AOC-IX)   TO P-AOC-ID.
           MOVE WS-AOC-OPEN (WS-AOC-IX) TO P-AOC-OPEN.
           MOVE WS-AOC-NEWB (WS-AOC-IX) TO P-AOC-NEWB.
           MOVE WS-AOC-LAPS (WS-AOC-IX) TO P-AOC-LAPS.
           MOVE WS-AOC-SURR (WS-AOC-IX) TO P-AOC-SURR.
           MOVE WS-AOC-DTH (WS-AOC-IX)  TO P-AOC-DTH.
           MOVE WS-AOC-MAT (WS-AOC-IX)  TO P-AOC-MAT.
           MOVE WS-AOC-INT (WS-AOC-IX)  TO P-AOC-INT.
           MOVE WS-AOC-PREM (WS-AOC-IX) TO P-AOC-PREM.
           MOVE WS-AOC-BNFT (WS-AOC-IX) TO P-AOC-BNFT.
           MOVE WS-AOC-AGE (WS-AOC-IX)  TO P-AOC-AGE.
           MOVE WS-AOC-UNEX (WS-AOC-IX) TO P-AOC-UNEX.
           MOVE WS-AOC-CLOS (WS-AOC-IX) TO P-AOC-CLOS.
           PERFORM  4200-WRITE-AOC-LINES
               THRU 4200-WRITE-AOC-LINES-X.

       4100-PRINT-ONE-ENTRY-X.
           EXIT.

      *--------------------------
       4200-WRITE-AOC-LINES.
      *--------------------------

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-AOC-LINE-1            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-AOC-LINE-2            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       4200-WRITE-AOC-LINES-X.
           EXIT.
      /
      *----------------------------
       6000-POST-MOVEMENT.
      *----------------------------

      *
      *  EVERY MOVEMENT GOES TO ITS PLAN LINE, ITS VALUATION BLOCK
      *  LINE AND THE GRAND TOTAL.
      *
           MOVE 'P'                     TO WS-SRCH-TYP.
           MOVE WS-POST-PLAN-ID         TO WS-SRCH-ID.
           PERFORM  7000-FIND-AOC-ENTRY
               THRU 7000-FIND-AOC-ENTRY-X.
           IF  NOT WS-AOC-OVERFLOW
               PERFORM  6100-ADD-TO-ENTRY
                   THRU 6100-ADD-TO-ENTRY-X
           END-IF.

           MOVE 'B'                     TO WS-SRCH-TYP.
           MOVE WS-POST-BLK-CD          TO WS-SRCH-ID.
           PERFORM  7000-FIND-AOC-ENTRY
               THRU 7000-FIND-AOC-ENTRY-X.
           IF  NOT WS-AOC-OVERFLOW
               PERFORM  6100-ADD-TO-ENTRY
                   THRU 6100-ADD-TO-ENTRY-X
           END-IF.

           ADD WS-MV-OPEN               TO WS-TOT-OPEN.
           ADD WS-MV-NEWB               TO WS-TOT-NEWB.
           ADD WS-MV-LAPS               TO WS-TOT-LAPS.
           ADD WS-MV-SURR               TO WS-TOT-SURR.
           ADD WS-MV-DTH                TO WS-TOT-DTH.
           ADD WS-MV-MAT                TO WS-TOT-MAT.
           ADD WS-MV-INT                TO WS-TOT-INT.
           ADD WS-MV-PREM               TO WS-TOT-PREM.
           ADD WS-MV-BNFT               TO WS-TOT-BNFT.
           ADD WS-MV-AGE                TO WS-TOT-AGE.
           ADD WS-MV-UNEX               TO WS-TOT-UNEX.
           ADD WS-MV-CLOS               TO WS-TOT-CLOS.

       6000-POST-MOVEMENT-X.
           EXIT.

      *----------------------------
       6100-ADD-TO-ENTRY.
      *----------------------------

           ADD WS-MV-OPEN               TO WS-AOC-OPEN (WS-AOC-IX).
           ADD WS-MV-NEWB               TO WS-AOC-NEWB (WS-AOC-IX).
           ADD WS-MV-LAPS               TO WS-AOC-LAPS (WS-AOC-IX).
           ADD WS-MV-SURR               TO WS-AOC-SURR (WS-AOC-IX).
           ADD WS-MV-DTH                TO WS-AOC-DTH (WS-AOC-IX).
           ADD WS-MV-MAT                TO WS-AOC-MAT (WS-AOC-IX).
           ADD WS-MV-INT                TO WS-AOC-INT (WS-AOC-IX).
           ADD WS-MV-PREM               TO WS-AOC-PREM (WS-AOC-IX).
           ADD WS-MV-BNFT               TO WS-AOC-BNFT (WS-AOC-IX).
           ADD WS-MV-AGE                TO WS-AOC-AGE (WS-AOC-IX).
           ADD WS-MV-UNEX               TO WS-AOC-UNEX (WS-AOC-IX).
           ADD WS-MV-CLOS               TO WS-AOC-CLOS (WS-AOC-IX).

       6100-ADD-TO-ENTRY-X.
           EXIT.
      /
      *----------------------------
       7000-FIND-AOC-ENTRY.
      *----------------------------

           SET  WS-AOC-IX               TO 1.

           SEARCH WS-AOC-ENTRY
               AT END
                   PERFORM  7100-NEW-AOC-ENTRY
                       THRU 7100-NEW-AOC-ENTRY-X
               WHEN WS-AOC-IX > WS-AOC-CNT
                   PERFORM  7100-NEW-AOC-ENTRY
                       THRU 7100-NEW-AOC-ENTRY-X
               WHEN WS-AOC-KEY (WS-AOC-IX) = WS-SRCH-KEY
                   CONTINUE
           END-SEARCH.

       7000-FIND-AOC-ENTRY-X.
           EXIT.

      *----------------------------
       7100-NEW-AOC-ENTRY.
      *----------------------------

           IF  WS-AOC-CNT NOT < WS-AOC-MAX
               IF  NOT WS-AOC-OVERFLOW
      *MSG: (W) PLAN/BLOCK TABLE FULL - EXHIBIT INCOMPLETE
                   SET WS-AOC-OVERFLOW  TO TRUE
                   MOVE 'ZSRAOC0003'    TO WGLOB-MSG-REF-INFO
                   PERFORM  0260-1000-GENERATE-MESSAGE
                       THRU 0260-1000-GENERATE-MESSAGE-X
               END-IF
               GO TO 7100-NEW-AOC-ENTRY-X
           END-IF.

           ADD 1                        TO WS-AOC-CNT.
           SET WS-AOC-IX                TO WS-AOC-CNT.
           MOVE WS-SRCH-KEY             TO WS-AOC-KEY (WS-AOC-IX).
           MOVE ZERO TO WS-AOC-OPEN (WS-AOC-IX)
                        WS-AOC-NEWB (WS-AOC-IX)
                        WS-AOC-LAPS (WS-AOC-IX)
                        WS-AOC-SURR (WS-AOC-IX)
                        WS-AOC-DTH (WS-AOC-IX)
                        WS-AOC-MAT (WS-AOC-IX)
                        WS-AOC-INT (WS-AOC-IX)
                        WS-AOC-PREM (WS-AOC-IX)
                        WS-AOC-BNFT (WS-AOC-IX)
                        WS-AOC-AGE (WS-AOC-IX)
                        WS-AOC-UNEX (WS-AOC-IX)
                        WS-AOC-CLOS (WS-AOC-IX).

       7100-NEW-AOC-ENTRY-X.
           EXIT.

      *----------------------------
       7200-FIND-DSPD-ENTRY.
      *----------------------------

           SET WS-DSP-NOT-FOUND         TO TRUE.

           SEARCH ALL WS-DSP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DSP-POL-ID (WS-DSP-IX) = WS-BNFT-POL-ID
                   SET WS-DSP-FOUND     TO TRUE
           END-SEARCH.

       7200-FIND-DSPD-ENTRY-X.
           EXIT.

      *----------------------------
       7500-GET-OPEN-RESERVE.
      *----------------------------

           MOVE ZERO                    TO WS-OPEN-RSRV.
           MOVE WVHSO-NET-CASH-VAL      TO WS-VAL-TXT.
           IF  WS-VAL-AMT NUMERIC
               MOVE WS-VAL-AMT          TO WS-OPEN-RSRV
           END-IF.

       7500-GET-OPEN-RESERVE-X.
           EXIT.

      *----------------------------
       7600-GET-CLOSE-RESERVE.
      *----------------------------

           MOVE ZERO                    TO WS-CLOS-RSRV.
           MOVE WVHST-NET-CASH-VAL      TO WS-VAL-TXT.
           IF  WS-VAL-AMT NUMERIC
               MOVE WS-VAL-AMT          TO WS-CLOS-RSRV
           END-IF.

       7600-GET-CLOSE-RESERVE-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE SPACES                   TO P-SUMMARY-LINE-1.
           MOVE WS-OPEN-CNT              TO P-OPEN-CNT-X.
           MOVE WS-CLOS-CNT              TO P-CLOS-CNT-X.
           MOVE WS-CONT-CNT              TO P-CONT-CNT-X.
           MOVE WS-NEWB-CNT              TO P-NEWB-CNT-X.
           MOVE WS-TERM-CNT              TO P-TERM-CNT-X.
           MOVE WS-UNEX-CNT              TO P-UNEX-CNT-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      *------------------------
       8700-CHECK-RESIDUAL.
      *------------------------

      *
      *  THE EXHIBIT HAS PRINTED IN FULL; NOW FAIL THE RUN IF THE
      *  UNEXPLAINED RESIDUAL IS MORE THAN THE CLOSE WILL ACCEPT.
      *
           IF  WS-TOT-UNEX < ZERO
               COMPUTE WS-RESID-ABS = ZERO - WS-TOT-UNEX
           ELSE
               MOVE WS-TOT-UNEX          TO WS-RESID-ABS
           END-IF.

           IF  WS-RESID-ABS NOT > CR-RESID-MAX-AMT
               GO TO 8700-CHECK-RESIDUAL-X
           END-IF.

           MOVE WS-TOT-UNEX              TO WS-DISP-AMT.
           MOVE WS-DISP-AMT              TO WGLOB-MSG-PARM (1).
      *MSG: (S) UNEXPLAINED RESERVE RESIDUAL @1 EXCEEDS THRESHOLD
           MOVE 'ZSRAOC0006'             TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.
           PERFORM  0030-5000-LOGIC-ERROR
               THRU 0030-5000-LOGIC-ERROR-X.

       8700-CHECK-RESIDUAL-X.
           EXIT.
      /
      *-----------------
       9100-INIT-TITLES.
      *-----------------

           MOVE L0950-COMPANY-NAME TO L0040-COMPANY-NAME.
           MOVE ZERO               TO L0040-ERROR-CNT.

           MOVE SPACES             TO WHDG-LINE-1.
           MOVE SPACES             TO WHDG-LINE-2.
           MOVE WPGWS-CRNT-PGM-ID  TO WHDG-PROGRAM-ID.
           MOVE L0950-COMPANY-NAME TO WHDG-COMPANY-NAME.

           MOVE 'XS00000145'       TO WGLOB-MSG-REF-INFO.
           PERFORM 0260-2000-GET-MESSAGE
              THRU 0260-2000-GET-MESSAGE-X.
           MOVE WGLOB-MSG-TXT      TO L0040-SYSTEM-ID.
           MOVE WGLOB-MSG-TXT      TO WHDG-SYSTEM-ID.

           MOVE '00001'            TO WS-TXT-SRC-REF-ID.
           PERFORM 9800-GET-TEXT-DESC
              THRU 9800-GET-TEXT-DESC-X.
           MOVE L2490-TXT-STR-TXT  TO L0040-PROGRAM-DESC.
           MOVE L2490-TXT-STR-TXT  TO WHDG-REPORT-TITLE.

           PERFORM 0040-1000-INIT-TITLE
              THRU 0040-1000-INIT-TITLE-X.

       9100-INIT-TITLES-X.
           EXIT.

      *-------------------
       9800-GET-TEXT-DESC.
      *-------------------

           PERFORM 2490-1000-BUILD-PARM-INFO
              THRU 2490-1000-BUILD-PARM-INFO-X.
           MOVE WPGWS-CRNT-PGM-ID  TO L2490-TXT-SRC-ID.
           MOVE WS-TXT-SRC-REF-ID  TO L2490-TXT-SRC-REF-ID.
           PERFORM 2490-1000-RETRIEVE-TEXT
              THRU 2490-1000-RETRIEVE-TEXT-X.

       9800-GET-TEXT-DESC-X.
           EXIT.

      *--------------------------
       8450-WRITE-DETAIL-HEADING.
      *--------------------------

           MOVE WS-OPEN-YYMM-WORK      TO P-HDR-OPEN-YYMM.
           MOVE CR-VALN-YYMM           TO P-HDR-CLOS-YYMM.

           MOVE +1                    TO WPRT1-NUMBER-LINES.
           MOVE WHDG-LINE-1            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-2000-WRITE
               THRU PRT1-2000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE WHDG-LINE-2            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-3          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +1                    TO WPRT1-NUMBER-LINES.
           MOVE SPACES                 TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8450-WRITE-DETAIL-HEADING-X.
           EXIT.
      /
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           MOVE ZERO TO WCNCX-SEQ-IO-STATUS.
           OPEN INPUT CNCX-DATA-FILE.
           IF  WCNCX-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9710-HANDLE-CNCX-ERROR
                   THRU 9710-HANDLE-CNCX-ERROR-X
           END-IF.

           MOVE ZERO TO WDSPD-SEQ-IO-STATUS.
           OPEN INPUT DSPD-DATA-FILE.
           IF  WDSPD-SEQ-FILE-STATUS = '35'
               MOVE 8                   TO WDSPD-SEQ-IO-STATUS
           ELSE
               IF  WDSPD-SEQ-FILE-STATUS NOT = ZERO
                   PERFORM  9720-HANDLE-DSPD-ERROR
                       THRU 9720-HANDLE-DSPD-ERROR-X
               END-IF
           END-IF.

      *
      *  NO VHST STORE YET MEANS BOTH MONTHS ARE EMPTY.
      *
           OPEN INPUT VHSO-FILE.
           IF  WVHSO-IO-NOFILE
               SET WS-OPEN-AT-END       TO TRUE
           ELSE
               IF  WVHSO-SEQ-FILE-STATUS NOT = '00'
                   MOVE WVHSO-SEQ-FILE-NAME   TO WGLOB-TABLE-NAME
                   MOVE WVHSO-SEQ-FILE-STATUS TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE     TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           OPEN INPUT VHST-FILE.
           IF  WVHST-IO-NOFILE
               SET WS-CLOS-AT-END       TO TRUE
           ELSE
               IF  WVHST-SEQ-FILE-STATUS NOT = '00'
                   MOVE WVHST-SEQ-FILE-NAME   TO WGLOB-TABLE-NAME
                   MOVE WVHST-SEQ-FILE-STATUS TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE     TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           COMPUTE WS-DISP-CTR = WS-CONT-CNT + WS-NEWB-CNT
                               + WS-TERM-CNT.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSRAOC0007'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL COVERAGES ANALYSED @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE CNCX-DATA-FILE.
           CLOSE DSPD-DATA-FILE.

           IF  NOT WVHSO-IO-NOFILE
               CLOSE VHSO-FILE
           END-IF.
           IF  NOT WVHST-IO-NOFILE
               CLOSE VHST-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-CNCX-READ.
      *----------------

           MOVE ZERO                   TO WCNCX-SEQ-IO-STATUS.

           READ CNCX-DATA-FILE
                AT END
                  MOVE 8               TO WCNCX-SEQ-IO-STATUS
                  GO TO 9500-CNCX-READ-X.

           IF  WCNCX-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9710-HANDLE-CNCX-ERROR
                   THRU 9710-HANDLE-CNCX-ERROR-X
           END-IF.

       9500-CNCX-READ-X.
           EXIT.

      *----------------
       9500-DSPD-READ.
      *----------------

           IF  WDSPD-SEQ-IO-EOF
               GO TO 9500-DSPD-READ-X
           END-IF.

           MOVE ZERO                   TO WDSPD-SEQ-IO-STATUS.

           READ DSPD-DATA-FILE
                AT END
                  MOVE 8               TO WDSPD-SEQ-IO-STATUS
                  GO TO 9500-DSPD-READ-X.

           IF  WDSPD-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9720-HANDLE-DSPD-ERROR
                   THRU 9720-HANDLE-DSPD-ERROR-X
           END-IF.

       9500-DSPD-READ-X.
           EXIT.

      *----------------
       9510-VHSO-READ.
      *----------------

           IF  WS-OPEN-AT-END
               MOVE HIGH-VALUES         TO WS-OPEN-MATCH-KEY
               GO TO 9510-VHSO-READ-X
           END-IF.

           READ VHSO-FILE NEXT RECORD
               AT END
                   SET WS-OPEN-AT-END   TO TRUE
                   MOVE HIGH-VALUES     TO WS-OPEN-MATCH-KEY
                   GO TO 9510-VHSO-READ-X.

           IF  WVHSO-SEQ-FILE-STATUS NOT = '00'
               MOVE WVHSO-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WVHSO-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           IF  WVHSO-VALN-YYMM NOT = WS-OPEN-YYMM-WORK
               SET WS-OPEN-AT-END       TO TRUE
               MOVE HIGH-VALUES         TO WS-OPEN-MATCH-KEY
               GO TO 9510-VHSO-READ-X
           END-IF.

           ADD 1                        TO WS-OPEN-CNT.
           MOVE WVHSO-POL-ID            TO WS-OPEN-POL-ID.
           MOVE WVHSO-CVG-NUM           TO WS-OPEN-CVG-NUM.

       9510-VHSO-READ-X.
           EXIT.

      *----------------
       9520-VHST-READ.
      *----------------

           IF  WS-CLOS-AT-END
               MOVE HIGH-VALUES         TO WS-CLOS-MATCH-KEY
               GO TO 9520-VHST-READ-X
           END-IF.

           READ VHST-FILE NEXT RECORD
               AT END
                   SET WS-CLOS-AT-END   TO TRUE
                   MOVE HIGH-VALUES     TO WS-CLOS-MATCH-KEY
                   GO TO 9520-VHST-READ-X.

           IF  WVHST-SEQ-FILE-STATUS NOT = '00'
               MOVE WVHST-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WVHST-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           IF  WVHST-VALN-YYMM NOT = CR-VALN-YYMM
               SET WS-CLOS-AT-END       TO TRUE
               MOVE HIGH-VALUES         TO WS-CLOS-MATCH-KEY
               GO TO 9520-VHST-READ-X
           END-IF.

           ADD 1                        TO WS-CLOS-CNT.
           MOVE WVHST-POL-ID            TO WS-CLOS-POL-ID.
           MOVE WVHST-CVG-NUM           TO WS-CLOS-CVG-NUM.

       9520-VHST-READ-X.
           EXIT.

      *-----------------------
       9710-HANDLE-CNCX-ERROR.
      *-----------------------

           MOVE WCNCX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCNCX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCNCX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-CNCX-ERROR-X.
           EXIT.

      *-----------------------
       9720-HANDLE-DSPD-ERROR.
      *-----------------------

           MOVE WDSPD-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WDSPD-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WDSPD-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9720-HANDLE-DSPD-ERROR-X.
           EXIT.

      /
       COPY XCPL0035.
      *
      * CONTROL CARD PROCESSING
      *
       COPY CCPPCCC.
      *
      * COMPANY NAME
      *
       COPY CCPL0950.
      *
      * GENERATE MESSAGE / GET MESSAGE TEXT
      *
       COPY XCPL0260.
      *
      * TITLE / HEADING BUILD
      *
       COPY XCPL0040.
      *
      * SYSTEM DATE / TIME
      *
       COPY XCPL1610.
      *
      * TEXT RETRIEVAL
      *
       COPY XCPL2490.
      *
      * BATCH CONTROL FILE (BCF) PROCESSING
      *
       COPY XCPLBCF.
       COPY XCPOBCF.
       COPY XCPNBCF.
      *
      * OUTPUT CONTROL FILE (OCF) PROCESSING
      *
       COPY XCPLOCF.
       COPY XCPOOCF.
      *
      * PRINT FILE PROCESSING
      *
       COPY CCPIPRT1.
      *
      * APPLICATION CONTROL MASTER
      *
       COPY CCPNMAST.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMRAOC                     **
      *****************************************************************
