      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMXSTD.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMXSTD                                         **
      **  REMARKS: ANNUAL EXPERIENCE STUDY EXPOSURE EXTRACT FOR THE  **
      **           PRICING TEAM'S MORTALITY, MORBIDITY AND LAPSE     **
      **           STUDIES.  FOR EVERY COVERAGE ON THE STUDY         **
      **           COVERAGE LIST (ZCSRXSCV) WRITES ONE EXPOSURE      **
      **           RECORD PER POLICY YEAR OVERLAPPING THE STUDY      **
      **           PERIOD ON THE CONTROL CARD, CARRYING ATTAINED     **
      **           AGE, SEX, SMOKER CODE, PLAN, DURATION, FACE AND   **
      **           THE FRACTION OF THE POLICY YEAR EXPOSED, AND ONE  **
      **           DECREMENT RECORD PER ACTUAL DECREMENT IN THE      **
      **           PERIOD:                                           **
      **             LAPSES/SURRENDERS - CANCELLATION FILE ZCSRCNCX  **
      **             DEATH/MORBIDITY   - PAID CLAIM EVENTS ZCSRCLPS  **
      **             MATURITIES        - PAID DISBURSEMENT REGISTER  **
      **                                 ZCSRDSPD                    **
      **           EXPOSURE STOPS AT THE FIRST LAPSE, SURRENDER,     **
      **           DEATH OR MATURITY.  THE PERIOD'S MONTHLY MOVEMENT **
      **           FILES (ZCSRMVMT, AS READ BY THE ZSBMMOVX INFORCE  **
      **           MOVEMENT EXHIBIT) ARE READ AS ONE CONCATENATION   **
      **           AND THE BASE-COVERAGE DECREMENTS ARE TIED TO      **
      **           THEM BY PLAN AND TYPE, IN COUNTS AND FACE - EVERY **
      **           DIFFERENCE IS FLAGGED ON THE REPORT.  DECREMENTS  **
      **           FOR COVERAGES NOT ON THE STUDY LIST ARE LISTED.   **
      **                                                             **
      **  DOMAIN :  AC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51272**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           SELECT XSCV-DATA-FILE ASSIGN TO ZSXSCV
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WXSCV-SEQ-FILE-STATUS.

           SELECT CNCX-DATA-FILE ASSIGN TO ZSCNCX
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCNCX-SEQ-FILE-STATUS.

           SELECT CLPS-DATA-FILE ASSIGN TO ZSCLPS
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCLPS-SEQ-FILE-STATUS.

           SELECT DSPD-DATA-FILE ASSIGN TO ZSDSPD
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WDSPD-SEQ-FILE-STATUS.

           SELECT MVMT-DATA-FILE ASSIGN TO ZSMVMT
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WMVMT-SEQ-FILE-STATUS.

           SELECT XSEX-DATA-FILE ASSIGN TO ZSXSEX
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WXSEX-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       FD  XSCV-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRXSCV.

       FD  CNCX-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCNCX.

       FD  CLPS-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCLPS.

       FD  DSPD-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRDSPD.

       FD  MVMT-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRMVMT.

       FD  XSEX-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRXSEX.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMXSTD'.

       COPY SQLCA.

       01  WXSCV-SEQ-IO-WORK-AREA.
           05  WXSCV-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'XSCV'.
           05  WXSCV-SEQ-IO-COMMAND            PIC X(02).
           05  WXSCV-SEQ-FILE-STATUS           PIC X(02).
           05  WXSCV-SEQ-IO-STATUS             PIC 9(01).
               88  WXSCV-SEQ-IO-OK             VALUE 0.
               88  WXSCV-SEQ-IO-EOF            VALUE 8.
               88  WXSCV-SEQ-IO-ERROR          VALUE 9.

       01  WCNCX-SEQ-IO-WORK-AREA.
           05  WCNCX-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'CNCX'.
           05  WCNCX-SEQ-IO-COMMAND            PIC X(02).
           05  WCNCX-SEQ-FILE-STATUS           PIC X(02).
           05  WCNCX-SEQ-IO-STATUS             PIC 9(01).
               88  WCNCX-SEQ-IO-OK             VALUE 0.
               88  WCNCX-SEQ-IO-EOF            VALUE 8.
               88  WCNCX-SEQ-IO-ERROR          VALUE 9.

       01  WCLPS-SEQ-IO-WORK-AREA.
           05  WCLPS-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'CLPS'.
           05  WCLPS-SEQ-IO-COMMAND            PIC X(02).
           05  WCLPS-SEQ-FILE-STATUS           PIC X(02).
           05  WCLPS-SEQ-IO-STATUS             PIC 9(01).
               88  WCLPS-SEQ-IO-OK             VALUE 0.
               88  WCLPS-SEQ-IO-EOF            VALUE 8.
               88  WCLPS-SEQ-IO-ERROR          VALUE 9.

       01  WDSPD-SEQ-IO-WORK-AREA.
           05  WDSPD-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'DSPD'.
           05  WDSPD-SEQ-IO-COMMAND            PIC X(02).
           05  WDSPD-SEQ-FILE-STATUS           PIC X(02).
           05  WDSPD-SEQ-IO-STATUS             PIC 9(01).
               88  WDSPD-SEQ-IO-OK             VALUE 0.
               88  WDSPD-SEQ-IO-EOF            VALUE 8.
               88  WDSPD-SEQ-IO-ERROR          VALUE 9.

       01  WMVMT-SEQ-IO-WORK-AREA.
           05  WMVMT-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'MVMT'.
           05  WMVMT-SEQ-IO-COMMAND            PIC X(02).
           05  WMVMT-SEQ-FILE-STATUS           PIC X(02).
           05  WMVMT-SEQ-IO-STATUS             PIC 9(01).
               88  WMVMT-SEQ-IO-OK             VALUE 0.
               88  WMVMT-SEQ-IO-EOF            VALUE 8.
               88  WMVMT-SEQ-IO-ERROR          VALUE 9.

       01  WXSEX-SEQ-IO-WORK-AREA.
           05  WXSEX-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'XSEX'.
           05  WXSEX-SEQ-IO-COMMAND            PIC X(02).
           05  WXSEX-SEQ-FILE-STATUS           PIC X(02).
           05  WXSEX-SEQ-IO-STATUS             PIC 9(01).
               88  WXSEX-SEQ-IO-OK             VALUE 0.
               88  WXSEX-SEQ-IO-ERROR          VALUE 9.

      ****************************************************************
      *    CONTROL CARD - FIRST AND LAST DAY OF THE STUDY PERIOD
      *    (YYYY-MM-DD).
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-STUDY-STRT-DT                PIC X(10).
           02  FILLER                          PIC X(01).
           02  CR-STUDY-END-DT                 PIC X(10).
           02  FILLER                          PIC X(52).

       01  WS-PROGRAM-WORK-AREA.
           05  WS-DT-CHK                 PIC X(10).
           05  WS-DT-CHK-PARTS REDEFINES
               WS-DT-CHK.
               10  WS-DT-CHK-YY          PIC 9(04).
               10  WS-DT-CHK-SEP-1       PIC X(01).
               10  WS-DT-CHK-MM          PIC 9(02).
               10  WS-DT-CHK-SEP-2       PIC X(01).
               10  WS-DT-CHK-DD          PIC 9(02).
           05  WS-DT-VALID-SW            PIC X(01).
               88  WS-DT-VALID                      VALUE 'Y'.
               88  WS-DT-NOT-VALID                  VALUE 'N'.
           05  WS-STUDY-STRT-SER         PIC S9(09) COMP-3.
           05  WS-STUDY-END-DT           PIC X(10).
           05  WS-STUDY-END-SER          PIC S9(09) COMP-3.
           05  WS-CRNT-POL-ID            PIC X(10)  VALUE LOW-VALUES.
           05  WS-POL-MAT-KEY.
               10  WS-POL-MAT-POL-ID     PIC X(10).
               10  WS-POL-MAT-CVG-NUM    PIC 9(03).
           05  WS-DRV-KEY.
               10  WS-DRV-POL-ID         PIC X(10).
               10  WS-DRV-CVG-NUM        PIC 9(03).
           05  WS-MAT-DT                 PIC X(10).
           05  WS-MAT-AMT                PIC S9(11)V99 COMP-3.
           05  WS-TERM-DT                PIC X(10).
           05  WS-TERM-SER               PIC S9(09) COMP-3.
           05  WS-ISS-DT                 PIC X(10).
           05  WS-ISS-PARTS REDEFINES
               WS-ISS-DT.
               10  WS-ISS-YY             PIC 9(04).
               10  FILLER                PIC X(01).
               10  WS-ISS-MM             PIC 9(02).
               10  FILLER                PIC X(01).
               10  WS-ISS-DD             PIC 9(02).
           05  WS-ISS-SER                PIC S9(09) COMP-3.
           05  WS-EXPO-STRT-DT           PIC X(10).
           05  WS-EXPO-STRT-SER          PIC S9(09) COMP-3.
           05  WS-EXPO-END-DT            PIC X(10).
           05  WS-EXPO-END-SER           PIC S9(09) COMP-3.
           05  WS-PY-K                   PIC S9(04) COMP.
           05  WS-PY-STRT-DT             PIC X(10).
           05  WS-PY-STRT-SER            PIC S9(09) COMP-3.
           05  WS-PY-END-DT              PIC X(10).
           05  WS-PY-END-SER             PIC S9(09) COMP-3.
           05  WS-OVL-STRT-DT            PIC X(10).
           05  WS-OVL-STRT-SER           PIC S9(09) COMP-3.
           05  WS-OVL-END-DT             PIC X(10).
           05  WS-OVL-END-SER            PIC S9(09) COMP-3.
           05  WS-ANNIV-DT.
               10  WS-ANNIV-YY           PIC 9(04).
               10  FILLER                PIC X(01) VALUE '-'.
               10  WS-ANNIV-MM           PIC 9(02).
               10  FILLER                PIC X(01) VALUE '-'.
               10  WS-ANNIV-DD           PIC 9(02).
           05  WS-ANNIV-SER              PIC S9(09) COMP-3.
           05  WS-LEAP-QUOT              PIC S9(05) COMP-3.
           05  WS-LEAP-REM               PIC S9(01) COMP-3.
           05  WS-EVNT-DT                PIC X(10).
           05  WS-EVNT-SER               PIC S9(09) COMP-3.
           05  WS-NEW-DCR-KEY.
               10  WS-NEW-DCR-POL-ID     PIC X(10).
               10  WS-NEW-DCR-CVG-NUM    PIC 9(03).
               10  WS-NEW-DCR-DT         PIC X(10).
           05  WS-NEW-DCR-TYP            PIC X(02).
           05  WS-NEW-DCR-AMT            PIC S9(11)V99 COMP-3.
           05  WS-SRCH-PLAN-ID           PIC X(06).
           05  WS-SRCH-TYP               PIC X(02).
           05  WS-TYP-SUB                PIC S9(04) COMP.
           05  WS-CNT-DIFF               PIC S9(09) COMP-3.
           05  WS-FACE-DIFF              PIC S9(15)V99 COMP-3.
           05  WS-EXCP-POL-ID            PIC X(10).
           05  WS-EXCP-CVG-NUM           PIC 9(03).
           05  WS-EXCP-TYP               PIC X(02).
           05  WS-EXCP-DT                PIC X(10).
           05  WS-EXCP-REASON-TXT        PIC X(40).

      ****************************************************************
      *    DECREMENT TYPES TIED TO THE MOVEMENT EXHIBIT
      ****************************************************************

       01  WS-TIE-TYP-TABLE-INFO.
           05  WS-TIE-TYP-VALUES         PIC X(08)  VALUE 'LPSVMTDH'.
           05  WS-TIE-TYP-TABLE REDEFINES
               WS-TIE-TYP-VALUES.
               10  WS-TIE-TYP-CD         PIC X(02)
                                         OCCURS 4 TIMES
                                         INDEXED BY WS-TT-IX.

      ****************************************************************
      *    THE PERIOD'S DECREMENTS, KEPT IN POLICY/COVERAGE/DATE
      *    ORDER AS THEY ARE LOADED AND MERGED AGAINST THE STUDY
      *    COVERAGE LIST.  A MATURITY IS A POLICY EVENT AND IS HELD
      *    UNDER COVERAGE 000.  UNUSED ENTRIES HOLD HIGH-VALUES; THE
      *    LAST ENTRY IS NEVER FILLED AND ENDS EVERY SCAN.
      ****************************************************************

       01  WS-DCR-TABLE-INFO.
           05  WS-DCR-CNT                PIC S9(08) COMP VALUE +0.
           05  WS-DCR-MAX                PIC S9(08) COMP VALUE +20000.
           05  WS-DCR-PTR                PIC S9(08) COMP VALUE +1.
           05  WS-DCR-SUB                PIC S9(08) COMP.
           05  WS-DCR-INS-SUB            PIC S9(08) COMP.

       01  WS-DCR-TABLE.
           05  WS-DCR-ENTRY              OCCURS 20001 TIMES
                                         INDEXED BY WS-DCR-IX.
               10  WS-DCR-KEY.
                   15  WS-DCR-PC-KEY.
                       20  WS-DCR-POL-ID PIC X(10).
                       20  WS-DCR-CVG-NUM
                                         PIC 9(03).
                   15  WS-DCR-DT         PIC X(10).
               10  WS-DCR-TYP            PIC X(02).
               10  WS-DCR-AMT            PIC S9(11)V99 COMP-3.

      ****************************************************************
      *    THE CURRENT COVERAGE'S DECREMENTS IN THE PERIOD
      ****************************************************************

       01  WS-CVG-DCR-INFO.
           05  WS-CD-CNT                 PIC S9(04) COMP VALUE +0.
           05  WS-CD-MAX                 PIC S9(04) COMP VALUE +99.
           05  WS-CD-SUB                 PIC S9(04) COMP.
           05  WS-CD-DTH-SUB             PIC S9(04) COMP.
           05  WS-CD-ENTRY               OCCURS 99 TIMES.
               10  WS-CD-TYP             PIC X(02).
               10  WS-CD-DT              PIC X(10).
               10  WS-CD-AMT             PIC S9(11)V99 COMP-3.

      ****************************************************************
      *    THE TIE TO THE MOVEMENT EXHIBIT - PER PLAN, PER TYPE
      *    (LP, SV, MT, DH), STUDY AND EXHIBIT COUNTS AND FACE
      ****************************************************************

       01  WS-TIE-TABLE-INFO.
           05  WS-TIE-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-TIE-MAX                PIC S9(04) COMP VALUE +300.
           05  WS-TIE-SUB                PIC S9(04) COMP.
           05  WS-TIE-ENTRY              OCCURS 300 TIMES
                                         INDEXED BY WS-TIE-IX.
               10  WS-TIE-PLAN-ID        PIC X(06).
               10  WS-TIE-TYP-AMTS       OCCURS 4 TIMES.
                   15  WS-TIE-STDY-CNT   PIC S9(09) COMP-3.
                   15  WS-TIE-STDY-FACE  PIC S9(15)V99 COMP-3.
                   15  WS-TIE-EXH-CNT    PIC S9(09) COMP-3.
                   15  WS-TIE-EXH-FACE   PIC S9(15)V99 COMP-3.

       01  WS-REPORT-TOTALS.
           05  WS-CVG-READ-CNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-CVG-EXCP-CNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-EXPO-REC-CNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-DCR-REC-CNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-ORPHAN-CNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-OOB-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-TOT-EXPO-YRS         PIC S9(11)V9(06) COMP-3
                                                         VALUE +0.
           05  WS-TOT-STDY-CNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-TOT-STDY-FACE        PIC S9(15)V99 COMP-3 VALUE +0.
           05  WS-TOT-EXH-CNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-TOT-EXH-FACE         PIC S9(15)V99 COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'EXPERIENCE STUDY EXPOSURE EXTRACT           '.
           03  FILLER                      PIC X(08)
               VALUE 'PERIOD: '.
           03  P-HDR-STRT-DT               PIC X(10).
           03  FILLER                      PIC X(04)
               VALUE ' TO '.
           03  P-HDR-END-DT                PIC X(10).

       01  P-SECTION-LINE.
           03  FILLER                      PIC X(01).
           03  P-SECTION-TXT               PIC X(60).

       01  P-EXCP-LINE.
           03  FILLER                      PIC X(01).
           03  P-EXCP-POL-ID               PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-EXCP-CVG-NUM              PIC 9(03).
           03  FILLER                      PIC X(02).
           03  P-EXCP-TYP                  PIC X(02).
           03  FILLER                      PIC X(02).
           03  P-EXCP-DT                   PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-EXCP-REASON-TXT           PIC X(40).

       01  P-TIE-HEAD.
           03  FILLER                      PIC X(12)
               VALUE ' PLAN   TYP '.
           03  FILLER                      PIC X(33)
               VALUE '  STUDY CNT   EXHIBIT CNT    DIFF'.
           03  FILLER                      PIC X(42)
               VALUE
               '           STUDY FACE         EXHIBIT FACE'.
           03  FILLER                      PIC X(16)
               VALUE '            DIFF'.

       01  P-TIE-LINE.
           03  FILLER                      PIC X(01).
           03  P-TIE-PLAN-ID               PIC X(06).
           03  FILLER                      PIC X(02).
           03  P-TIE-TYP                   PIC X(02).
           03  FILLER                      PIC X(01).
           03  P-TIE-STDY-CNT              PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(03).
           03  P-TIE-EXH-CNT               PIC ZZZ,ZZZ,ZZ9.
           03  P-TIE-CNT-DIFF              PIC ZZZ,ZZ9-.
           03  FILLER                      PIC X(02).
           03  P-TIE-STDY-FACE             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(02).
           03  P-TIE-EXH-FACE              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           03  P-TIE-FACE-DIFF             PIC ZZZ,ZZZ,ZZZ,ZZ9-.
           03  FILLER                      PIC X(01).
           03  P-TIE-OOB-FLAG              PIC X(14).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(11)
               VALUE 'COVERAGES: '.
           03  P-CVG-CNT-X                 PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(11)
               VALUE 'REJECTED:  '.
           03  P-CVGX-CNT-X                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(11)
               VALUE 'EXPOSURES: '.
           03  P-EXPO-CNT-X                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE 'EXPOSURE YEARS: '.
           03  P-EXPO-YRS-X                PIC ZZZ,ZZZ,ZZ9.99.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(11)
               VALUE 'DECREMENTS:'.
           03  P-DCR-CNT-X                 PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(11)
               VALUE 'UNMATCHED: '.
           03  P-ORPH-CNT-X                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(20)
               VALUE 'TIE LINES OUT OF BAL'.
           03  FILLER                      PIC X(02)
               VALUE ': '.
           03  P-OOB-CNT-X                 PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCWWDAYS.

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

           PERFORM  1200-LOAD-CLAIM
               THRU 1200-LOAD-CLAIM-X
                    UNTIL WCLPS-SEQ-IO-EOF.

           PERFORM  1400-LOAD-MATURITY
               THRU 1400-LOAD-MATURITY-X
                    UNTIL WDSPD-SEQ-IO-EOF.

           PERFORM  1600-LOAD-MOVEMENT
               THRU 1600-LOAD-MOVEMENT-X
                    UNTIL WMVMT-SEQ-IO-EOF.

           MOVE 'DECREMENT AND COVERAGE EXCEPTIONS'
                                        TO P-SECTION-TXT.
           PERFORM  4900-PRINT-SECTION
               THRU 4900-PRINT-SECTION-X.

           PERFORM  3000-PROCESS-COVERAGE
               THRU 3000-PROCESS-COVERAGE-X
                    UNTIL WXSCV-SEQ-IO-EOF.

           PERFORM  3110-SKIP-ORPHAN
               THRU 3110-SKIP-ORPHAN-X
                    UNTIL WS-DCR-PTR > WS-DCR-CNT.

           PERFORM  4000-PRINT-TIE
               THRU 4000-PRINT-TIE-X.

           PERFORM  8600-WRITE-SUMMARY-LINE
               THRU 8600-WRITE-SUMMARY-LINE-X.

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
      *MSG: (S) MISSING EXPERIENCE STUDY PERIOD CONTROL CARD
               MOVE 'ZSXSTD0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           MOVE CR-STUDY-STRT-DT        TO WS-DT-CHK.
           PERFORM  7200-CHECK-DATE
               THRU 7200-CHECK-DATE-X.
           IF  WS-DT-VALID
               MOVE CR-STUDY-END-DT     TO WS-DT-CHK
               PERFORM  7200-CHECK-DATE
                   THRU 7200-CHECK-DATE-X
           END-IF.

           IF  WS-DT-NOT-VALID
           OR  CR-STUDY-END-DT < CR-STUDY-STRT-DT
      *MSG: (S) INVALID EXPERIENCE STUDY PERIOD
               MOVE 'ZSXSTD0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE CR-STUDY-STRT-DT        TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           MOVE WDAYS-SERIAL            TO WS-STUDY-STRT-SER.

      *
      *  EXPOSURE RUNS UP TO (NOT INCLUDING) THE DAY AFTER THE
      *  STUDY ENDS.
      *
           MOVE CR-STUDY-END-DT         TO WDAYS-IN-DT.
           MOVE +1                      TO WDAYS-ADD-DAY-QTY.
           PERFORM  DAYS-2000-ADD-DAYS
               THRU DAYS-2000-ADD-DAYS-X.
           MOVE WDAYS-OUT-DT            TO WS-STUDY-END-DT.
           COMPUTE WS-STUDY-END-SER = WDAYS-SERIAL + 1.

           MOVE HIGH-VALUES             TO WS-DCR-TABLE.

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

           PERFORM  9500-XSCV-READ
              THRU 9500-XSCV-READ-X.

           PERFORM  9500-CNCX-READ
              THRU 9500-CNCX-READ-X.

           PERFORM  9500-CLPS-READ
              THRU 9500-CLPS-READ-X.

           PERFORM  9500-DSPD-READ
              THRU 9500-DSPD-READ-X.

           PERFORM  9500-MVMT-READ
              THRU 9500-MVMT-READ-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------------------
       1000-LOAD-CANCELLATION.
      *-------------------------------

           IF  RCNCX-TERM-DT < CR-STUDY-STRT-DT
           OR  RCNCX-TERM-DT > CR-STUDY-END-DT
               GO TO 1000-NEXT-CANCELLATION
           END-IF.

           MOVE RCNCX-POL-ID            TO WS-NEW-DCR-POL-ID.
           MOVE RCNCX-CVG-NUM           TO WS-NEW-DCR-CVG-NUM.
           MOVE RCNCX-TERM-DT           TO WS-NEW-DCR-DT.
           MOVE ZERO                    TO WS-NEW-DCR-AMT.

           EVALUATE TRUE
               WHEN RCNCX-TERM-LAPSE
                   MOVE 'LP'            TO WS-NEW-DCR-TYP
               WHEN RCNCX-TERM-SURRENDER
                   MOVE 'SV'            TO WS-NEW-DCR-TYP
               WHEN OTHER
                   GO TO 1000-NEXT-CANCELLATION
           END-EVALUATE.

           PERFORM  1800-NEW-DCR-ENTRY
               THRU 1800-NEW-DCR-ENTRY-X.

       1000-NEXT-CANCELLATION.

           PERFORM  9500-CNCX-READ
               THRU 9500-CNCX-READ-X.

       1000-LOAD-CANCELLATION-X.
           EXIT.

      *-------------------------------
       1200-LOAD-CLAIM.
      *-------------------------------

      *
      *  ONLY PAYMENT EVENTS IN THE PERIOD COUNT - APPROVALS,
      *  REJECTIONS AND RETURNS ARE NOT ACTUAL EXPERIENCE.
      *
           IF  NOT RCLPS-EVNT-PAID
           OR  RCLPS-EVNT-DT < CR-STUDY-STRT-DT
           OR  RCLPS-EVNT-DT > CR-STUDY-END-DT
               GO TO 1200-NEXT-CLAIM
           END-IF.

           IF  NOT RCLPS-TYP-DEATH
           AND NOT RCLPS-TYP-HOSPITAL
           AND NOT RCLPS-TYP-SURGERY
           AND NOT RCLPS-TYP-DISABILITY
               GO TO 1200-NEXT-CLAIM
           END-IF.

           MOVE RCLPS-POL-ID            TO WS-NEW-DCR-POL-ID.
           MOVE RCLPS-CVG-NUM           TO WS-NEW-DCR-CVG-NUM.
           MOVE RCLPS-EVNT-DT           TO WS-NEW-DCR-DT.
           MOVE RCLPS-CLM-TYP-CD        TO WS-NEW-DCR-TYP.
           MOVE ZERO                    TO WS-NEW-DCR-AMT.
           IF  RCLPS-PAYMT-AMT NUMERIC
               MOVE RCLPS-PAYMT-AMT     TO WS-NEW-DCR-AMT
           END-IF.

           PERFORM  1800-NEW-DCR-ENTRY
               THRU 1800-NEW-DCR-ENTRY-X.

       1200-NEXT-CLAIM.

           PERFORM  9500-CLPS-READ
               THRU 9500-CLPS-READ-X.

       1200-LOAD-CLAIM-X.
           EXIT.

      *-------------------------------
       1400-LOAD-MATURITY.
      *-------------------------------

           IF  NOT RDSPD-TYP-MATURITY
           OR  RDSPD-PAID-DT < CR-STUDY-STRT-DT
           OR  RDSPD-PAID-DT > CR-STUDY-END-DT
               GO TO 1400-NEXT-MATURITY
           END-IF.

           MOVE RDSPD-POL-ID            TO WS-NEW-DCR-POL-ID.
           MOVE ZERO                    TO WS-NEW-DCR-CVG-NUM.
           MOVE RDSPD-PAID-DT           TO WS-NEW-DCR-DT.
           MOVE 'MT'                    TO WS-NEW-DCR-TYP.
           MOVE RDSPD-DSBMT-AMT         TO WS-NEW-DCR-AMT.

           PERFORM  1800-NEW-DCR-ENTRY
               THRU 1800-NEW-DCR-ENTRY-X.

       1400-NEXT-MATURITY.

           PERFORM  9500-DSPD-READ
               THRU 9500-DSPD-READ-X.

       1400-LOAD-MATURITY-X.
           EXIT.

      *-------------------------------
       1600-LOAD-MOVEMENT.
      *-------------------------------

           MOVE RMVMT-PLAN-ID           TO WS-SRCH-PLAN-ID.
           MOVE RMVMT-MVMT-TYP-CD       TO WS-SRCH-TYP.

           PERFORM  7300-FIND-TIE-ENTRY
               THRU 7300-FIND-TIE-ENTRY-X.

           IF  WS-TYP-SUB > ZERO
               ADD 1                    TO
                   WS-TIE-EXH-CNT (WS-TIE-IX, WS-TYP-SUB)
               ADD RMVMT-FACE-AMT       TO
                   WS-TIE-EXH-FACE (WS-TIE-IX, WS-TYP-SUB)
           END-IF.

           PERFORM  9500-MVMT-READ
               THRU 9500-MVMT-READ-X.

       1600-LOAD-MOVEMENT-X.
           EXIT.

      *----------------------------
       1800-NEW-DCR-ENTRY.
      *----------------------------

      *
      *  INSERT THE DECREMENT AHEAD OF THE FIRST HIGHER ENTRY (OR
      *  THE FIRST UNUSED ONE), SHIFTING THE REST UP ONE PLACE.  A
      *  SHORT TABLE WOULD UNDERSTATE THE STUDY, SO A FULL ONE
      *  STOPS THE RUN.
      *
           IF  WS-DCR-CNT NOT < WS-DCR-MAX
      *MSG: (S) EXPERIENCE STUDY DECREMENT TABLE FULL
               MOVE 'ZSXSTD0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           SET  WS-DCR-IX               TO 1.
           SEARCH WS-DCR-ENTRY
               AT END
                   GO TO 1800-NEW-DCR-ENTRY-X
               WHEN WS-DCR-KEY (WS-DCR-IX) > WS-NEW-DCR-KEY
                   CONTINUE
           END-SEARCH.

           SET  WS-DCR-INS-SUB          TO WS-DCR-IX.

           IF  WS-DCR-CNT NOT < WS-DCR-INS-SUB
               PERFORM  1810-SHIFT-DCR-ENTRY
                   THRU 1810-SHIFT-DCR-ENTRY-X
                        VARYING WS-DCR-SUB FROM WS-DCR-CNT BY -1
                        UNTIL WS-DCR-SUB < WS-DCR-INS-SUB
           END-IF.

           ADD 1                        TO WS-DCR-CNT.
           MOVE WS-NEW-DCR-KEY          TO WS-DCR-KEY (WS-DCR-INS-SUB).
           MOVE WS-NEW-DCR-TYP          TO WS-DCR-TYP (WS-DCR-INS-SUB).
           MOVE WS-NEW-DCR-AMT          TO WS-DCR-AMT (WS-DCR-INS-SUB).

       1800-NEW-DCR-ENTRY-X.
           EXIT.

      *----------------------------
       1810-SHIFT-DCR-ENTRY.
      *----------------------------

           MOVE WS-DCR-ENTRY (WS-DCR-SUB)
                                     TO WS-DCR-ENTRY (WS-DCR-SUB + 1).

       1810-SHIFT-DCR-ENTRY-X.
           EXIT.
      /
      *-------------------------------
       3000-PROCESS-COVERAGE.
      *-------------------------------

           ADD 1                        TO WS-CVG-READ-CNT.

           MOVE RXSCV-POL-ID            TO WS-DRV-POL-ID.
           MOVE RXSCV-CVG-NUM           TO WS-DRV-CVG-NUM.

           IF  RXSCV-POL-ID NOT = WS-CRNT-POL-ID
               PERFORM  3100-START-POLICY
                   THRU 3100-START-POLICY-X
           END-IF.

           PERFORM  3110-SKIP-ORPHAN
               THRU 3110-SKIP-ORPHAN-X
                    UNTIL WS-DCR-PC-KEY (WS-DCR-PTR)
                          NOT < WS-DRV-KEY.

           MOVE ZERO                    TO WS-CD-CNT
                                           WS-CD-DTH-SUB.
           PERFORM  3300-COLLECT-DECREMENT
               THRU 3300-COLLECT-DECREMENT-X
                    UNTIL WS-DCR-PC-KEY (WS-DCR-PTR)
                          NOT = WS-DRV-KEY.

           MOVE RXSCV-CVG-ISS-EFF-DT    TO WS-DT-CHK.
           PERFORM  7200-CHECK-DATE
               THRU 7200-CHECK-DATE-X.

           IF  WS-DT-NOT-VALID
           OR  RXSCV-CVG-RT-AGE NOT NUMERIC
           OR  RXSCV-FACE-AMT NOT NUMERIC
               ADD 1                    TO WS-CVG-EXCP-CNT
               MOVE RXSCV-POL-ID        TO WS-EXCP-POL-ID
               MOVE RXSCV-CVG-NUM       TO WS-EXCP-CVG-NUM
               MOVE SPACES              TO WS-EXCP-TYP
               MOVE RXSCV-CVG-ISS-EFF-DT
                                        TO WS-EXCP-DT
               MOVE 'INVALID ISSUE DATE, RATING AGE OR FACE'
                                        TO WS-EXCP-REASON-TXT
               PERFORM  4800-PRINT-EXCEPTION
                   THRU 4800-PRINT-EXCEPTION-X
               GO TO 3000-NEXT-COVERAGE
           END-IF.

           MOVE RXSCV-CVG-ISS-EFF-DT    TO WS-ISS-DT.
           MOVE WS-ISS-DT               TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           MOVE WDAYS-SERIAL            TO WS-ISS-SER.

           PERFORM  3400-FIND-TERMINATION
               THRU 3400-FIND-TERMINATION-X.

           PERFORM  3500-WRITE-EXPOSURE
               THRU 3500-WRITE-EXPOSURE-X.

           PERFORM  3600-WRITE-DECREMENT
               THRU 3600-WRITE-DECREMENT-X
                    VARYING WS-CD-SUB FROM 1 BY 1
                    UNTIL WS-CD-SUB > WS-CD-CNT.

       3000-NEXT-COVERAGE.

           PERFORM  9500-XSCV-READ
               THRU 9500-XSCV-READ-X.

       3000-PROCESS-COVERAGE-X.
           EXIT.

      *----------------------------
       3100-START-POLICY.
      *----------------------------

      *
      *  A MATURITY IS PAID ON THE POLICY, SO IT IS HELD FOR EVERY
      *  COVERAGE OF THE POLICY STILL EXPOSED WHEN IT FALLS.
      *
           MOVE RXSCV-POL-ID            TO WS-CRNT-POL-ID
                                           WS-POL-MAT-POL-ID.
           MOVE ZERO                    TO WS-POL-MAT-CVG-NUM
                                           WS-MAT-AMT.
           MOVE SPACES                  TO WS-MAT-DT.

           PERFORM  3110-SKIP-ORPHAN
               THRU 3110-SKIP-ORPHAN-X
                    UNTIL WS-DCR-PC-KEY (WS-DCR-PTR)
                          NOT < WS-POL-MAT-KEY.

           PERFORM  3120-TAKE-MATURITY
               THRU 3120-TAKE-MATURITY-X
                    UNTIL WS-DCR-PC-KEY (WS-DCR-PTR)
                          NOT = WS-POL-MAT-KEY.

       3100-START-POLICY-X.
           EXIT.

      *----------------------------
       3110-SKIP-ORPHAN.
      *----------------------------

           ADD 1                        TO WS-ORPHAN-CNT.
           MOVE WS-DCR-POL-ID (WS-DCR-PTR)  TO WS-EXCP-POL-ID.
           MOVE WS-DCR-CVG-NUM (WS-DCR-PTR) TO WS-EXCP-CVG-NUM.
           MOVE WS-DCR-TYP (WS-DCR-PTR)     TO WS-EXCP-TYP.
           MOVE WS-DCR-DT (WS-DCR-PTR)      TO WS-EXCP-DT.
           MOVE 'DECREMENT WITH NO STUDY COVERAGE'
                                        TO WS-EXCP-REASON-TXT.
           PERFORM  4800-PRINT-EXCEPTION
               THRU 4800-PRINT-EXCEPTION-X.

           ADD 1                        TO WS-DCR-PTR.

       3110-SKIP-ORPHAN-X.
           EXIT.

      *----------------------------
       3120-TAKE-MATURITY.
      *----------------------------

           IF  WS-MAT-DT = SPACES
               MOVE WS-DCR-DT (WS-DCR-PTR)  TO WS-MAT-DT
           END-IF.
           ADD WS-DCR-AMT (WS-DCR-PTR)  TO WS-MAT-AMT.

           ADD 1                        TO WS-DCR-PTR.

       3120-TAKE-MATURITY-X.
           EXIT.

      *----------------------------
       3300-COLLECT-DECREMENT.
      *----------------------------

      *
      *  A DEATH CLAIM PAID IN INSTALMENTS IS ONE DECREMENT, DATED
      *  AT THE FIRST PAYMENT, FOR THE TOTAL PAID IN THE PERIOD.
      *
           IF  WS-DCR-TYP (WS-DCR-PTR) = 'DH'
           AND WS-CD-DTH-SUB > ZERO
               ADD WS-DCR-AMT (WS-DCR-PTR)
                                   TO WS-CD-AMT (WS-CD-DTH-SUB)
               GO TO 3300-NEXT-DECREMENT
           END-IF.

           IF  WS-CD-CNT NOT < WS-CD-MAX
               ADD 1                    TO WS-ORPHAN-CNT
               MOVE WS-DRV-POL-ID       TO WS-EXCP-POL-ID
               MOVE WS-DRV-CVG-NUM      TO WS-EXCP-CVG-NUM
               MOVE WS-DCR-TYP (WS-DCR-PTR) TO WS-EXCP-TYP
               MOVE WS-DCR-DT (WS-DCR-PTR)  TO WS-EXCP-DT
               MOVE 'TOO MANY DECREMENTS ON ONE COVERAGE'
                                        TO WS-EXCP-REASON-TXT
               PERFORM  4800-PRINT-EXCEPTION
                   THRU 4800-PRINT-EXCEPTION-X
               GO TO 3300-NEXT-DECREMENT
           END-IF.

           ADD 1                        TO WS-CD-CNT.
           MOVE WS-DCR-TYP (WS-DCR-PTR) TO WS-CD-TYP (WS-CD-CNT).
           MOVE WS-DCR-DT (WS-DCR-PTR)  TO WS-CD-DT (WS-CD-CNT).
           MOVE WS-DCR-AMT (WS-DCR-PTR) TO WS-CD-AMT (WS-CD-CNT).
           IF  WS-DCR-TYP (WS-DCR-PTR) = 'DH'
               MOVE WS-CD-CNT           TO WS-CD-DTH-SUB
           END-IF.

       3300-NEXT-DECREMENT.

           ADD 1                        TO WS-DCR-PTR.

       3300-COLLECT-DECREMENT-X.
           EXIT.

      *----------------------------
       3400-FIND-TERMINATION.
      *----------------------------

      *
      *  THE COVERAGE LEAVES THE STUDY AT ITS FIRST LAPSE,
      *  SURRENDER OR DEATH (THE ENTRIES ARE IN DATE ORDER), OR AT
      *  THE POLICY'S MATURITY IF THAT COMES FIRST.  THE MATURITY
      *  PROCEEDS ARE CARRIED ON THE FIRST COVERAGE TAKING IT.
      *
           MOVE HIGH-VALUES             TO WS-TERM-DT.

           PERFORM  3410-CHECK-TERMINATION
               THRU 3410-CHECK-TERMINATION-X
                    VARYING WS-CD-SUB FROM 1 BY 1
                    UNTIL WS-CD-SUB > WS-CD-CNT
                    OR    WS-TERM-DT NOT = HIGH-VALUES.

           IF  WS-MAT-DT NOT = SPACES
           AND WS-MAT-DT < WS-TERM-DT
           AND WS-MAT-DT NOT < RXSCV-CVG-ISS-EFF-DT
           AND WS-CD-CNT < WS-CD-MAX
               ADD 1                    TO WS-CD-CNT
               MOVE 'MT'                TO WS-CD-TYP (WS-CD-CNT)
               MOVE WS-MAT-DT           TO WS-CD-DT (WS-CD-CNT)
               MOVE WS-MAT-AMT          TO WS-CD-AMT (WS-CD-CNT)
               MOVE ZERO                TO WS-MAT-AMT
               MOVE WS-MAT-DT           TO WS-TERM-DT
           END-IF.

       3400-FIND-TERMINATION-X.
           EXIT.

      *----------------------------
       3410-CHECK-TERMINATION.
      *----------------------------

           IF  WS-CD-TYP (WS-CD-SUB) = 'LP'
           OR  WS-CD-TYP (WS-CD-SUB) = 'SV'
           OR  WS-CD-TYP (WS-CD-SUB) = 'DH'
               MOVE WS-CD-DT (WS-CD-SUB) TO WS-TERM-DT
           END-IF.

       3410-CHECK-TERMINATION-X.
           EXIT.
      /
      *----------------------------
       3500-WRITE-EXPOSURE.
      *----------------------------

      *
      *  EXPOSURE RUNS FROM THE LATER OF THE STUDY START AND THE
      *  ISSUE DATE TO THE EARLIER OF THE DAY AFTER THE STUDY END
      *  AND THE TERMINATION DATE, CUT AT EACH POLICY ANNIVERSARY.
      *
           IF  WS-ISS-SER > WS-STUDY-STRT-SER
               MOVE WS-ISS-DT           TO WS-EXPO-STRT-DT
               MOVE WS-ISS-SER          TO WS-EXPO-STRT-SER
           ELSE
               MOVE CR-STUDY-STRT-DT    TO WS-EXPO-STRT-DT
               MOVE WS-STUDY-STRT-SER   TO WS-EXPO-STRT-SER
           END-IF.

           MOVE WS-STUDY-END-DT         TO WS-EXPO-END-DT.
           MOVE WS-STUDY-END-SER        TO WS-EXPO-END-SER.

           IF  WS-TERM-DT NOT = HIGH-VALUES
               MOVE WS-TERM-DT          TO WDAYS-IN-DT
               PERFORM  DAYS-1000-CALC-SERIAL
                   THRU DAYS-1000-CALC-SERIAL-X
               IF  WDAYS-SERIAL < WS-EXPO-END-SER
                   MOVE WS-TERM-DT      TO WS-EXPO-END-DT
                   MOVE WDAYS-SERIAL    TO WS-EXPO-END-SER
               END-IF
           END-IF.

           IF  WS-EXPO-STRT-SER NOT < WS-EXPO-END-SER
               GO TO 3500-WRITE-EXPOSURE-X
           END-IF.

           MOVE WS-EXPO-STRT-DT         TO WS-EVNT-DT.
           MOVE WS-EXPO-STRT-SER        TO WS-EVNT-SER.
           PERFORM  7100-FIND-POLICY-YEAR
               THRU 7100-FIND-POLICY-YEAR-X.

           PERFORM  3510-WRITE-EXPOSURE-YEAR
               THRU 3510-WRITE-EXPOSURE-YEAR-X
                    UNTIL WS-PY-STRT-SER NOT < WS-EXPO-END-SER.

       3500-WRITE-EXPOSURE-X.
           EXIT.

      *----------------------------
       3510-WRITE-EXPOSURE-YEAR.
      *----------------------------

           ADD 1                        TO WS-PY-K.
           PERFORM  7000-CALC-ANNIVERSARY
               THRU 7000-CALC-ANNIVERSARY-X.
           SUBTRACT 1                   FROM WS-PY-K.
           MOVE WS-ANNIV-DT             TO WS-PY-END-DT.
           MOVE WS-ANNIV-SER            TO WS-PY-END-SER.

           IF  WS-PY-STRT-SER > WS-EXPO-STRT-SER
               MOVE WS-PY-STRT-DT       TO WS-OVL-STRT-DT
               MOVE WS-PY-STRT-SER      TO WS-OVL-STRT-SER
           ELSE
               MOVE WS-EXPO-STRT-DT     TO WS-OVL-STRT-DT
               MOVE WS-EXPO-STRT-SER    TO WS-OVL-STRT-SER
           END-IF.

           IF  WS-PY-END-SER < WS-EXPO-END-SER
               MOVE WS-PY-END-DT        TO WS-OVL-END-DT
               MOVE WS-PY-END-SER       TO WS-OVL-END-SER
           ELSE
               MOVE WS-EXPO-END-DT      TO WS-OVL-END-DT
               MOVE WS-EXPO-END-SER     TO WS-OVL-END-SER
           END-IF.

           PERFORM  3700-INIT-EXTRACT-REC
               THRU 3700-INIT-EXTRACT-REC-X.

           SET RXSEX-REC-EXPOSURE       TO TRUE.
           MOVE WS-OVL-STRT-DT          TO RXSEX-EXPSR-STRT-DT.
           MOVE WS-OVL-END-DT           TO RXSEX-EXPSR-END-DT.
           COMPUTE RXSEX-EXPSR-DAYS =
               WS-OVL-END-SER - WS-OVL-STRT-SER.
           COMPUTE RXSEX-EXPSR-FRAC ROUNDED =
               (WS-OVL-END-SER - WS-OVL-STRT-SER)
             / (WS-PY-END-SER - WS-PY-STRT-SER).

           PERFORM  9600-XSEX-WRITE
               THRU 9600-XSEX-WRITE-X.

           ADD 1                        TO WS-EXPO-REC-CNT.
           ADD RXSEX-EXPSR-FRAC         TO WS-TOT-EXPO-YRS.

           ADD 1                        TO WS-PY-K.
           MOVE WS-PY-END-DT            TO WS-PY-STRT-DT.
           MOVE WS-PY-END-SER           TO WS-PY-STRT-SER.

       3510-WRITE-EXPOSURE-YEAR-X.
           EXIT.

      *----------------------------
       3600-WRITE-DECREMENT.
      *----------------------------

           MOVE WS-CD-DT (WS-CD-SUB)    TO WS-EVNT-DT
                                           WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           MOVE WDAYS-SERIAL            TO WS-EVNT-SER.
           PERFORM  7100-FIND-POLICY-YEAR
               THRU 7100-FIND-POLICY-YEAR-X.

           PERFORM  3700-INIT-EXTRACT-REC
               THRU 3700-INIT-EXTRACT-REC-X.

           SET RXSEX-REC-DECREMENT      TO TRUE.
           MOVE WS-CD-TYP (WS-CD-SUB)   TO RXSEX-DCR-TYP-CD.
           MOVE WS-CD-DT (WS-CD-SUB)    TO RXSEX-DCR-DT.
           MOVE WS-CD-AMT (WS-CD-SUB)   TO RXSEX-DCR-AMT.

           PERFORM  9600-XSEX-WRITE
               THRU 9600-XSEX-WRITE-X.

           ADD 1                        TO WS-DCR-REC-CNT.

      *
      *  THE MOVEMENT EXHIBIT COUNTS POLICIES, SO ONLY THE BASE
      *  COVERAGE'S DECREMENT TIES TO IT.
      *
           IF  RXSCV-CVG-NUM NOT = 1
               GO TO 3600-WRITE-DECREMENT-X
           END-IF.

           MOVE RXSCV-PLAN-ID           TO WS-SRCH-PLAN-ID.
           MOVE WS-CD-TYP (WS-CD-SUB)   TO WS-SRCH-TYP.
           PERFORM  7300-FIND-TIE-ENTRY
               THRU 7300-FIND-TIE-ENTRY-X.

           IF  WS-TYP-SUB > ZERO
               ADD 1                    TO
                   WS-TIE-STDY-CNT (WS-TIE-IX, WS-TYP-SUB)
               ADD RXSCV-FACE-AMT       TO
                   WS-TIE-STDY-FACE (WS-TIE-IX, WS-TYP-SUB)
           END-IF.

       3600-WRITE-DECREMENT-X.
           EXIT.

      *----------------------------
       3700-INIT-EXTRACT-REC.
      *----------------------------

           MOVE SPACES                  TO RXSEX-SEQ-REC-INFO.
           MOVE RXSCV-POL-ID            TO RXSEX-POL-ID.
           MOVE RXSCV-CVG-NUM           TO RXSEX-CVG-NUM.
           MOVE RXSCV-PLAN-ID           TO RXSEX-PLAN-ID.
           MOVE RXSCV-CVG-SEX-CD        TO RXSEX-SEX-CD.
           MOVE RXSCV-CVG-SMKR-CD       TO RXSEX-SMKR-CD.
           MOVE RXSCV-CVG-RT-AGE-N      TO RXSEX-ISS-AGE.
           COMPUTE RXSEX-ATT-AGE = RXSCV-CVG-RT-AGE-N + WS-PY-K.
           COMPUTE RXSEX-POL-DUR = WS-PY-K + 1.
           MOVE WS-PY-STRT-DT           TO RXSEX-POL-YR-STRT-DT.
           MOVE RXSCV-FACE-AMT          TO RXSEX-FACE-AMT.
           MOVE ZERO                    TO RXSEX-EXPSR-DAYS
                                           RXSEX-EXPSR-FRAC
                                           RXSEX-DCR-AMT.

       3700-INIT-EXTRACT-REC-X.
           EXIT.
      /
      *----------------------------
       4000-PRINT-TIE.
      *----------------------------

           MOVE 'TIE TO THE INFORCE MOVEMENT EXHIBIT (BASE COVERAGES)'
                                        TO P-SECTION-TXT.
           PERFORM  4900-PRINT-SECTION
               THRU 4900-PRINT-SECTION-X.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-TIE-HEAD              TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  4100-PRINT-TIE-LINE
               THRU 4100-PRINT-TIE-LINE-X
                    VARYING WS-TIE-SUB FROM 1 BY 1
                    UNTIL WS-TIE-SUB > WS-TIE-CNT
                    AFTER WS-TYP-SUB FROM 1 BY 1
                    UNTIL WS-TYP-SUB > 4.

           MOVE SPACES                  TO P-TIE-LINE.
           MOVE 'TOTAL '                TO P-TIE-PLAN-ID.
           MOVE WS-TOT-STDY-CNT         TO P-TIE-STDY-CNT.
           MOVE WS-TOT-EXH-CNT          TO P-TIE-EXH-CNT.
           COMPUTE WS-CNT-DIFF = WS-TOT-STDY-CNT - WS-TOT-EXH-CNT.
           MOVE WS-CNT-DIFF             TO P-TIE-CNT-DIFF.
           MOVE WS-TOT-STDY-FACE        TO P-TIE-STDY-FACE.
           MOVE WS-TOT-EXH-FACE         TO P-TIE-EXH-FACE.
           COMPUTE WS-FACE-DIFF = WS-TOT-STDY-FACE - WS-TOT-EXH-FACE.
           MOVE WS-FACE-DIFF            TO P-TIE-FACE-DIFF.
           IF  WS-CNT-DIFF NOT = ZERO
           OR  WS-FACE-DIFF NOT = ZERO
               MOVE '*OUT OF BAL* '     TO P-TIE-OOB-FLAG
           END-IF.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-TIE-LINE              TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       4000-PRINT-TIE-X.
           EXIT.

      *----------------------------
       4100-PRINT-TIE-LINE.
      *----------------------------

           SET  WS-TIE-IX               TO WS-TIE-SUB.

           IF  WS-TIE-STDY-CNT (WS-TIE-IX, WS-TYP-SUB) = ZERO
           AND WS-TIE-EXH-CNT (WS-TIE-IX, WS-TYP-SUB) = ZERO
               GO TO 4100-PRINT-TIE-LINE-X
           END-IF.

           ADD WS-TIE-STDY-CNT (WS-TIE-IX, WS-TYP-SUB)
                                        TO WS-TOT-STDY-CNT.
           ADD WS-TIE-STDY-FACE (WS-TIE-IX, WS-TYP-SUB)
                                        TO WS-TOT-STDY-FACE.
           ADD WS-TIE-EXH-CNT (WS-TIE-IX, WS-TYP-SUB)
                                        TO WS-TOT-EXH-CNT.
           ADD WS-TIE-EXH-FACE (WS-TIE-IX, WS-TYP-SUB)
                                        TO WS-TOT-EXH-FACE.

           MOVE SPACES                  TO P-TIE-LINE.
           MOVE WS-TIE-PLAN-ID (WS-TIE-IX)
                                        TO P-TIE-PLAN-ID.
           MOVE WS-TIE-TYP-CD (WS-TYP-SUB)
                                        TO P-TIE-TYP.
           MOVE WS-TIE-STDY-CNT (WS-TIE-IX, WS-TYP-SUB)
                                        TO P-TIE-STDY-CNT.
           MOVE WS-TIE-EXH-CNT (WS-TIE-IX, WS-TYP-SUB)
                                        TO P-TIE-EXH-CNT.
           COMPUTE WS-CNT-DIFF =
               WS-TIE-STDY-CNT (WS-TIE-IX, WS-TYP-SUB)
             - WS-TIE-EXH-CNT (WS-TIE-IX, WS-TYP-SUB).
           MOVE WS-CNT-DIFF             TO P-TIE-CNT-DIFF.
           MOVE WS-TIE-STDY-FACE (WS-TIE-IX, WS-TYP-SUB)
                                        TO P-TIE-STDY-FACE.
           MOVE WS-TIE-EXH-FACE (WS-TIE-IX, WS-TYP-SUB)
                                        TO P-TIE-EXH-FACE.
           COMPUTE WS-FACE-DIFF =
               WS-TIE-STDY-FACE (WS-TIE-IX, WS-TYP-SUB)
             - WS-TIE-EXH-FACE (WS-TIE-IX, WS-TYP-SUB).
           MOVE WS-FACE-DIFF            TO P-TIE-FACE-DIFF.

           IF  WS-CNT-DIFF NOT = ZERO
           OR  WS-FACE-DIFF NOT = ZERO
               ADD 1                    TO WS-OOB-CNT
               MOVE '*OUT OF BAL* '     TO P-TIE-OOB-FLAG
           END-IF.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-TIE-LINE              TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       4100-PRINT-TIE-LINE-X.
           EXIT.

      *----------------------------
       4800-PRINT-EXCEPTION.
      *----------------------------

           MOVE SPACES                  TO P-EXCP-LINE.
           MOVE WS-EXCP-POL-ID          TO P-EXCP-POL-ID.
           MOVE WS-EXCP-CVG-NUM         TO P-EXCP-CVG-NUM.
           MOVE WS-EXCP-TYP             TO P-EXCP-TYP.
           MOVE WS-EXCP-DT              TO P-EXCP-DT.
           MOVE WS-EXCP-REASON-TXT      TO P-EXCP-REASON-TXT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-EXCP-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       4800-PRINT-EXCEPTION-X.
           EXIT.

      *----------------------------
       4900-PRINT-SECTION.
      *----------------------------

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-SECTION-LINE          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE SPACES                  TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       4900-PRINT-SECTION-X.
           EXIT.
      /
      *----------------------------
       7000-CALC-ANNIVERSARY.
      *----------------------------

      *
      *  THE POLICY ANNIVERSARY WS-PY-K YEARS AFTER ISSUE.  A
      *  29 FEBRUARY ISSUE FALLS ON 28 FEBRUARY IN A COMMON YEAR.
      *
           COMPUTE WS-ANNIV-YY = WS-ISS-YY + WS-PY-K.
           MOVE WS-ISS-MM               TO WS-ANNIV-MM.
           MOVE WS-ISS-DD               TO WS-ANNIV-DD.

           IF  WS-ANNIV-MM = 2
           AND WS-ANNIV-DD = 29
               DIVIDE WS-ANNIV-YY BY 4
                   GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF  WS-LEAP-REM NOT = ZERO
                   MOVE 28              TO WS-ANNIV-DD
               END-IF
           END-IF.

           MOVE WS-ANNIV-DT             TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           MOVE WDAYS-SERIAL            TO WS-ANNIV-SER.

       7000-CALC-ANNIVERSARY-X.
           EXIT.

      *----------------------------
       7100-FIND-POLICY-YEAR.
      *----------------------------

      *
      *  THE POLICY YEAR (COMPLETED YEARS SINCE ISSUE, WS-PY-K) IN
      *  WHICH WS-EVNT-DT FALLS, AND THE ANNIVERSARY STARTING IT.
      *
           MOVE WS-EVNT-DT              TO WS-DT-CHK.
           COMPUTE WS-PY-K = WS-DT-CHK-YY - WS-ISS-YY.

           PERFORM  7000-CALC-ANNIVERSARY
               THRU 7000-CALC-ANNIVERSARY-X.

           IF  WS-ANNIV-SER > WS-EVNT-SER
               SUBTRACT 1               FROM WS-PY-K
               PERFORM  7000-CALC-ANNIVERSARY
                   THRU 7000-CALC-ANNIVERSARY-X
           END-IF.

           IF  WS-PY-K < ZERO
               MOVE ZERO                TO WS-PY-K
               PERFORM  7000-CALC-ANNIVERSARY
                   THRU 7000-CALC-ANNIVERSARY-X
           END-IF.

           MOVE WS-ANNIV-DT             TO WS-PY-STRT-DT.
           MOVE WS-ANNIV-SER            TO WS-PY-STRT-SER.

       7100-FIND-POLICY-YEAR-X.
           EXIT.

      *----------------------------
       7200-CHECK-DATE.
      *----------------------------

           SET WS-DT-NOT-VALID          TO TRUE.

           IF  WS-DT-CHK-YY NOT NUMERIC
           OR  WS-DT-CHK-MM NOT NUMERIC
           OR  WS-DT-CHK-DD NOT NUMERIC
           OR  WS-DT-CHK-SEP-1 NOT = '-'
           OR  WS-DT-CHK-SEP-2 NOT = '-'
               GO TO 7200-CHECK-DATE-X
           END-IF.

           IF  WS-DT-CHK-YY = ZERO
           OR  WS-DT-CHK-MM < 1
           OR  WS-DT-CHK-MM > 12
           OR  WS-DT-CHK-DD < 1
           OR  WS-DT-CHK-DD > 31
               GO TO 7200-CHECK-DATE-X
           END-IF.

           SET WS-DT-VALID              TO TRUE.

       7200-CHECK-DATE-X.
           EXIT.

      *----------------------------
       7300-FIND-TIE-ENTRY.
      *----------------------------

      *
      *  WS-TYP-SUB COMES BACK ZERO FOR A MOVEMENT OR DECREMENT
      *  TYPE THE EXHIBIT DOES NOT TIE (ISSUES, REINSTATEMENTS,
      *  MORBIDITY CLAIMS).
      *
           MOVE ZERO                    TO WS-TYP-SUB.

           SET  WS-TT-IX                TO 1.
           SEARCH WS-TIE-TYP-CD
               AT END
                   GO TO 7300-FIND-TIE-ENTRY-X
               WHEN WS-TIE-TYP-CD (WS-TT-IX) = WS-SRCH-TYP
                   SET WS-TYP-SUB       TO WS-TT-IX
           END-SEARCH.

           SET  WS-TIE-IX               TO 1.
           SEARCH WS-TIE-ENTRY
               AT END
                   PERFORM  7310-NEW-TIE-ENTRY
                       THRU 7310-NEW-TIE-ENTRY-X
               WHEN WS-TIE-IX > WS-TIE-CNT
                   PERFORM  7310-NEW-TIE-ENTRY
                       THRU 7310-NEW-TIE-ENTRY-X
               WHEN WS-TIE-PLAN-ID (WS-TIE-IX) = WS-SRCH-PLAN-ID
                   CONTINUE
           END-SEARCH.

       7300-FIND-TIE-ENTRY-X.
           EXIT.

      *----------------------------
       7310-NEW-TIE-ENTRY.
      *----------------------------

           IF  WS-TIE-CNT NOT < WS-TIE-MAX
      *MSG: (S) EXPERIENCE STUDY PLAN TIE TABLE FULL
               MOVE 'ZSXSTD0004'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           ADD 1                        TO WS-TIE-CNT.
           SET  WS-TIE-IX               TO WS-TIE-CNT.
           INITIALIZE WS-TIE-ENTRY (WS-TIE-IX).
           MOVE WS-SRCH-PLAN-ID         TO WS-TIE-PLAN-ID (WS-TIE-IX).

       7310-NEW-TIE-ENTRY-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE SPACES                   TO P-SUMMARY-LINE-1.
           MOVE WS-CVG-READ-CNT          TO P-CVG-CNT-X.
           MOVE WS-CVG-EXCP-CNT          TO P-CVGX-CNT-X.
           MOVE WS-EXPO-REC-CNT          TO P-EXPO-CNT-X.
           MOVE WS-TOT-EXPO-YRS          TO P-EXPO-YRS-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-SUMMARY-LINE-2.
           MOVE WS-DCR-REC-CNT           TO P-DCR-CNT-X.
           MOVE WS-ORPHAN-CNT            TO P-ORPH-CNT-X.
           MOVE WS-OOB-CNT               TO P-OOB-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
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
           PERFORM 9650-GET-TEXT-DESC
              THRU 9650-GET-TEXT-DESC-X.
           MOVE L2490-TXT-STR-TXT  TO L0040-PROGRAM-DESC.
           MOVE L2490-TXT-STR-TXT  TO WHDG-REPORT-TITLE.

           PERFORM 0040-1000-INIT-TITLE
              THRU 0040-1000-INIT-TITLE-X.

       9100-INIT-TITLES-X.
           EXIT.

      *-------------------
       9650-GET-TEXT-DESC.
      *-------------------

           PERFORM 2490-1000-BUILD-PARM-INFO
              THRU 2490-1000-BUILD-PARM-INFO-X.
           MOVE WPGWS-CRNT-PGM-ID  TO L2490-TXT-SRC-ID.
           MOVE WS-TXT-SRC-REF-ID  TO L2490-TXT-SRC-REF-ID.
           PERFORM 2490-1000-RETRIEVE-TEXT
              THRU 2490-1000-RETRIEVE-TEXT-X.

       9650-GET-TEXT-DESC-X.
           EXIT.

      *--------------------------
       8450-WRITE-DETAIL-HEADING.
      *--------------------------

           MOVE CR-STUDY-STRT-DT       TO P-HDR-STRT-DT.
           MOVE CR-STUDY-END-DT        TO P-HDR-END-DT.

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

           MOVE ZERO TO WXSCV-SEQ-IO-STATUS.
           OPEN INPUT XSCV-DATA-FILE.
           IF WXSCV-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9710-HANDLE-XSCV-ERROR
                 THRU 9710-HANDLE-XSCV-ERROR-X
           END-IF.

           MOVE ZERO TO WCNCX-SEQ-IO-STATUS.
           OPEN INPUT CNCX-DATA-FILE.
           IF WCNCX-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9720-HANDLE-CNCX-ERROR
                 THRU 9720-HANDLE-CNCX-ERROR-X
           END-IF.

           MOVE ZERO TO WCLPS-SEQ-IO-STATUS.
           OPEN INPUT CLPS-DATA-FILE.
           IF WCLPS-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9730-HANDLE-CLPS-ERROR
                 THRU 9730-HANDLE-CLPS-ERROR-X
           END-IF.

           MOVE ZERO TO WDSPD-SEQ-IO-STATUS.
           OPEN INPUT DSPD-DATA-FILE.
           IF WDSPD-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9740-HANDLE-DSPD-ERROR
                 THRU 9740-HANDLE-DSPD-ERROR-X
           END-IF.

           MOVE ZERO TO WMVMT-SEQ-IO-STATUS.
           OPEN INPUT MVMT-DATA-FILE.
           IF WMVMT-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9750-HANDLE-MVMT-ERROR
                 THRU 9750-HANDLE-MVMT-ERROR-X
           END-IF.

           MOVE ZERO TO WXSEX-SEQ-IO-STATUS.
           OPEN OUTPUT XSEX-DATA-FILE.
           IF WXSEX-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9760-HANDLE-XSEX-ERROR
                 THRU 9760-HANDLE-XSEX-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-EXPO-REC-CNT          TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSXSTD0005'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL EXPERIENCE STUDY EXPOSURE RECORDS WRITTEN @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           MOVE WS-OOB-CNT               TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSXSTD0006'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL MOVEMENT TIE LINES OUT OF BALANCE @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE XSCV-DATA-FILE.
           CLOSE CNCX-DATA-FILE.
           CLOSE CLPS-DATA-FILE.
           CLOSE DSPD-DATA-FILE.
           CLOSE MVMT-DATA-FILE.
           CLOSE XSEX-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-XSCV-READ.
      *----------------

           MOVE ZERO                   TO WXSCV-SEQ-IO-STATUS.

           READ XSCV-DATA-FILE
                AT END
                  MOVE 8               TO WXSCV-SEQ-IO-STATUS
                  GO TO 9500-XSCV-READ-X.

           IF  WXSCV-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9710-HANDLE-XSCV-ERROR
                   THRU 9710-HANDLE-XSCV-ERROR-X
           END-IF.

       9500-XSCV-READ-X.
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
               PERFORM  9720-HANDLE-CNCX-ERROR
                   THRU 9720-HANDLE-CNCX-ERROR-X
           END-IF.

       9500-CNCX-READ-X.
           EXIT.

      *----------------
       9500-CLPS-READ.
      *----------------

           MOVE ZERO                   TO WCLPS-SEQ-IO-STATUS.

           READ CLPS-DATA-FILE
                AT END
                  MOVE 8               TO WCLPS-SEQ-IO-STATUS
                  GO TO 9500-CLPS-READ-X.

           IF  WCLPS-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9730-HANDLE-CLPS-ERROR
                   THRU 9730-HANDLE-CLPS-ERROR-X
           END-IF.

       9500-CLPS-READ-X.
           EXIT.

      *----------------
       9500-DSPD-READ.
      *----------------

           MOVE ZERO                   TO WDSPD-SEQ-IO-STATUS.

           READ DSPD-DATA-FILE
                AT END
                  MOVE 8               TO WDSPD-SEQ-IO-STATUS
                  GO TO 9500-DSPD-READ-X.

           IF  WDSPD-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9740-HANDLE-DSPD-ERROR
                   THRU 9740-HANDLE-DSPD-ERROR-X
           END-IF.

       9500-DSPD-READ-X.
           EXIT.

      *----------------
       9500-MVMT-READ.
      *----------------

           MOVE ZERO                   TO WMVMT-SEQ-IO-STATUS.

           READ MVMT-DATA-FILE
                AT END
                  MOVE 8               TO WMVMT-SEQ-IO-STATUS
                  GO TO 9500-MVMT-READ-X.

           IF  WMVMT-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9750-HANDLE-MVMT-ERROR
                   THRU 9750-HANDLE-MVMT-ERROR-X
           END-IF.

       9500-MVMT-READ-X.
           EXIT.

      *----------------
       9600-XSEX-WRITE.
      *----------------

           WRITE RXSEX-SEQ-REC-INFO.

           IF  WXSEX-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9760-HANDLE-XSEX-ERROR
                   THRU 9760-HANDLE-XSEX-ERROR-X
           END-IF.

       9600-XSEX-WRITE-X.
           EXIT.


      *-----------------------
       9710-HANDLE-XSCV-ERROR.
      *-----------------------

           MOVE WXSCV-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WXSCV-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WXSCV-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-XSCV-ERROR-X.
           EXIT.

      *-----------------------
       9720-HANDLE-CNCX-ERROR.
      *-----------------------

           MOVE WCNCX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCNCX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCNCX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9720-HANDLE-CNCX-ERROR-X.
           EXIT.

      *-----------------------
       9730-HANDLE-CLPS-ERROR.
      *-----------------------

           MOVE WCLPS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCLPS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCLPS-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9730-HANDLE-CLPS-ERROR-X.
           EXIT.

      *-----------------------
       9740-HANDLE-DSPD-ERROR.
      *-----------------------

           MOVE WDSPD-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WDSPD-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WDSPD-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9740-HANDLE-DSPD-ERROR-X.
           EXIT.

      *-----------------------
       9750-HANDLE-MVMT-ERROR.
      *-----------------------

           MOVE WMVMT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMVMT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMVMT-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9750-HANDLE-MVMT-ERROR-X.
           EXIT.

      *-----------------------
       9760-HANDLE-XSEX-ERROR.
      *-----------------------

           MOVE WXSEX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WXSEX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WXSEX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9760-HANDLE-XSEX-ERROR-X.
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
      * COMMON SERIAL-DAY ROUTINES
      *
       COPY CCPPDAYS.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMXSTD                     **
      *****************************************************************
