      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMJTRD.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMJTRD                                         **
      **  REMARKS: WEEKLY BATCH JOB ELAPSED-TIME TREND REPORT.       **
      **                                                             **
      **           READS THE JOB RUN HISTORY (JRHS) FOR THE FIVE     **
      **           WEEKS ENDING ON THE PROCESS DATE AND AVERAGES     **
      **           THE ELAPSED TIME OF EACH JOB'S COMPLETED RUNS ON  **
      **           NORMAL DAYS, WEEK BY WEEK.  MONTH-END AND         **
      **           YEAR-END RUNS ARE LEFT OUT SO THE HEAVIER DAYS    **
      **           DO NOT READ AS A TREND.                           **
      **                                                             **
      **           A JOB IS LISTED WHEN ITS AVERAGE FOR THE LATEST   **
      **           WEEK EXCEEDS ITS AVERAGE OVER THE FOUR WEEKS      **
      **           BEFORE BY AT LEAST THE THRESHOLD PERCENTAGE, AND  **
      **           BOTH PERIODS HOLD AT LEAST THE MINIMUM RUNS.      **
      **                                                             **
      **           CONTROL CARD: THRESHOLD PERCENT (BLANK = 20) AND  **
      **           MINIMUM RUNS PER PERIOD (BLANK = 3).              **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  SC                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51293**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHJRHS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWJRHS.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMJTRD'.

       COPY SQLCA.

       COPY CCWWJRHS.

      ****************************************************************
      *    CONTROL CARD - THRESHOLD PERCENT, MINIMUM RUNS
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-THRSHLD-PCT-X                PIC X(03).
           02  CR-THRSHLD-PCT REDEFINES CR-THRSHLD-PCT-X
                                               PIC 9(03).
           02  CR-MIN-RUN-CNT-X                PIC X(02).
           02  CR-MIN-RUN-CNT REDEFINES CR-MIN-RUN-CNT-X
                                               PIC 9(02).
           02  FILLER                          PIC X(68).

       01  WS-WORK-AREA.
           05  WS-PRCES-DT               PIC X(10)  VALUE SPACES.
           05  WS-WEEK-START-DT          PIC X(10)
                                         OCCURS 5 TIMES.
           05  WS-WX                     PIC S9(04) COMP VALUE +0.
           05  WS-IX                     PIC S9(04) COMP VALUE +0.
           05  WS-SX                     PIC S9(04) COMP VALUE +0.
           05  WS-FIND-IX                PIC S9(04) COMP VALUE +0.
           05  WS-FIND-JOB-ID            PIC X(08)  VALUE SPACES.
           05  WS-PRIOR-CNT              PIC S9(05) COMP-3 VALUE +0.
           05  WS-PRIOR-SECS             PIC S9(11) COMP-3 VALUE +0.
           05  WS-PRIOR-AVG              PIC S9(07) COMP-3 VALUE +0.
           05  WS-RECENT-AVG             PIC S9(07) COMP-3 VALUE +0.
           05  WS-INCR-PCT               PIC S9(05) COMP-3 VALUE +0.
           05  WS-FMT-SECS               PIC S9(07) COMP-3 VALUE +0.
           05  WS-FMT-REM                PIC S9(07) COMP-3 VALUE +0.
           05  WS-FMT-HH                 PIC S9(03) COMP-3 VALUE +0.
           05  WS-FMT-MM                 PIC S9(03) COMP-3 VALUE +0.
           05  WS-FMT-SS                 PIC S9(03) COMP-3 VALUE +0.
           05  WS-FMT-CLOCK.
               10  WS-FMT-CLOCK-HH       PIC 9(02).
               10  FILLER                PIC X(01)  VALUE ':'.
               10  WS-FMT-CLOCK-MM       PIC 9(02).
               10  FILLER                PIC X(01)  VALUE ':'.
               10  WS-FMT-CLOCK-SS       PIC 9(02).
           05  WS-CARD-SW                PIC X(01)  VALUE 'Y'.
               88  WS-CARD-VALID                    VALUE 'Y'.
               88  WS-CARD-INVALID                  VALUE 'N'.
           05  WS-NORMAL-SW              PIC X(01)  VALUE 'Y'.
               88  WS-NORMAL-DAY                    VALUE 'Y'.
               88  WS-NOT-NORMAL-DAY                VALUE 'N'.
           05  WS-JRHS-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-JRHS-OPEN                     VALUE 'Y'.

      ****************************************************************
      *    JOBS RUN IN THE FIVE WEEKS.  WEEK 1 IS THE LATEST.
      ****************************************************************

       01  WS-JOB-TABLE.
           05  WS-JOB-MAX                PIC S9(04) COMP VALUE +500.
           05  WS-JOB-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-JOB-ENTRY              OCCURS 500 TIMES.
               10  WS-JT-JOB-ID          PIC X(08).
               10  WS-JT-WEEK            OCCURS 5 TIMES.
                   15  WS-JT-RUN-CNT     PIC S9(05) COMP-3.
                   15  WS-JT-SUM-SECS    PIC S9(11) COMP-3.

       01  WS-REPORT-TOTALS.
           05  WS-JRHS-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-JRHS-USED-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-TBL-FULL-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-TREND-CNT            PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  P-HEAD-TITLE                PIC X(50).
           03  P-HEAD-DT-LBL               PIC X(06).
           03  P-HEAD-DT                   PIC X(10).

       01  P-COL-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'JOB'.
           03  FILLER                      PIC X(72)
               VALUE 'WEEKLY AVERAGE ELAPSED - OLDEST TO LATEST (RUNS)'.
           03  FILLER                      PIC X(12)
               VALUE 'PRIOR AVG'.
           03  FILLER                      PIC X(12)
               VALUE 'LATEST AVG'.
           03  FILLER                      PIC X(10)
               VALUE 'INCREASE'.

       01  P-TREND-LINE.
           03  FILLER                      PIC X(01).
           03  P-TREND-JOB-ID              PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-TREND-WEEK                OCCURS 5 TIMES.
               05  P-TREND-WEEK-AVG        PIC X(08).
               05  FILLER                  PIC X(01).
               05  P-TREND-WEEK-RUNS       PIC ZZ9.
               05  FILLER                  PIC X(02).
           03  FILLER                      PIC X(02).
           03  P-TREND-PRIOR-AVG           PIC X(08).
           03  FILLER                      PIC X(04).
           03  P-TREND-RECENT-AVG          PIC X(08).
           03  FILLER                      PIC X(04).
           03  P-TREND-INCR-PCT            PIC ZZZZ9.
           03  P-TREND-PCT-SIGN            PIC X(01).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'PROCESS DATE:'.
           03  P-PRCES-DT                  PIC X(10).
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(11)
               VALUE 'THRESHOLD:'.
           03  P-THRSHLD-PCT               PIC ZZ9.
           03  FILLER                      PIC X(05)  VALUE '%'.
           03  FILLER                      PIC X(14)
               VALUE 'MINIMUM RUNS:'.
           03  P-MIN-RUN-CNT               PIC Z9.

       01  P-SUMMARY-CNT-LINE.
           03  FILLER                      PIC X(03).
           03  P-SUM-LBL                   PIC X(44).
           03  P-SUM-CNT-X                 PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-SUM-CNT                PIC S9(07) COMP-3 VALUE +0.
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

       COPY XCWL1680.

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

           PERFORM  1000-LOAD-HISTORY
               THRU 1000-LOAD-HISTORY-X.

           PERFORM  2000-REPORT-ONE-JOB
               THRU 2000-REPORT-ONE-JOB-X
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL   WS-IX > WS-JOB-CNT.

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
      *MSG: (S) MISSING JOB ELAPSED-TIME TREND CONTROL CARD
               MOVE 'ZSJTRD0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.
           MOVE WGLOB-PROCESS-DATE      TO WS-PRCES-DT.

           MOVE WPGWS-CRNT-PGM-ID       TO WGLOB-USER-ID.
           SET  WGLOB-ENVRMNT-BATCH     TO TRUE.

           IF  CR-THRSHLD-PCT-X = SPACES
               MOVE 20                  TO CR-THRSHLD-PCT
           END-IF.
           IF  CR-MIN-RUN-CNT-X = SPACES
               MOVE 3                   TO CR-MIN-RUN-CNT
           END-IF.

           IF  CR-THRSHLD-PCT NOT NUMERIC
           OR  CR-THRSHLD-PCT = ZERO
           OR  CR-MIN-RUN-CNT NOT NUMERIC
           OR  CR-MIN-RUN-CNT = ZERO
               SET WS-CARD-INVALID      TO TRUE
           END-IF.

           IF  WS-CARD-INVALID
      *MSG: (S) INVALID JOB ELAPSED-TIME TREND CONTROL CARD
               MOVE 'ZSJTRD0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

      *
      *  WEEK N TAKES THE BUSINESS DATES AFTER THE PROCESS DATE LESS
      *  7 X N DAYS, UP TO THE START OF WEEK N - 1.
      *
           PERFORM  0210-SET-WEEK-START
               THRU 0210-SET-WEEK-START-X
                    VARYING WS-WX FROM 1 BY 1
                    UNTIL   WS-WX > 5.

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

       0200-INITIALIZE-X.
           EXIT.

      *---------------------
       0210-SET-WEEK-START.
      *---------------------

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WGLOB-PROCESS-DATE      TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-MONTHS.
           COMPUTE L1680-NUMBER-OF-DAYS = WS-WX * 7.
           PERFORM  1680-4000-SUB-YMD-FROM-DATE
               THRU 1680-4000-SUB-YMD-FROM-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-WEEK-START-DT (WS-WX).

       0210-SET-WEEK-START-X.
           EXIT.
      /
      *-------------------
       1000-LOAD-HISTORY.
      *-------------------

           IF  NOT WS-JRHS-OPEN
               GO TO 1000-LOAD-HISTORY-X
           END-IF.

           MOVE LOW-VALUES              TO WJRHS-KEY.

           START JRHS-FILE
               KEY IS NOT LESS THAN WJRHS-KEY
               INVALID KEY
                   MOVE '10'            TO WJRHS-SEQ-FILE-STATUS
           END-START.

           IF  WJRHS-IO-OK
               PERFORM  1990-JRHS-READ-NEXT
                   THRU 1990-JRHS-READ-NEXT-X
           END-IF.

           PERFORM  1100-TAKE-ONE-RUN
               THRU 1100-TAKE-ONE-RUN-X
                    UNTIL NOT WJRHS-IO-OK.

       1000-LOAD-HISTORY-X.
           EXIT.

      *-------------------
       1100-TAKE-ONE-RUN.
      *-------------------

           ADD 1                        TO WS-JRHS-READ-CNT.

           IF  NOT WJRHS-RUN-COMPLETE
           OR  WJRHS-BUS-DT NOT > WS-WEEK-START-DT (5)
           OR  WJRHS-BUS-DT > WS-PRCES-DT
               GO TO 1100-NEXT-RUN
           END-IF.

           PERFORM  1200-CHECK-NORMAL-DAY
               THRU 1200-CHECK-NORMAL-DAY-X.

           IF  WS-NOT-NORMAL-DAY
               GO TO 1100-NEXT-RUN
           END-IF.

           MOVE 1                       TO WS-WX.
           PERFORM  1300-STEP-WEEK
               THRU 1300-STEP-WEEK-X
                    UNTIL WS-WX > 4
                    OR    WJRHS-BUS-DT > WS-WEEK-START-DT (WS-WX).

           MOVE WJRHS-JOB-ID            TO WS-FIND-JOB-ID.
           PERFORM  7000-FIND-JOB
               THRU 7000-FIND-JOB-X.

           IF  WS-FIND-IX = ZERO
               GO TO 1100-NEXT-RUN
           END-IF.

           ADD 1                        TO WS-JRHS-USED-CNT.
           ADD 1                TO WS-JT-RUN-CNT  (WS-FIND-IX WS-WX).
           ADD WJRHS-ELAPS-SECS TO WS-JT-SUM-SECS (WS-FIND-IX WS-WX).

       1100-NEXT-RUN.

           PERFORM  1990-JRHS-READ-NEXT
               THRU 1990-JRHS-READ-NEXT-X.

       1100-TAKE-ONE-RUN-X.
           EXIT.

      *-----------------------
       1200-CHECK-NORMAL-DAY.
      *-----------------------

      *
      *  A ROW NOT YET GIVEN ITS DAY TYPE BY THE NIGHTLY WINDOW
      *  ANALYSIS IS TYPED FROM THE CALENDAR HERE.
      *
           SET  WS-NORMAL-DAY           TO TRUE.

           IF  WJRHS-DAY-TYP-CD NOT = SPACES
               IF  NOT WJRHS-DAY-NORMAL
                   SET WS-NOT-NORMAL-DAY TO TRUE
               END-IF
               GO TO 1200-CHECK-NORMAL-DAY-X
           END-IF.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WJRHS-BUS-DT            TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-MONTHS.
           MOVE 1                       TO L1680-NUMBER-OF-DAYS.
           PERFORM  1680-3000-ADD-Y-M-D-TO-DATE
               THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.

           IF  L1680-RETRN-OK
           AND L1680-INT-MM-2 NOT = L1680-INT-MM-1
               SET WS-NOT-NORMAL-DAY    TO TRUE
           END-IF.

       1200-CHECK-NORMAL-DAY-X.
           EXIT.

      *----------------
       1300-STEP-WEEK.
      *----------------

           ADD 1                        TO WS-WX.

       1300-STEP-WEEK-X.
           EXIT.

      *---------------------
       1990-JRHS-READ-NEXT.
      *---------------------

           READ JRHS-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WJRHS-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WJRHS-IO-OK
           AND NOT WJRHS-IO-EOF
               MOVE WJRHS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WJRHS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1990-JRHS-READ-NEXT-X.
           EXIT.
      /
      *---------------------
       2000-REPORT-ONE-JOB.
      *---------------------

           MOVE ZERO                    TO WS-PRIOR-CNT
                                           WS-PRIOR-SECS.

           PERFORM  2100-ADD-PRIOR-WEEK
               THRU 2100-ADD-PRIOR-WEEK-X
                    VARYING WS-WX FROM 2 BY 1
                    UNTIL   WS-WX > 5.

           IF  WS-JT-RUN-CNT (WS-IX 1) < CR-MIN-RUN-CNT
           OR  WS-PRIOR-CNT            < CR-MIN-RUN-CNT
               GO TO 2000-REPORT-ONE-JOB-X
           END-IF.

           COMPUTE WS-PRIOR-AVG ROUNDED =
                   WS-PRIOR-SECS / WS-PRIOR-CNT.
           COMPUTE WS-RECENT-AVG ROUNDED =
                   WS-JT-SUM-SECS (WS-IX 1) / WS-JT-RUN-CNT (WS-IX 1).

           IF  WS-PRIOR-AVG = ZERO
           OR  WS-RECENT-AVG NOT > WS-PRIOR-AVG
               GO TO 2000-REPORT-ONE-JOB-X
           END-IF.

           COMPUTE WS-INCR-PCT =
                   ((WS-RECENT-AVG - WS-PRIOR-AVG) * 100)
                 / WS-PRIOR-AVG.

           IF  WS-INCR-PCT < CR-THRSHLD-PCT
               GO TO 2000-REPORT-ONE-JOB-X
           END-IF.

           ADD 1                        TO WS-TREND-CNT.

           MOVE SPACES                  TO P-TREND-LINE.
           MOVE WS-JT-JOB-ID (WS-IX)    TO P-TREND-JOB-ID.

      *
      *  OLDEST WEEK IN THE FIRST COLUMN.
      *
           PERFORM  2200-FORMAT-WEEK
               THRU 2200-FORMAT-WEEK-X
                    VARYING WS-WX FROM 5 BY -1
                    UNTIL   WS-WX < 1.

           MOVE WS-PRIOR-AVG            TO WS-FMT-SECS.
           PERFORM  7100-FORMAT-DURATION
               THRU 7100-FORMAT-DURATION-X.
           MOVE WS-FMT-CLOCK            TO P-TREND-PRIOR-AVG.

           MOVE WS-RECENT-AVG           TO WS-FMT-SECS.
           PERFORM  7100-FORMAT-DURATION
               THRU 7100-FORMAT-DURATION-X.
           MOVE WS-FMT-CLOCK            TO P-TREND-RECENT-AVG.

           MOVE WS-INCR-PCT             TO P-TREND-INCR-PCT.
           MOVE '%'                     TO P-TREND-PCT-SIGN.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-TREND-LINE            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       2000-REPORT-ONE-JOB-X.
           EXIT.

      *---------------------
       2100-ADD-PRIOR-WEEK.
      *---------------------

           ADD WS-JT-RUN-CNT  (WS-IX WS-WX) TO WS-PRIOR-CNT.
           ADD WS-JT-SUM-SECS (WS-IX WS-WX) TO WS-PRIOR-SECS.

       2100-ADD-PRIOR-WEEK-X.
           EXIT.

      *------------------
       2200-FORMAT-WEEK.
      *------------------

           COMPUTE WS-SX = 6 - WS-WX.

           MOVE WS-JT-RUN-CNT (WS-IX WS-WX)
                                        TO P-TREND-WEEK-RUNS (WS-SX).

           IF  WS-JT-RUN-CNT (WS-IX WS-WX) = ZERO
               MOVE '   -    '          TO P-TREND-WEEK-AVG (WS-SX)
               GO TO 2200-FORMAT-WEEK-X
           END-IF.

           COMPUTE WS-FMT-SECS ROUNDED =
                   WS-JT-SUM-SECS (WS-IX WS-WX)
                 / WS-JT-RUN-CNT (WS-IX WS-WX).
           PERFORM  7100-FORMAT-DURATION
               THRU 7100-FORMAT-DURATION-X.
           MOVE WS-FMT-CLOCK            TO P-TREND-WEEK-AVG (WS-SX).

       2200-FORMAT-WEEK-X.
           EXIT.
      /
      *---------------
       7000-FIND-JOB.
      *---------------

      *
      *  RETURNS THE ENTRY OF WS-FIND-JOB-ID, ADDING IT IF NEW.  A
      *  FULL TABLE RETURNS ZERO.
      *
           MOVE ZERO                    TO WS-FIND-IX.

           PERFORM  7010-COMPARE-JOB
               THRU 7010-COMPARE-JOB-X
                    VARYING WS-SX FROM 1 BY 1
                    UNTIL   WS-SX > WS-JOB-CNT
                    OR      WS-FIND-IX > ZERO.

           IF  WS-FIND-IX > ZERO
               GO TO 7000-FIND-JOB-X
           END-IF.

           IF  WS-JOB-CNT NOT < WS-JOB-MAX
               ADD 1                    TO WS-TBL-FULL-CNT
               GO TO 7000-FIND-JOB-X
           END-IF.

           ADD 1                        TO WS-JOB-CNT.
           MOVE WS-JOB-CNT              TO WS-FIND-IX.
           INITIALIZE WS-JOB-ENTRY (WS-FIND-IX).
           MOVE WS-FIND-JOB-ID          TO WS-JT-JOB-ID (WS-FIND-IX).

       7000-FIND-JOB-X.
           EXIT.

      *------------------
       7010-COMPARE-JOB.
      *------------------

           IF  WS-JT-JOB-ID (WS-SX) = WS-FIND-JOB-ID
               MOVE WS-SX               TO WS-FIND-IX
           END-IF.

       7010-COMPARE-JOB-X.
           EXIT.

      *----------------------
       7100-FORMAT-DURATION.
      *----------------------

      *
      *  SECONDS AS HH:MM:SS (99:59:59 AT MOST).
      *
           IF  WS-FMT-SECS > 359999
               MOVE 359999              TO WS-FMT-SECS
           END-IF.

           DIVIDE WS-FMT-SECS BY 3600
               GIVING WS-FMT-HH REMAINDER WS-FMT-REM.
           DIVIDE WS-FMT-REM BY 60
               GIVING WS-FMT-MM REMAINDER WS-FMT-SS.

           MOVE WS-FMT-HH               TO WS-FMT-CLOCK-HH.
           MOVE WS-FMT-MM               TO WS-FMT-CLOCK-MM.
           MOVE WS-FMT-SS               TO WS-FMT-CLOCK-SS.

       7100-FORMAT-DURATION-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-PRCES-DT              TO P-PRCES-DT.
           MOVE CR-THRSHLD-PCT           TO P-THRSHLD-PCT.
           MOVE CR-MIN-RUN-CNT           TO P-MIN-RUN-CNT.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'RUN HISTORY ROWS READ'  TO P-SUM-LBL.
           MOVE WS-JRHS-READ-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  NORMAL-DAY RUNS IN THE FIVE WEEKS'
                                         TO P-SUM-LBL.
           MOVE WS-JRHS-USED-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'JOBS COMPARED'          TO P-SUM-LBL.
           MOVE WS-JOB-CNT               TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'JOBS LEFT OUT - JOB TABLE FULL'
                                         TO P-SUM-LBL.
           MOVE WS-TBL-FULL-CNT          TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'JOBS TRENDING UP'       TO P-SUM-LBL.
           MOVE WS-TREND-CNT             TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      *-----------------------
       8610-WRITE-COUNT-LINE.
      *-----------------------

           MOVE WS-SUM-CNT               TO P-SUM-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-CNT-LINE       TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8610-WRITE-COUNT-LINE-X.
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

           MOVE +1                    TO WPRT1-NUMBER-LINES.
           MOVE WHDG-LINE-1            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-2000-WRITE
               THRU PRT1-2000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE WHDG-LINE-2            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                 TO P-HEAD-LINE-3.
           MOVE 'BATCH JOBS WITH ELAPSED TIME TRENDING UP'
                                       TO P-HEAD-TITLE.
           MOVE 'AS AT'                TO P-HEAD-DT-LBL.
           MOVE WS-PRCES-DT            TO P-HEAD-DT.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-3          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-COL-HEAD-LINE        TO RPRT1-SEQ-REC-INFO.
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

      *
      * NO RUN HISTORY YET MEANS NOTHING TO COMPARE.
      *
           OPEN INPUT JRHS-FILE.
           IF  WJRHS-IO-OK
               SET WS-JRHS-OPEN         TO TRUE
           ELSE
               IF  NOT WJRHS-IO-NOFILE
                   MOVE WJRHS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WJRHS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
      *MSG: (I) NO BATCH JOB RUN HISTORY - NO TREND TO REPORT
               MOVE 'ZSJTRD0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-TREND-CNT             TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSJTRD0004'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) @1 BATCH JOBS WITH ELAPSED TIME TRENDING UP
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-JRHS-OPEN
               CLOSE JRHS-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.
      /
       COPY XCPL0035.
       COPY CCPPCCC.
       COPY CCPL0950.
       COPY XCPL0260.
       COPY XCPL0040.
       COPY XCPL1610.
       COPY XCPL1680.
       COPY XCPL2490.
       COPY XCPLBCF.
       COPY XCPOBCF.
       COPY XCPNBCF.
       COPY XCPLOCF.
       COPY XCPOOCF.
       COPY CCPIPRT1.
       COPY CCPNMAST.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMJTRD                     **
      *****************************************************************
