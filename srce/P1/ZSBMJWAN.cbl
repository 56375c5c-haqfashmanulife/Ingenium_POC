      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMJWAN.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMJWAN                                         **
      **  REMARKS: NIGHTLY BATCH WINDOW ANALYSIS.                    **
      **                                                             **
      **           READS THE JOB RUN HISTORY (JRHS) FOR THE          **
      **           LOOKBACK DAYS, SETS THE DAY TYPE (NORMAL,         **
      **           MONTH-END, YEAR-END) ON EVERY ROW STILL WITHOUT   **
      **           ONE, AND WORKS OUT THE TYPICAL (AVERAGE) AND      **
      **           LONGEST DURATION AND THE TYPICAL START TIME OF    **
      **           EACH JOB BY DAY TYPE.  A DAY TYPE WITH NO RUNS    **
      **           OF A JOB TAKES THE NEXT COMMONER ONE.             **
      **                                                             **
      **           THE JOBS ARE THEN LAID ALONG THE JDEP DEPENDENCY  **
      **           GRAPH: A JOB STARTS WHEN THE LAST OF ITS          **
      **           PREDECESSORS FINISHES, A JOB WITH NONE AT ITS     **
      **           TYPICAL START TIME.  THE LONGEST CHAIN IS THE     **
      **           CRITICAL PATH AND ITS END IS THE TYPICAL END OF   **
      **           THE WINDOW, SET AGAINST THE ONLINE-START          **
      **           DEADLINE.                                         **
      **                                                             **
      **           THE WINDOW PROFILE (JWPF) IS REBUILT FOR THE      **
      **           WINDOW PROJECTION (XSRQJWIN) AND THE CRITICAL     **
      **           PATH OF EACH DAY TYPE IS PRINTED.                 **
      **                                                             **
      **           CONTROL CARD: LOOKBACK DAYS (BLANK = 90) AND      **
      **           ONLINE START TIME HHMMSS ON THE MORNING AFTER     **
      **           THE BUSINESS DATE (BLANK = 070000).               **
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

           COPY CCFHJDEP.

           COPY CCFHJWPF.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWJRHS.

       COPY CCFWJDEP.

       COPY CCFWJWPF.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMJWAN'.

       COPY SQLCA.

       COPY CCWWJRHS.

       COPY CCWWJDEP.

       COPY CCWWJWPF.

      ****************************************************************
      *    CONTROL CARD - LOOKBACK DAYS, ONLINE START TIME
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-LOOKBACK-DAYS-X              PIC X(03).
           02  CR-LOOKBACK-DAYS REDEFINES CR-LOOKBACK-DAYS-X
                                               PIC 9(03).
           02  CR-ONLN-START-TIME              PIC X(06).
           02  CR-ONLN-START-TIME-R REDEFINES CR-ONLN-START-TIME.
               03  CR-ONLN-START-HH            PIC 9(02).
               03  CR-ONLN-START-MM            PIC 9(02).
               03  CR-ONLN-START-SS            PIC 9(02).
           02  FILLER                          PIC X(64).

       01  WS-WORK-AREA.
           05  WS-PRCES-DT               PIC X(10)  VALUE SPACES.
           05  WS-FROM-DT                PIC X(10)  VALUE SPACES.
           05  WS-DEADLN-SECS            PIC S9(07) COMP-3 VALUE +0.
           05  WS-WNDW-START-SECS        PIC S9(07) COMP-3 VALUE +0.
           05  WS-WNDW-END-SECS          PIC S9(07) COMP-3 VALUE +0.
           05  WS-WNDW-END-IX            PIC S9(04) COMP VALUE +0.
           05  WS-START-OFST-SECS        PIC S9(07) COMP-3 VALUE +0.
           05  WS-MARGIN-MINS            PIC S9(05) COMP-3 VALUE +0.
           05  WS-NEW-ES                 PIC S9(07) COMP-3 VALUE +0.
           05  WS-NEW-PRED-IX            PIC S9(04) COMP VALUE +0.
           05  WS-PASS-CNT               PIC S9(04) COMP VALUE +0.
           05  WS-IX                     PIC S9(04) COMP VALUE +0.
           05  WS-PX                     PIC S9(04) COMP VALUE +0.
           05  WS-DX                     PIC S9(04) COMP VALUE +0.
           05  WS-SX                     PIC S9(04) COMP VALUE +0.
           05  WS-FIND-IX                PIC S9(04) COMP VALUE +0.
           05  WS-FIND-JOB-ID            PIC X(08)  VALUE SPACES.
           05  WS-DAY-TYP-CD             PIC X(01)  VALUE SPACES.
           05  WS-DAY-TYP-TXT            PIC X(10)  VALUE SPACES.
           05  WS-TIME-HHMMSS            PIC X(06)  VALUE SPACES.
           05  WS-TIME-HHMMSS-R REDEFINES WS-TIME-HHMMSS.
               10  WS-TIME-HH            PIC 9(02).
               10  WS-TIME-MM            PIC 9(02).
               10  WS-TIME-SS            PIC 9(02).
           05  WS-FMT-SECS               PIC S9(07) COMP-3 VALUE +0.
           05  WS-FMT-REM                PIC S9(07) COMP-3 VALUE +0.
           05  WS-FMT-DAYS               PIC S9(03) COMP-3 VALUE +0.
           05  WS-FMT-HH                 PIC S9(03) COMP-3 VALUE +0.
           05  WS-FMT-MM                 PIC S9(03) COMP-3 VALUE +0.
           05  WS-FMT-SS                 PIC S9(03) COMP-3 VALUE +0.
           05  WS-FMT-CLOCK.
               10  WS-FMT-CLOCK-HH       PIC 9(02).
               10  FILLER                PIC X(01)  VALUE ':'.
               10  WS-FMT-CLOCK-MM       PIC 9(02).
               10  FILLER                PIC X(01)  VALUE ':'.
               10  WS-FMT-CLOCK-SS       PIC 9(02).
               10  WS-FMT-CLOCK-DAY      PIC X(03).
           05  WS-CARD-SW                PIC X(01)  VALUE 'Y'.
               88  WS-CARD-VALID                    VALUE 'Y'.
               88  WS-CARD-INVALID                  VALUE 'N'.
           05  WS-CHANGE-SW              PIC X(01)  VALUE 'N'.
               88  WS-ES-CHANGED                    VALUE 'Y'.
               88  WS-ES-SETTLED                    VALUE 'N'.
           05  WS-JRHS-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-JRHS-OPEN                     VALUE 'Y'.
           05  WS-JDEP-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-JDEP-OPEN                     VALUE 'Y'.
           05  WS-JWPF-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-JWPF-OPEN                     VALUE 'Y'.

      ****************************************************************
      *    JOBS OF THE WINDOW - ONE ENTRY PER JOB SEEN ON THE RUN
      *    HISTORY OR THE DEPENDENCY TABLE.  THE DAY SLOTS ARE
      *    1 NORMAL, 2 MONTH-END, 3 YEAR-END.
      ****************************************************************

       01  WS-JOB-TABLE.
           05  WS-JOB-MAX                PIC S9(04) COMP VALUE +500.
           05  WS-JOB-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-JOB-ENTRY              OCCURS 500 TIMES.
               10  WS-JT-JOB-ID          PIC X(08).
               10  WS-JT-PRED-CNT        PIC S9(04) COMP.
               10  WS-JT-PRED-JOB-ID     PIC X(08)
                                         OCCURS 8 TIMES.
               10  WS-JT-PRED-IX         PIC S9(04) COMP
                                         OCCURS 8 TIMES.
               10  WS-JT-DAY             OCCURS 3 TIMES.
                   15  WS-JT-RUN-CNT     PIC S9(05) COMP-3.
                   15  WS-JT-SUM-SECS    PIC S9(11) COMP-3.
                   15  WS-JT-MAX-SECS    PIC S9(07) COMP-3.
                   15  WS-JT-SUM-START   PIC S9(11) COMP-3.
               10  WS-JT-USE-DX          PIC S9(04) COMP.
               10  WS-JT-TYPCL-SECS      PIC S9(07) COMP-3.
               10  WS-JT-TYPCL-START     PIC S9(07) COMP-3.
               10  WS-JT-ES              PIC S9(07) COMP-3.
               10  WS-JT-EF              PIC S9(07) COMP-3.
               10  WS-JT-CRIT-PRED-IX    PIC S9(04) COMP.
               10  WS-JT-CRIT-SW         PIC X(01).
                   88  WS-JT-ON-CRIT-PATH           VALUE 'Y'.

       01  WS-PATH-TABLE.
           05  WS-PATH-CNT               PIC S9(04) COMP VALUE +0.
           05  WS-PATH-IX                PIC S9(04) COMP
                                         OCCURS 500 TIMES.

       01  WS-REPORT-TOTALS.
           05  WS-JRHS-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-JRHS-USED-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-JRHS-TYPED-CNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-JDEP-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-NO-HIST-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-TBL-FULL-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-CYCLE-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-LATE-CNT             PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  P-HEAD-TITLE                PIC X(50).
           03  P-HEAD-DT-LBL               PIC X(06).
           03  P-HEAD-DT                   PIC X(10).

       01  P-SECTION-LINE.
           03  FILLER                      PIC X(01).
           03  P-SECTION-TXT               PIC X(60).

       01  P-PATH-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'JOB'.
           03  FILLER                      PIC X(08)
               VALUE 'RUNS'.
           03  FILLER                      PIC X(13)
               VALUE 'TYPICAL'.
           03  FILLER                      PIC X(13)
               VALUE 'LONGEST'.
           03  FILLER                      PIC X(15)
               VALUE 'EARLIEST START'.
           03  FILLER                      PIC X(15)
               VALUE 'EARLIEST END'.
           03  FILLER                      PIC X(20)
               VALUE 'HISTORY FROM'.

       01  P-PATH-LINE.
           03  FILLER                      PIC X(01).
           03  P-PATH-JOB-ID               PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-PATH-RUN-CNT              PIC ZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-PATH-TYPCL                PIC X(11).
           03  FILLER                      PIC X(02).
           03  P-PATH-MAX                  PIC X(11).
           03  FILLER                      PIC X(02).
           03  P-PATH-ES                   PIC X(11).
           03  FILLER                      PIC X(04).
           03  P-PATH-EF                   PIC X(11).
           03  FILLER                      PIC X(04).
           03  P-PATH-SRCE-TXT             PIC X(20).

       01  P-WNDW-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(21)
               VALUE 'TYPICAL WINDOW ENDS'.
           03  P-WNDW-END                  PIC X(11).
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(14)
               VALUE 'ONLINE START'.
           03  P-WNDW-DEADLN               PIC X(11).
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(08)
               VALUE 'MARGIN'.
           03  P-WNDW-MARGIN               PIC -(5)9.
           03  FILLER                      PIC X(06)
               VALUE ' MINS'.
           03  P-WNDW-NOTE-TXT             PIC X(36).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'PROCESS DATE:'.
           03  P-PRCES-DT                  PIC X(10).
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(15)
               VALUE 'LOOKBACK DAYS:'.
           03  P-LOOKBACK-DAYS             PIC ZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(14)
               VALUE 'ONLINE START:'.
           03  P-ONLN-START                PIC X(11).

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

           PERFORM  2000-LOAD-DEPENDENCIES
               THRU 2000-LOAD-DEPENDENCIES-X.

           PERFORM  3000-PROFILE-DAY-TYPES
               THRU 3000-PROFILE-DAY-TYPES-X.

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
      *MSG: (S) MISSING BATCH WINDOW ANALYSIS CONTROL CARD
               MOVE 'ZSJWAN0001'        TO WGLOB-MSG-REF-INFO
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

           IF  CR-LOOKBACK-DAYS-X = SPACES
               MOVE 90                  TO CR-LOOKBACK-DAYS
           END-IF.
           IF  CR-ONLN-START-TIME = SPACES
               MOVE '070000'            TO CR-ONLN-START-TIME
           END-IF.

           IF  CR-LOOKBACK-DAYS NOT NUMERIC
           OR  CR-LOOKBACK-DAYS = ZERO
           OR  CR-ONLN-START-TIME-R NOT NUMERIC
               SET WS-CARD-INVALID      TO TRUE
           ELSE
           IF  CR-ONLN-START-HH > 23
           OR  CR-ONLN-START-MM > 59
           OR  CR-ONLN-START-SS > 59
               SET WS-CARD-INVALID      TO TRUE
           END-IF
           END-IF.

           IF  WS-CARD-INVALID
      *MSG: (S) INVALID BATCH WINDOW ANALYSIS CONTROL CARD
               MOVE 'ZSJWAN0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

      *
      *  THE ONLINE REGION OPENS ON THE MORNING AFTER THE BUSINESS
      *  DATE.
      *
           COMPUTE WS-DEADLN-SECS = 86400
                                  + CR-ONLN-START-HH * 3600
                                  + CR-ONLN-START-MM * 60
                                  + CR-ONLN-START-SS.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WGLOB-PROCESS-DATE      TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-MONTHS.
           MOVE CR-LOOKBACK-DAYS        TO L1680-NUMBER-OF-DAYS.
           PERFORM  1680-4000-SUB-YMD-FROM-DATE
               THRU 1680-4000-SUB-YMD-FROM-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-FROM-DT.

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

      *
      *  THE DAY TYPE IS SET ONCE, ON THE FIRST ANALYSIS AFTER THE
      *  RUN, AND KEPT.
      *
           IF  WJRHS-DAY-TYP-CD = SPACES
               PERFORM  1200-SET-DAY-TYPE
                   THRU 1200-SET-DAY-TYPE-X
           END-IF.

           IF  WJRHS-BUS-DT < WS-FROM-DT
           OR  NOT WJRHS-RUN-COMPLETE
           OR  WJRHS-START-DT = SPACES
               GO TO 1100-NEXT-RUN
           END-IF.

           PERFORM  1300-GET-START-OFFSET
               THRU 1300-GET-START-OFFSET-X.

           IF  WS-START-OFST-SECS < ZERO
               GO TO 1100-NEXT-RUN
           END-IF.

           MOVE WJRHS-JOB-ID            TO WS-FIND-JOB-ID.
           PERFORM  7000-FIND-JOB
               THRU 7000-FIND-JOB-X.

           IF  WS-FIND-IX = ZERO
               GO TO 1100-NEXT-RUN
           END-IF.

           ADD 1                        TO WS-JRHS-USED-CNT.

           EVALUATE TRUE
               WHEN WJRHS-DAY-YEAR-END
                   MOVE 3               TO WS-DX
               WHEN WJRHS-DAY-MONTH-END
                   MOVE 2               TO WS-DX
               WHEN OTHER
                   MOVE 1               TO WS-DX
           END-EVALUATE.

           ADD 1              TO WS-JT-RUN-CNT   (WS-FIND-IX WS-DX).
           ADD WJRHS-ELAPS-SECS
                              TO WS-JT-SUM-SECS  (WS-FIND-IX WS-DX).
           ADD WS-START-OFST-SECS
                              TO WS-JT-SUM-START (WS-FIND-IX WS-DX).
           IF  WJRHS-ELAPS-SECS > WS-JT-MAX-SECS (WS-FIND-IX WS-DX)
               MOVE WJRHS-ELAPS-SECS
                              TO WS-JT-MAX-SECS  (WS-FIND-IX WS-DX)
           END-IF.

       1100-NEXT-RUN.

           PERFORM  1990-JRHS-READ-NEXT
               THRU 1990-JRHS-READ-NEXT-X.

       1100-TAKE-ONE-RUN-X.
           EXIT.

      *-------------------
       1200-SET-DAY-TYPE.
      *-------------------

      *
      *  THE LAST CALENDAR DAY OF THE MONTH IS MONTH-END, OF
      *  DECEMBER YEAR-END.
      *
           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WJRHS-BUS-DT            TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-MONTHS.
           MOVE 1                       TO L1680-NUMBER-OF-DAYS.
           PERFORM  1680-3000-ADD-Y-M-D-TO-DATE
               THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.

           IF  NOT L1680-RETRN-OK
               GO TO 1200-SET-DAY-TYPE-X
           END-IF.

           IF  L1680-INT-MM-2 = L1680-INT-MM-1
               SET WJRHS-DAY-NORMAL     TO TRUE
           ELSE
           IF  L1680-INT-MM-1 = 12
               SET WJRHS-DAY-YEAR-END   TO TRUE
           ELSE
               SET WJRHS-DAY-MONTH-END  TO TRUE
           END-IF
           END-IF.

           REWRITE WJRHS-REC-INFO.

           IF  NOT WJRHS-IO-OK
               MOVE WJRHS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WJRHS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-REWRITE-RECORD   TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           ADD 1                        TO WS-JRHS-TYPED-CNT.

       1200-SET-DAY-TYPE-X.
           EXIT.

      *-----------------------
       1300-GET-START-OFFSET.
      *-----------------------

      *
      *  SECONDS FROM THE MIDNIGHT STARTING THE BUSINESS DATE.
      *
           MOVE -1                      TO WS-START-OFST-SECS.

           MOVE WJRHS-START-TIME        TO WS-TIME-HHMMSS.
           IF  WS-TIME-HHMMSS-R NOT NUMERIC
               GO TO 1300-GET-START-OFFSET-X
           END-IF.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WJRHS-BUS-DT            TO L1680-INTERNAL-1.
           MOVE WJRHS-START-DT          TO L1680-INTERNAL-2.
           PERFORM  1680-2000-COMP-DAYS-BETWEEN
               THRU 1680-2000-COMP-DAYS-BETWEEN-X.

           IF  NOT L1680-RETRN-OK
           OR  L1680-TOTAL-DAYS < ZERO
           OR  L1680-TOTAL-DAYS > 9
               GO TO 1300-GET-START-OFFSET-X
           END-IF.

           COMPUTE WS-START-OFST-SECS = L1680-TOTAL-DAYS * 86400
                                      + WS-TIME-HH * 3600
                                      + WS-TIME-MM * 60
                                      + WS-TIME-SS.

       1300-GET-START-OFFSET-X.
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
      *------------------------
       2000-LOAD-DEPENDENCIES.
      *------------------------

           IF  NOT WS-JDEP-OPEN
               GO TO 2000-LOAD-DEPENDENCIES-X
           END-IF.

           MOVE LOW-VALUES              TO WJDEP-KEY.

           START JDEP-FILE
               KEY IS NOT LESS THAN WJDEP-KEY
               INVALID KEY
                   MOVE '10'            TO WJDEP-SEQ-FILE-STATUS
           END-START.

           IF  WJDEP-IO-OK
               PERFORM  2990-JDEP-READ-NEXT
                   THRU 2990-JDEP-READ-NEXT-X
           END-IF.

           PERFORM  2100-TAKE-ONE-JOB
               THRU 2100-TAKE-ONE-JOB-X
                    UNTIL NOT WJDEP-IO-OK.

      *
      *  WITH EVERY JOB IN THE TABLE, POINT EACH PREDECESSOR AT ITS
      *  ENTRY.
      *
           PERFORM  2200-RESOLVE-PREDECESSORS
               THRU 2200-RESOLVE-PREDECESSORS-X
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL   WS-IX > WS-JOB-CNT.

       2000-LOAD-DEPENDENCIES-X.
           EXIT.

      *-------------------
       2100-TAKE-ONE-JOB.
      *-------------------

           ADD 1                        TO WS-JDEP-READ-CNT.

           MOVE WJDEP-JOB-ID            TO WS-FIND-JOB-ID.
           PERFORM  7000-FIND-JOB
               THRU 7000-FIND-JOB-X.

           IF  WS-FIND-IX = ZERO
               GO TO 2100-NEXT-JOB
           END-IF.

           MOVE ZERO                    TO WS-JT-PRED-CNT (WS-FIND-IX).

           PERFORM  2110-TAKE-ONE-PRED
               THRU 2110-TAKE-ONE-PRED-X
                    VARYING WS-PX FROM 1 BY 1
                    UNTIL   WS-PX > WJDEP-PRED-CNT
                    OR      WS-PX > 8.

       2100-NEXT-JOB.

           PERFORM  2990-JDEP-READ-NEXT
               THRU 2990-JDEP-READ-NEXT-X.

       2100-TAKE-ONE-JOB-X.
           EXIT.

      *--------------------
       2110-TAKE-ONE-PRED.
      *--------------------

           IF  WJDEP-PRED-JOB-ID (WS-PX) = SPACES
               GO TO 2110-TAKE-ONE-PRED-X
           END-IF.

           ADD 1                    TO WS-JT-PRED-CNT (WS-FIND-IX).
           MOVE WJDEP-PRED-JOB-ID (WS-PX)
                                    TO WS-JT-PRED-JOB-ID
                                       (WS-FIND-IX
                                        WS-JT-PRED-CNT (WS-FIND-IX)).

       2110-TAKE-ONE-PRED-X.
           EXIT.

      *---------------------------
       2200-RESOLVE-PREDECESSORS.
      *---------------------------

           PERFORM  2210-RESOLVE-ONE-PRED
               THRU 2210-RESOLVE-ONE-PRED-X
                    VARYING WS-PX FROM 1 BY 1
                    UNTIL   WS-PX > WS-JT-PRED-CNT (WS-IX).

       2200-RESOLVE-PREDECESSORS-X.
           EXIT.

      *-----------------------
       2210-RESOLVE-ONE-PRED.
      *-----------------------

           MOVE WS-JT-PRED-JOB-ID (WS-IX WS-PX)
                                        TO WS-FIND-JOB-ID.
           PERFORM  7000-FIND-JOB
               THRU 7000-FIND-JOB-X.
           MOVE WS-FIND-IX              TO WS-JT-PRED-IX (WS-IX WS-PX).

       2210-RESOLVE-ONE-PRED-X.
           EXIT.

      *---------------------
       2990-JDEP-READ-NEXT.
      *---------------------

           READ JDEP-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WJDEP-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WJDEP-IO-OK
           AND WJDEP-SEQ-FILE-STATUS NOT = '10'
               MOVE WJDEP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WJDEP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       2990-JDEP-READ-NEXT-X.
           EXIT.
      /
      *------------------------
       3000-PROFILE-DAY-TYPES.
      *------------------------

      *
      *  JOBS WITH NO RUN IN THE LOOKBACK ARE COUNTED ONCE.
      *
           PERFORM  3010-COUNT-NO-HISTORY
               THRU 3010-COUNT-NO-HISTORY-X
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL   WS-IX > WS-JOB-CNT.

           MOVE 'N'                     TO WS-DAY-TYP-CD.
           MOVE 'NORMAL DAY'            TO WS-DAY-TYP-TXT.
           PERFORM  3100-PROFILE-ONE-TYPE
               THRU 3100-PROFILE-ONE-TYPE-X.

           MOVE 'M'                     TO WS-DAY-TYP-CD.
           MOVE 'MONTH-END'             TO WS-DAY-TYP-TXT.
           PERFORM  3100-PROFILE-ONE-TYPE
               THRU 3100-PROFILE-ONE-TYPE-X.

           MOVE 'Y'                     TO WS-DAY-TYP-CD.
           MOVE 'YEAR-END'              TO WS-DAY-TYP-TXT.
           PERFORM  3100-PROFILE-ONE-TYPE
               THRU 3100-PROFILE-ONE-TYPE-X.

       3000-PROFILE-DAY-TYPES-X.
           EXIT.

      *-----------------------
       3010-COUNT-NO-HISTORY.
      *-----------------------

           IF  WS-JT-RUN-CNT (WS-IX 1) = ZERO
           AND WS-JT-RUN-CNT (WS-IX 2) = ZERO
           AND WS-JT-RUN-CNT (WS-IX 3) = ZERO
               ADD 1                    TO WS-NO-HIST-CNT
           END-IF.

       3010-COUNT-NO-HISTORY-X.
           EXIT.

      *-----------------------
       3100-PROFILE-ONE-TYPE.
      *-----------------------

           EVALUATE WS-DAY-TYP-CD
               WHEN 'Y'
                   MOVE 3               TO WS-DX
               WHEN 'M'
                   MOVE 2               TO WS-DX
               WHEN OTHER
                   MOVE 1               TO WS-DX
           END-EVALUATE.

      *
      *  TYPICAL DURATIONS FOR THE DAY TYPE, THEN THE WINDOW START -
      *  THE EARLIEST TYPICAL START OF ANY JOB WITH HISTORY.
      *
           MOVE 999999                  TO WS-WNDW-START-SECS.

           PERFORM  3200-SET-TYPICAL
               THRU 3200-SET-TYPICAL-X
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL   WS-IX > WS-JOB-CNT.

           IF  WS-WNDW-START-SECS = 999999
               MOVE ZERO                TO WS-WNDW-START-SECS
           END-IF.

           PERFORM  3300-SET-FIRST-START
               THRU 3300-SET-FIRST-START-X
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL   WS-IX > WS-JOB-CNT.

      *
      *  PUSH EACH JOB BEHIND ITS PREDECESSORS UNTIL NOTHING MOVES.
      *  A GRAPH STILL MOVING AFTER ONE PASS PER JOB HAS A CYCLE.
      *
           MOVE ZERO                    TO WS-PASS-CNT.
           SET  WS-ES-CHANGED           TO TRUE.

           PERFORM  3400-RELAX-ONE-PASS
               THRU 3400-RELAX-ONE-PASS-X
                    UNTIL WS-ES-SETTLED
                    OR    WS-PASS-CNT > WS-JOB-CNT.

           IF  WS-ES-CHANGED
               ADD 1                    TO WS-CYCLE-CNT
               MOVE WS-DAY-TYP-TXT      TO WGLOB-MSG-PARM (1)
      *MSG: (W) JDEP DEPENDENCY CYCLE - @1 CRITICAL PATH INCOMPLETE
               MOVE 'ZSJWAN0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

      *
      *  THE CRITICAL PATH ENDS AT THE LATEST FINISH AND IS TRACED
      *  BACK THROUGH THE PREDECESSOR THAT HELD EACH JOB BACK.
      *
           MOVE ZERO                    TO WS-WNDW-END-SECS
                                           WS-WNDW-END-IX.

           PERFORM  3500-FIND-WINDOW-END
               THRU 3500-FIND-WINDOW-END-X
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL   WS-IX > WS-JOB-CNT.

           MOVE ZERO                    TO WS-PATH-CNT.
           MOVE WS-WNDW-END-IX          TO WS-IX.

           PERFORM  3600-TRACE-PATH
               THRU 3600-TRACE-PATH-X
                    UNTIL WS-IX = ZERO
                    OR    WS-PATH-CNT NOT < WS-JOB-CNT.

           PERFORM  4000-WRITE-PROFILE
               THRU 4000-WRITE-PROFILE-X.

           PERFORM  5000-PRINT-CRITICAL-PATH
               THRU 5000-PRINT-CRITICAL-PATH-X.

       3100-PROFILE-ONE-TYPE-X.
           EXIT.

      *------------------
       3200-SET-TYPICAL.
      *------------------

      *
      *  A DAY TYPE THE JOB HAS NOT RUN ON TAKES THE NEAREST ONE IT
      *  HAS: YEAR-END FROM MONTH-END, BOTH FROM NORMAL, NORMAL FROM
      *  MONTH-END THEN YEAR-END.
      *
           MOVE WS-DX                   TO WS-SX.

           IF  WS-JT-RUN-CNT (WS-IX WS-SX) = ZERO
           AND WS-SX = 3
               MOVE 2                   TO WS-SX
           END-IF.
           IF  WS-JT-RUN-CNT (WS-IX WS-SX) = ZERO
           AND WS-SX = 2
               MOVE 1                   TO WS-SX
           END-IF.
           IF  WS-JT-RUN-CNT (WS-IX WS-SX) = ZERO
               MOVE 2                   TO WS-SX
           END-IF.
           IF  WS-JT-RUN-CNT (WS-IX WS-SX) = ZERO
               MOVE 3                   TO WS-SX
           END-IF.

           MOVE WS-SX                   TO WS-JT-USE-DX (WS-IX).
           MOVE SPACE                   TO WS-JT-CRIT-SW (WS-IX).
           MOVE ZERO                    TO WS-JT-CRIT-PRED-IX (WS-IX).

           IF  WS-JT-RUN-CNT (WS-IX WS-SX) = ZERO
               MOVE ZERO                TO WS-JT-USE-DX (WS-IX)
                                           WS-JT-TYPCL-SECS (WS-IX)
                                           WS-JT-TYPCL-START (WS-IX)
               GO TO 3200-SET-TYPICAL-X
           END-IF.

           COMPUTE WS-JT-TYPCL-SECS (WS-IX) ROUNDED =
                   WS-JT-SUM-SECS (WS-IX WS-SX)
                 / WS-JT-RUN-CNT (WS-IX WS-SX).
           COMPUTE WS-JT-TYPCL-START (WS-IX) ROUNDED =
                   WS-JT-SUM-START (WS-IX WS-SX)
                 / WS-JT-RUN-CNT (WS-IX WS-SX).

           IF  WS-JT-TYPCL-START (WS-IX) < WS-WNDW-START-SECS
               MOVE WS-JT-TYPCL-START (WS-IX)
                                        TO WS-WNDW-START-SECS
           END-IF.

       3200-SET-TYPICAL-X.
           EXIT.

      *----------------------
       3300-SET-FIRST-START.
      *----------------------

      *
      *  A JOB NEVER SEEN RUNNING IS TAKEN AS READY AT THE WINDOW
      *  START AND AS TAKING NO TIME.
      *
           IF  WS-JT-USE-DX (WS-IX) = ZERO
               MOVE WS-WNDW-START-SECS  TO WS-JT-TYPCL-START (WS-IX)
           END-IF.

           MOVE WS-JT-TYPCL-START (WS-IX)
                                        TO WS-JT-ES (WS-IX).
           COMPUTE WS-JT-EF (WS-IX) = WS-JT-ES (WS-IX)
                                    + WS-JT-TYPCL-SECS (WS-IX).

       3300-SET-FIRST-START-X.
           EXIT.

      *---------------------
       3400-RELAX-ONE-PASS.
      *---------------------

           ADD 1                        TO WS-PASS-CNT.
           SET  WS-ES-SETTLED           TO TRUE.

           PERFORM  3410-RELAX-ONE-JOB
               THRU 3410-RELAX-ONE-JOB-X
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL   WS-IX > WS-JOB-CNT.

       3400-RELAX-ONE-PASS-X.
           EXIT.

      *--------------------
       3410-RELAX-ONE-JOB.
      *--------------------

           IF  WS-JT-PRED-CNT (WS-IX) = ZERO
               GO TO 3410-RELAX-ONE-JOB-X
           END-IF.

           MOVE ZERO                    TO WS-NEW-ES
                                           WS-NEW-PRED-IX.

           PERFORM  3420-CHECK-ONE-PRED
               THRU 3420-CHECK-ONE-PRED-X
                    VARYING WS-PX FROM 1 BY 1
                    UNTIL   WS-PX > WS-JT-PRED-CNT (WS-IX).

           IF  WS-NEW-PRED-IX = ZERO
               GO TO 3410-RELAX-ONE-JOB-X
           END-IF.

           IF  WS-NEW-ES NOT = WS-JT-ES (WS-IX)
           OR  WS-NEW-PRED-IX NOT = WS-JT-CRIT-PRED-IX (WS-IX)
               SET WS-ES-CHANGED        TO TRUE
               MOVE WS-NEW-ES           TO WS-JT-ES (WS-IX)
               MOVE WS-NEW-PRED-IX      TO WS-JT-CRIT-PRED-IX (WS-IX)
               COMPUTE WS-JT-EF (WS-IX) = WS-JT-ES (WS-IX)
                                        + WS-JT-TYPCL-SECS (WS-IX)
           END-IF.

       3410-RELAX-ONE-JOB-X.
           EXIT.

      *---------------------
       3420-CHECK-ONE-PRED.
      *---------------------

           MOVE WS-JT-PRED-IX (WS-IX WS-PX)
                                        TO WS-FIND-IX.

           IF  WS-FIND-IX = ZERO
               GO TO 3420-CHECK-ONE-PRED-X
           END-IF.

           IF  WS-NEW-PRED-IX = ZERO
           OR  WS-JT-EF (WS-FIND-IX) > WS-NEW-ES
               MOVE WS-JT-EF (WS-FIND-IX)
                                        TO WS-NEW-ES
               MOVE WS-FIND-IX          TO WS-NEW-PRED-IX
           END-IF.

       3420-CHECK-ONE-PRED-X.
           EXIT.

      *----------------------
       3500-FIND-WINDOW-END.
      *----------------------

           IF  WS-WNDW-END-IX = ZERO
           OR  WS-JT-EF (WS-IX) > WS-WNDW-END-SECS
               MOVE WS-JT-EF (WS-IX)    TO WS-WNDW-END-SECS
               MOVE WS-IX               TO WS-WNDW-END-IX
           END-IF.

       3500-FIND-WINDOW-END-X.
           EXIT.

      *-----------------
       3600-TRACE-PATH.
      *-----------------

           SET  WS-JT-ON-CRIT-PATH (WS-IX) TO TRUE.
           ADD 1                        TO WS-PATH-CNT.
           MOVE WS-IX                   TO WS-PATH-IX (WS-PATH-CNT).
           MOVE WS-JT-CRIT-PRED-IX (WS-IX)
                                        TO WS-IX.

       3600-TRACE-PATH-X.
           EXIT.
      /
      *--------------------
       4000-WRITE-PROFILE.
      *--------------------

           IF  NOT WS-JWPF-OPEN
               GO TO 4000-WRITE-PROFILE-X
           END-IF.

           MOVE SPACES                  TO WJWPF-REC-INFO.
           MOVE WS-DAY-TYP-CD           TO WJWPF-DAY-TYP-CD.
           MOVE SPACES                  TO WJWPF-JOB-ID.
           MOVE WS-PRCES-DT             TO WJWPF-ANLYS-DT.
           MOVE CR-ONLN-START-TIME      TO WJWPF-ONLN-START-TIME.
           MOVE WS-DEADLN-SECS          TO WJWPF-DEADLN-SECS.
           MOVE WS-WNDW-START-SECS      TO WJWPF-WNDW-START-SECS.
           MOVE WS-WNDW-END-SECS        TO WJWPF-WNDW-END-SECS.
           MOVE WS-JOB-CNT              TO WJWPF-JOB-CNT.
           IF  WS-WNDW-END-IX > ZERO
               MOVE WS-JT-JOB-ID (WS-WNDW-END-IX)
                                        TO WJWPF-CRIT-END-JOB-ID
           END-IF.

           PERFORM  4900-WRITE-JWPF
               THRU 4900-WRITE-JWPF-X.

           PERFORM  4100-WRITE-ONE-JOB
               THRU 4100-WRITE-ONE-JOB-X
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL   WS-IX > WS-JOB-CNT.

       4000-WRITE-PROFILE-X.
           EXIT.

      *--------------------
       4100-WRITE-ONE-JOB.
      *--------------------

           MOVE SPACES                  TO WJWPF-REC-INFO.
           MOVE WS-DAY-TYP-CD           TO WJWPF-DAY-TYP-CD.
           MOVE WS-JT-JOB-ID (WS-IX)    TO WJWPF-JOB-ID.
           MOVE WS-PRCES-DT             TO WJWPF-ANLYS-DT.

           MOVE ZERO                    TO WJWPF-RUN-CNT
                                           WJWPF-MAX-SECS.
           IF  WS-JT-USE-DX (WS-IX) > ZERO
               MOVE WS-JT-USE-DX (WS-IX) TO WS-SX
               MOVE WS-JT-RUN-CNT (WS-IX WS-SX)
                                        TO WJWPF-RUN-CNT
               MOVE WS-JT-MAX-SECS (WS-IX WS-SX)
                                        TO WJWPF-MAX-SECS
           END-IF.

           MOVE WS-JT-TYPCL-SECS (WS-IX)
                                        TO WJWPF-TYPCL-SECS.
           MOVE WS-JT-TYPCL-START (WS-IX)
                                        TO WJWPF-TYPCL-START-SECS.
           MOVE WS-JT-ES (WS-IX)        TO WJWPF-ERLY-START-SECS.
           MOVE WS-JT-EF (WS-IX)        TO WJWPF-ERLY-FINISH-SECS.
           IF  WS-JT-CRIT-PRED-IX (WS-IX) > ZERO
               MOVE WS-JT-CRIT-PRED-IX (WS-IX)
                                        TO WS-FIND-IX
               MOVE WS-JT-JOB-ID (WS-FIND-IX)
                                        TO WJWPF-CRIT-PRED-JOB-ID
           END-IF.
           IF  WS-JT-ON-CRIT-PATH (WS-IX)
               SET WJWPF-ON-CRIT-PATH   TO TRUE
           ELSE
               MOVE 'N'                 TO WJWPF-CRIT-PATH-SW
           END-IF.
           MOVE WS-JT-PRED-CNT (WS-IX)  TO WJWPF-PRED-CNT.
           PERFORM  4110-MOVE-ONE-PRED
               THRU 4110-MOVE-ONE-PRED-X
                    VARYING WS-PX FROM 1 BY 1
                    UNTIL   WS-PX > 8.

           PERFORM  4900-WRITE-JWPF
               THRU 4900-WRITE-JWPF-X.

       4100-WRITE-ONE-JOB-X.
           EXIT.

      *--------------------
       4110-MOVE-ONE-PRED.
      *--------------------

           IF  WS-PX > WS-JT-PRED-CNT (WS-IX)
               MOVE SPACES              TO WJWPF-PRED-JOB-ID (WS-PX)
           ELSE
               MOVE WS-JT-PRED-JOB-ID (WS-IX WS-PX)
                                        TO WJWPF-PRED-JOB-ID (WS-PX)
           END-IF.

       4110-MOVE-ONE-PRED-X.
           EXIT.

      *-----------------
       4900-WRITE-JWPF.
      *-----------------

           WRITE WJWPF-REC-INFO.

           IF  NOT WJWPF-IO-OK
               MOVE WJWPF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WJWPF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-WRITE-RECORD     TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       4900-WRITE-JWPF-X.
           EXIT.
      /
      *--------------------------
       5000-PRINT-CRITICAL-PATH.
      *--------------------------

           MOVE SPACES                  TO P-SECTION-LINE.
           STRING WS-DAY-TYP-TXT        DELIMITED BY '  '
                  ' - CRITICAL PATH'    DELIMITED BY SIZE
                                        INTO P-SECTION-TXT.
           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE P-SECTION-LINE          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-PATH-HEAD-LINE        TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

      *
      *  THE PATH WAS TRACED FROM ITS END - PRINT IT FROM ITS START.
      *
           PERFORM  5100-PRINT-PATH-JOB
               THRU 5100-PRINT-PATH-JOB-X
                    VARYING WS-PX FROM WS-PATH-CNT BY -1
                    UNTIL   WS-PX < 1.

           MOVE SPACES                  TO P-WNDW-NOTE-TXT.
           MOVE WS-WNDW-END-SECS        TO WS-FMT-SECS.
           PERFORM  7100-FORMAT-CLOCK
               THRU 7100-FORMAT-CLOCK-X.
           MOVE WS-FMT-CLOCK            TO P-WNDW-END.
           MOVE WS-DEADLN-SECS          TO WS-FMT-SECS.
           PERFORM  7100-FORMAT-CLOCK
               THRU 7100-FORMAT-CLOCK-X.
           MOVE WS-FMT-CLOCK            TO P-WNDW-DEADLN.

           COMPUTE WS-MARGIN-MINS =
                   (WS-DEADLN-SECS - WS-WNDW-END-SECS) / 60.
           MOVE WS-MARGIN-MINS          TO P-WNDW-MARGIN.

           IF  WS-WNDW-END-SECS > WS-DEADLN-SECS
               ADD 1                    TO WS-LATE-CNT
               MOVE '*** OVERRUNS THE ONLINE START ***'
                                        TO P-WNDW-NOTE-TXT
           END-IF.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-WNDW-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       5000-PRINT-CRITICAL-PATH-X.
           EXIT.

      *---------------------
       5100-PRINT-PATH-JOB.
      *---------------------

           MOVE WS-PATH-IX (WS-PX)      TO WS-IX.

           MOVE SPACES                  TO P-PATH-LINE.
           MOVE WS-JT-JOB-ID (WS-IX)    TO P-PATH-JOB-ID.
           MOVE ZERO                    TO P-PATH-RUN-CNT.

           IF  WS-JT-USE-DX (WS-IX) = ZERO
               MOVE 'NO HISTORY'        TO P-PATH-SRCE-TXT
           ELSE
               MOVE WS-JT-USE-DX (WS-IX) TO WS-SX
               MOVE WS-JT-RUN-CNT (WS-IX WS-SX)
                                        TO P-PATH-RUN-CNT
               MOVE WS-JT-MAX-SECS (WS-IX WS-SX)
                                        TO WS-FMT-SECS
               PERFORM  7100-FORMAT-CLOCK
                   THRU 7100-FORMAT-CLOCK-X
               MOVE WS-FMT-CLOCK        TO P-PATH-MAX
               EVALUATE TRUE
                   WHEN WS-SX = WS-DX
                       CONTINUE
                   WHEN WS-SX = 1
                       MOVE 'NORMAL DAYS'
                                        TO P-PATH-SRCE-TXT
                   WHEN WS-SX = 2
                       MOVE 'MONTH-END DAYS'
                                        TO P-PATH-SRCE-TXT
                   WHEN OTHER
                       MOVE 'YEAR-END DAYS'
                                        TO P-PATH-SRCE-TXT
               END-EVALUATE
           END-IF.

           MOVE WS-JT-TYPCL-SECS (WS-IX) TO WS-FMT-SECS.
           PERFORM  7100-FORMAT-CLOCK
               THRU 7100-FORMAT-CLOCK-X.
           MOVE WS-FMT-CLOCK            TO P-PATH-TYPCL.

           MOVE WS-JT-ES (WS-IX)        TO WS-FMT-SECS.
           PERFORM  7100-FORMAT-CLOCK
               THRU 7100-FORMAT-CLOCK-X.
           MOVE WS-FMT-CLOCK            TO P-PATH-ES.

           MOVE WS-JT-EF (WS-IX)        TO WS-FMT-SECS.
           PERFORM  7100-FORMAT-CLOCK
               THRU 7100-FORMAT-CLOCK-X.
           MOVE WS-FMT-CLOCK            TO P-PATH-EF.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-PATH-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       5100-PRINT-PATH-JOB-X.
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

      *-------------------
       7100-FORMAT-CLOCK.
      *-------------------

      *
      *  SECONDS FROM THE BUSINESS-DATE MIDNIGHT AS HH:MM:SS, WITH
      *  +1 WHEN THE TIME FALLS ON THE FOLLOWING DAY.
      *
           DIVIDE WS-FMT-SECS BY 86400
               GIVING WS-FMT-DAYS REMAINDER WS-FMT-REM.
           DIVIDE WS-FMT-REM BY 3600
               GIVING WS-FMT-HH REMAINDER WS-FMT-REM.
           DIVIDE WS-FMT-REM BY 60
               GIVING WS-FMT-MM REMAINDER WS-FMT-SS.

           MOVE WS-FMT-HH               TO WS-FMT-CLOCK-HH.
           MOVE WS-FMT-MM               TO WS-FMT-CLOCK-MM.
           MOVE WS-FMT-SS               TO WS-FMT-CLOCK-SS.

           IF  WS-FMT-DAYS > ZERO
               MOVE ' +1'               TO WS-FMT-CLOCK-DAY
           ELSE
               MOVE SPACES              TO WS-FMT-CLOCK-DAY
           END-IF.

       7100-FORMAT-CLOCK-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-PRCES-DT              TO P-PRCES-DT.
           MOVE CR-LOOKBACK-DAYS         TO P-LOOKBACK-DAYS.
           MOVE WS-DEADLN-SECS           TO WS-FMT-SECS.
           PERFORM  7100-FORMAT-CLOCK
               THRU 7100-FORMAT-CLOCK-X.
           MOVE WS-FMT-CLOCK             TO P-ONLN-START.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'RUN HISTORY ROWS READ'  TO P-SUM-LBL.
           MOVE WS-JRHS-READ-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  DAY TYPE SET'         TO P-SUM-LBL.
           MOVE WS-JRHS-TYPED-CNT        TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  COMPLETED RUNS IN THE LOOKBACK'
                                         TO P-SUM-LBL.
           MOVE WS-JRHS-USED-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'DEPENDENCY ROWS READ'   TO P-SUM-LBL.
           MOVE WS-JDEP-READ-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'JOBS PROFILED'          TO P-SUM-LBL.
           MOVE WS-JOB-CNT               TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  WITH NO RUN IN THE LOOKBACK'
                                         TO P-SUM-LBL.
           MOVE WS-NO-HIST-CNT           TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'JOBS LEFT OUT - JOB TABLE FULL'
                                         TO P-SUM-LBL.
           MOVE WS-TBL-FULL-CNT          TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'DAY TYPES WITH A DEPENDENCY CYCLE'
                                         TO P-SUM-LBL.
           MOVE WS-CYCLE-CNT             TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'DAY TYPES OVERRUNNING THE ONLINE START'
                                         TO P-SUM-LBL.
           MOVE WS-LATE-CNT              TO WS-SUM-CNT.
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
           MOVE 'BATCH WINDOW - TYPICAL DURATIONS AND CRITICAL PATH'
                                       TO P-HEAD-TITLE.
           MOVE 'AS AT'                TO P-HEAD-DT-LBL.
           MOVE WS-PRCES-DT            TO P-HEAD-DT.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-3          TO RPRT1-SEQ-REC-INFO.
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
      * NO RUN HISTORY YET MEANS NO DURATION; NO DEPENDENCY TABLE
      * MEANS EVERY JOB STANDS ALONE.
      *
           OPEN I-O JRHS-FILE.
           IF  WJRHS-IO-OK
               SET WS-JRHS-OPEN         TO TRUE
           ELSE
               IF  NOT WJRHS-IO-NOFILE
                   MOVE WJRHS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WJRHS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
      *MSG: (I) NO BATCH JOB RUN HISTORY - NO DURATIONS TO PROFILE
               MOVE 'ZSJWAN0004'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           OPEN INPUT JDEP-FILE.
           IF  WJDEP-IO-OK
               SET WS-JDEP-OPEN         TO TRUE
           ELSE
               IF  NOT WJDEP-IO-NOFILE
                   MOVE WJDEP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WJDEP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

      *
      * THE PROFILE IS REBUILT FROM NOTHING EACH NIGHT.
      *
           OPEN OUTPUT JWPF-FILE.
           IF  WJWPF-IO-OK
               SET WS-JWPF-OPEN         TO TRUE
           ELSE
               MOVE WJWPF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WJWPF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-OPEN-O-FILE      TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-JOB-CNT               TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSJWAN0005'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) BATCH WINDOW PROFILE REBUILT FOR @1 JOBS
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           IF  WS-LATE-CNT > ZERO
               MOVE WS-LATE-CNT          TO  WS-DISP-CTR
               MOVE WS-DISP-CTR          TO  WGLOB-MSG-PARM (1)
               MOVE 'ZSJWAN0006'         TO  WGLOB-MSG-REF-INFO
      *MSG: (W) TYPICAL WINDOW OVERRUNS THE ONLINE START ON @1 DAY TYPES
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-JRHS-OPEN
               CLOSE JRHS-FILE
           END-IF.

           IF  WS-JDEP-OPEN
               CLOSE JDEP-FILE
           END-IF.

           IF  WS-JWPF-OPEN
               CLOSE JWPF-FILE
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
      **                 END OF PROGRAM ZSBMJWAN                     **
      *****************************************************************
