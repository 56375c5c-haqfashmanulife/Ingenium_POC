      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  XSRQJWIN.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  XSRQJWIN                                         **
      **  REMARKS:  BATCH WINDOW PROJECTION.  TAKES THE WINDOW       **
      **            PROFILE (JWPF) BUILT EACH NIGHT BY ZSBMJWAN FOR  **
      **            THE DAY TYPE AND THE JOB RUN HISTORY (JRHS) OF   **
      **            THE BUSINESS DATE, AND WORKS OUT WHEN THE        **
      **            WINDOW WILL END:                                 **
      **              - A FINISHED JOB ENDS WHEN IT ENDED;           **
      **              - A RUNNING JOB ENDS AT ITS START PLUS THE     **
      **                LONGER OF ITS TYPICAL DURATION AND THE TIME  **
      **                ALREADY TAKEN, OR, WHERE IT CHECKPOINTS TO   **
      **                THE RUN-PROGRESS MASTER (RNPG) WITH AN       **
      **                EXPECTED COUNT, AT THE END ITS PERCENTAGE    **
      **                COMPLETE POINTS TO;                          **
      **              - A JOB STILL TO RUN STARTS WHEN THE LAST OF   **
      **                ITS PREDECESSORS ENDS (NOT BEFORE NOW, AND   **
      **                NOT BEFORE ITS TYPICAL START IF IT HAS NONE) **
      **                AND TAKES ITS TYPICAL DURATION.              **
      **            THE LATEST END IS THE PROJECTED WINDOW END,      **
      **            SET AGAINST THE ONLINE-START DEADLINE.           **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  UT                                               **
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

           COPY CCFHJWPF.

           COPY CCFHJRHS.

           COPY CCFHRNPG.
      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWJWPF.

       COPY CCFWJRHS.

       COPY CCFWRNPG.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'XSRQJWIN'.

       COPY SQLCA.

       COPY CCWWJWPF.
       COPY CCWWJRHS.
       COPY CCWWRNPG.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-ROW-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-ROW-FOUND                     VALUE 'Y'.
               88  WS-ROW-NOT-FOUND                 VALUE 'N'.
           05  WS-CHANGE-SW              PIC X(01)  VALUE 'N'.
               88  WS-EF-CHANGED                    VALUE 'Y'.
               88  WS-EF-SETTLED                    VALUE 'N'.
           05  WS-JRHS-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-JRHS-OPEN                     VALUE 'Y'.
           05  WS-RNPG-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-RNPG-OPEN                     VALUE 'Y'.
           05  WS-NOW-SECS               PIC S9(07) COMP-3 VALUE +0.
           05  WS-DEADLN-SECS            PIC S9(07) COMP-3 VALUE +0.
           05  WS-TYPCL-END-SECS         PIC S9(07) COMP-3 VALUE +0.
           05  WS-PROJ-END-SECS          PIC S9(07) COMP-3 VALUE +0.
           05  WS-PROJ-END-IX            PIC S9(04) COMP VALUE +0.
           05  WS-RUN-SECS               PIC S9(07) COMP-3 VALUE +0.
           05  WS-TOT-SECS               PIC S9(09) COMP-3 VALUE +0.
           05  WS-NEW-ES                 PIC S9(07) COMP-3 VALUE +0.
           05  WS-PCT-WORK               PIC S9(05)V99 COMP-3
                                                    VALUE +0.
           05  WS-PASS-CNT               PIC S9(04) COMP VALUE +0.
           05  WS-IX                     PIC S9(04) COMP VALUE +0.
           05  WS-PX                     PIC S9(04) COMP VALUE +0.
           05  WS-SX                     PIC S9(04) COMP VALUE +0.
           05  WS-FIND-IX                PIC S9(04) COMP VALUE +0.
           05  WS-FIND-JOB-ID            PIC X(08)  VALUE SPACES.
           05  WS-CNV-DT                 PIC X(10)  VALUE SPACES.
           05  WS-CNV-TIME               PIC X(06)  VALUE SPACES.
           05  WS-CNV-TIME-R REDEFINES WS-CNV-TIME.
               10  WS-CNV-HH             PIC 9(02).
               10  WS-CNV-MM             PIC 9(02).
               10  WS-CNV-SS             PIC 9(02).
           05  WS-CNV-SECS               PIC S9(07) COMP-3 VALUE +0.
           05  WS-CNV-DAYS               PIC S9(03) COMP-3 VALUE +0.
           05  WS-CNV-REM                PIC S9(07) COMP-3 VALUE +0.
           05  WS-CNV-HH-N               PIC S9(03) COMP-3 VALUE +0.
           05  WS-CNV-MM-N               PIC S9(03) COMP-3 VALUE +0.
           05  WS-CNV-SS-N               PIC S9(03) COMP-3 VALUE +0.

      ****************************************************************
      *    JOBS OF THE WINDOW FOR THE DAY TYPE.  STATE D DONE,
      *    R RUNNING, W WAITING.
      ****************************************************************

       01  WS-JOB-TABLE.
           05  WS-JOB-MAX                PIC S9(04) COMP VALUE +500.
           05  WS-JOB-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-JOB-ENTRY              OCCURS 500 TIMES.
               10  WS-JT-JOB-ID          PIC X(08).
               10  WS-JT-STATE-CD        PIC X(01).
                   88  WS-JT-DONE                   VALUE 'D'.
                   88  WS-JT-RUNNING                VALUE 'R'.
                   88  WS-JT-WAITING                VALUE 'W'.
               10  WS-JT-PRED-CNT        PIC S9(04) COMP.
               10  WS-JT-PRED-JOB-ID     PIC X(08)
                                         OCCURS 8 TIMES.
               10  WS-JT-PRED-IX         PIC S9(04) COMP
                                         OCCURS 8 TIMES.
               10  WS-JT-TYPCL-SECS      PIC S9(07) COMP-3.
               10  WS-JT-TYPCL-START     PIC S9(07) COMP-3.
               10  WS-JT-ES              PIC S9(07) COMP-3.
               10  WS-JT-EF              PIC S9(07) COMP-3.

       COPY XCWL1610.

       COPY XCWL1680.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY XCWLJWIN.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LJWIN-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           IF  LJWIN-FUNCTION-PROJECT
               PERFORM 1000-PROJECT-WINDOW
                  THRU 1000-PROJECT-WINDOW-X
           ELSE
               SET LJWIN-RETRN-ERROR         TO TRUE
           END-IF.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.

      *--------------------
       1000-PROJECT-WINDOW.
      *--------------------

           IF  LJWIN-BUS-DT = SPACES
               MOVE WGLOB-PROCESS-DATE       TO LJWIN-BUS-DT
           END-IF.

           IF  LJWIN-DAY-TYP-CD = SPACES
               PERFORM 1100-SET-DAY-TYPE
                  THRU 1100-SET-DAY-TYPE-X
           END-IF.

           MOVE ZERO                         TO LJWIN-MARGIN-MINS
                                                LJWIN-JOB-DONE-CNT
                                                LJWIN-JOB-RUN-CNT
                                                LJWIN-JOB-WAIT-CNT.
           MOVE SPACES                       TO LJWIN-PROJ-END-DT
                                                LJWIN-PROJ-END-TIME
                                                LJWIN-TYPCL-END-DT
                                                LJWIN-TYPCL-END-TIME
                                                LJWIN-DEADLN-DT
                                                LJWIN-DEADLN-TIME
                                                LJWIN-CRIT-JOB-ID.
           SET  LJWIN-WINDOW-ON-TIME         TO TRUE.

      *
      *  NOW, AS SECONDS FROM THE MIDNIGHT STARTING THE BUSINESS
      *  DATE.
      *
           PERFORM 1610-1000-GET-DATE-TIME
              THRU 1610-1000-GET-DATE-TIME-X.
           MOVE WGLOB-SYSTEM-DATE-INT        TO WS-CNV-DT.
           MOVE WGLOB-SYSTEM-TIME            TO WS-CNV-TIME.
           PERFORM 7000-DT-TIME-TO-SECS
              THRU 7000-DT-TIME-TO-SECS-X.
           MOVE WS-CNV-SECS                  TO WS-NOW-SECS.
           IF  WS-NOW-SECS < ZERO
               MOVE ZERO                     TO WS-NOW-SECS
           END-IF.

           PERFORM 2000-LOAD-PROFILE
              THRU 2000-LOAD-PROFILE-X.

           IF  WS-ROW-NOT-FOUND
               SET LJWIN-RETRN-NOTFND        TO TRUE
               GO TO 1000-PROJECT-WINDOW-X
           END-IF.

           PERFORM 3000-LOAD-TONIGHT
              THRU 3000-LOAD-TONIGHT-X.

           PERFORM 4000-PROJECT-JOBS
              THRU 4000-PROJECT-JOBS-X.

           PERFORM 8000-MOVE-RESULT-TO-PARM
              THRU 8000-MOVE-RESULT-TO-PARM-X.

           SET LJWIN-RETRN-OK                TO TRUE.

       1000-PROJECT-WINDOW-X.
           EXIT.

      *------------------
       1100-SET-DAY-TYPE.
      *------------------

      *
      *  THE LAST CALENDAR DAY OF THE MONTH IS MONTH-END, OF
      *  DECEMBER YEAR-END.
      *
           SET  LJWIN-DAY-NORMAL             TO TRUE.

           PERFORM 1680-0000-INIT-PARM-INFO
              THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE LJWIN-BUS-DT                 TO L1680-INTERNAL-1.
           MOVE ZERO                         TO L1680-NUMBER-OF-YEARS
                                                L1680-NUMBER-OF-MONTHS.
           MOVE 1                            TO L1680-NUMBER-OF-DAYS.
           PERFORM 1680-3000-ADD-Y-M-D-TO-DATE
              THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.

           IF  L1680-RETRN-OK
           AND L1680-INT-MM-2 NOT = L1680-INT-MM-1
               IF  L1680-INT-MM-1 = 12
                   SET LJWIN-DAY-YEAR-END    TO TRUE
               ELSE
                   SET LJWIN-DAY-MONTH-END   TO TRUE
               END-IF
           END-IF.

       1100-SET-DAY-TYPE-X.
           EXIT.

      *------------------
       2000-LOAD-PROFILE.
      *------------------

           SET  WS-ROW-NOT-FOUND             TO TRUE.
           MOVE ZERO                         TO WS-JOB-CNT.

           OPEN INPUT JWPF-FILE.
           IF  WJWPF-SEQ-FILE-STATUS NOT = '00'
               GO TO 2000-LOAD-PROFILE-X
           END-IF.

           MOVE LJWIN-DAY-TYP-CD             TO WJWPF-DAY-TYP-CD.
           MOVE SPACES                       TO WJWPF-JOB-ID.

           READ JWPF-FILE
               INVALID KEY
                   MOVE '23' TO WJWPF-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WJWPF-IO-OK
               CLOSE JWPF-FILE
               GO TO 2000-LOAD-PROFILE-X
           END-IF.

           SET  WS-ROW-FOUND                 TO TRUE.
           MOVE WJWPF-DEADLN-SECS            TO WS-DEADLN-SECS.
           MOVE WJWPF-WNDW-END-SECS          TO WS-TYPCL-END-SECS.

           START JWPF-FILE KEY > WJWPF-KEY
               INVALID KEY
                   MOVE '10' TO WJWPF-SEQ-FILE-STATUS
           END-START.

           IF  WJWPF-IO-OK
               PERFORM 2900-JWPF-READ-NEXT
                  THRU 2900-JWPF-READ-NEXT-X
           END-IF.

           PERFORM 2100-TAKE-ONE-JOB
              THRU 2100-TAKE-ONE-JOB-X
                   UNTIL NOT WJWPF-IO-OK
                   OR    WJWPF-DAY-TYP-CD NOT = LJWIN-DAY-TYP-CD
                   OR    WS-JOB-CNT NOT < WS-JOB-MAX.

           CLOSE JWPF-FILE.

      *
      *  POINT EACH PREDECESSOR AT ITS ENTRY.
      *
           PERFORM 2200-RESOLVE-PREDECESSORS
              THRU 2200-RESOLVE-PREDECESSORS-X
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL   WS-IX > WS-JOB-CNT.

       2000-LOAD-PROFILE-X.
           EXIT.

      *------------------
       2100-TAKE-ONE-JOB.
      *------------------

           ADD 1                             TO WS-JOB-CNT.
           MOVE WS-JOB-CNT                   TO WS-IX.

           MOVE WJWPF-JOB-ID                 TO WS-JT-JOB-ID (WS-IX).
           SET  WS-JT-WAITING (WS-IX)        TO TRUE.
           MOVE WJWPF-TYPCL-SECS
                                        TO WS-JT-TYPCL-SECS (WS-IX).
           MOVE WJWPF-TYPCL-START-SECS
                                        TO WS-JT-TYPCL-START (WS-IX).
           MOVE ZERO                         TO WS-JT-PRED-CNT (WS-IX)
                                                WS-JT-ES (WS-IX)
                                                WS-JT-EF (WS-IX).

           PERFORM 2110-TAKE-ONE-PRED
              THRU 2110-TAKE-ONE-PRED-X
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL   WS-PX > WJWPF-PRED-CNT
                   OR      WS-PX > 8.

           PERFORM 2900-JWPF-READ-NEXT
              THRU 2900-JWPF-READ-NEXT-X.

       2100-TAKE-ONE-JOB-X.
           EXIT.

      *-------------------
       2110-TAKE-ONE-PRED.
      *-------------------

           IF  WJWPF-PRED-JOB-ID (WS-PX) = SPACES
               GO TO 2110-TAKE-ONE-PRED-X
           END-IF.

           ADD 1                             TO WS-JT-PRED-CNT (WS-IX).
           MOVE WS-JT-PRED-CNT (WS-IX)       TO WS-SX.
           MOVE WJWPF-PRED-JOB-ID (WS-PX)
                                     TO WS-JT-PRED-JOB-ID (WS-IX WS-SX).

       2110-TAKE-ONE-PRED-X.
           EXIT.

      *--------------------------
       2200-RESOLVE-PREDECESSORS.
      *--------------------------

           PERFORM 2210-RESOLVE-ONE-PRED
              THRU 2210-RESOLVE-ONE-PRED-X
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL   WS-PX > WS-JT-PRED-CNT (WS-IX).

       2200-RESOLVE-PREDECESSORS-X.
           EXIT.

      *----------------------
       2210-RESOLVE-ONE-PRED.
      *----------------------

           MOVE WS-JT-PRED-JOB-ID (WS-IX WS-PX) TO WS-FIND-JOB-ID.
           MOVE ZERO                         TO WS-FIND-IX.

           PERFORM 2220-COMPARE-JOB
              THRU 2220-COMPARE-JOB-X
                   VARYING WS-SX FROM 1 BY 1
                   UNTIL   WS-SX > WS-JOB-CNT
                   OR      WS-FIND-IX > ZERO.

           MOVE WS-FIND-IX
                                     TO WS-JT-PRED-IX (WS-IX WS-PX).

       2210-RESOLVE-ONE-PRED-X.
           EXIT.

      *-----------------
       2220-COMPARE-JOB.
      *-----------------

           IF  WS-JT-JOB-ID (WS-SX) = WS-FIND-JOB-ID
               MOVE WS-SX                    TO WS-FIND-IX
           END-IF.

       2220-COMPARE-JOB-X.
           EXIT.

      *--------------------
       2900-JWPF-READ-NEXT.
      *--------------------

           READ JWPF-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WJWPF-SEQ-FILE-STATUS
           END-READ.

       2900-JWPF-READ-NEXT-X.
           EXIT.

      *-------------------
       3000-LOAD-TONIGHT.
      *-------------------

      *
      *  NO RUN HISTORY OR NO RUN-PROGRESS MASTER LEAVES EVERY JOB
      *  WAITING OR ON ITS TYPICAL DURATION.
      *
           MOVE 'N'                          TO WS-JRHS-OPEN-SW
                                                WS-RNPG-OPEN-SW.

           OPEN INPUT JRHS-FILE.
           IF  WJRHS-SEQ-FILE-STATUS = '00'
               SET WS-JRHS-OPEN              TO TRUE
           END-IF.

           OPEN INPUT RNPG-FILE.
           IF  WRNPG-SEQ-FILE-STATUS = '00'
               SET WS-RNPG-OPEN              TO TRUE
           END-IF.

           IF  WS-JRHS-OPEN
               PERFORM 3100-TAKE-ONE-RUN
                  THRU 3100-TAKE-ONE-RUN-X
                       VARYING WS-IX FROM 1 BY 1
                       UNTIL   WS-IX > WS-JOB-CNT
               CLOSE JRHS-FILE
           END-IF.

           IF  WS-RNPG-OPEN
               CLOSE RNPG-FILE
           END-IF.

       3000-LOAD-TONIGHT-X.
           EXIT.

      *------------------
       3100-TAKE-ONE-RUN.
      *------------------

           MOVE WS-JT-JOB-ID (WS-IX)         TO WJRHS-JOB-ID.
           MOVE LJWIN-BUS-DT                 TO WJRHS-BUS-DT.

           READ JRHS-FILE
               INVALID KEY
                   MOVE '23' TO WJRHS-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WJRHS-IO-OK
               GO TO 3100-TAKE-ONE-RUN-X
           END-IF.

           IF  WJRHS-RUN-COMPLETE
               MOVE WJRHS-END-DT             TO WS-CNV-DT
               MOVE WJRHS-END-TIME           TO WS-CNV-TIME
               PERFORM 7000-DT-TIME-TO-SECS
                  THRU 7000-DT-TIME-TO-SECS-X
               IF  WS-CNV-SECS NOT < ZERO
                   SET  WS-JT-DONE (WS-IX)   TO TRUE
                   MOVE WS-CNV-SECS          TO WS-JT-EF (WS-IX)
               END-IF
               GO TO 3100-TAKE-ONE-RUN-X
           END-IF.

           IF  NOT WJRHS-RUN-STARTED
               GO TO 3100-TAKE-ONE-RUN-X
           END-IF.

           MOVE WJRHS-START-DT               TO WS-CNV-DT.
           MOVE WJRHS-START-TIME             TO WS-CNV-TIME.
           PERFORM 7000-DT-TIME-TO-SECS
              THRU 7000-DT-TIME-TO-SECS-X.
           IF  WS-CNV-SECS < ZERO
               GO TO 3100-TAKE-ONE-RUN-X
           END-IF.

           SET  WS-JT-RUNNING (WS-IX)        TO TRUE.
           MOVE WS-CNV-SECS                  TO WS-JT-ES (WS-IX).

           COMPUTE WS-RUN-SECS = WS-NOW-SECS - WS-JT-ES (WS-IX).
           IF  WS-RUN-SECS < ZERO
               MOVE ZERO                     TO WS-RUN-SECS
           END-IF.

           MOVE WS-JT-TYPCL-SECS (WS-IX)     TO WS-TOT-SECS.

           IF  WS-RNPG-OPEN
           AND WS-RUN-SECS > ZERO
               PERFORM 3200-GET-PROGRESS
                  THRU 3200-GET-PROGRESS-X
           END-IF.

           IF  WS-TOT-SECS < WS-RUN-SECS
               MOVE WS-RUN-SECS              TO WS-TOT-SECS
           END-IF.

           COMPUTE WS-JT-EF (WS-IX) = WS-JT-ES (WS-IX) + WS-TOT-SECS.

       3100-TAKE-ONE-RUN-X.
           EXIT.

      *------------------
       3200-GET-PROGRESS.
      *------------------

      *
      *  THE FIRST CHECKPOINT INSTANCE OF THE JOB STAMPED FOR THE
      *  BUSINESS DATE WITH AN EXPECTED COUNT GIVES THE PERCENTAGE.
      *
           MOVE WS-JT-JOB-ID (WS-IX)         TO WRNPG-JOB-ID.
           MOVE LOW-VALUES                   TO WRNPG-CHKPT-INSTC-ID.

           START RNPG-FILE KEY > WRNPG-KEY
               INVALID KEY
                   MOVE '23' TO WRNPG-SEQ-FILE-STATUS
           END-START.

           IF  WRNPG-IO-OK
               READ RNPG-FILE NEXT RECORD
                   AT END
                       MOVE '23' TO WRNPG-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  NOT WRNPG-IO-OK
           OR  WRNPG-JOB-ID NOT = WS-JT-JOB-ID (WS-IX)
           OR  WRNPG-BUS-DT NOT = LJWIN-BUS-DT
           OR  WRNPG-TOT-EXPCT-CNT = ZERO
           OR  WRNPG-RECS-PRCES-CNT = ZERO
           OR  WRNPG-RECS-PRCES-CNT > WRNPG-TOT-EXPCT-CNT
               GO TO 3200-GET-PROGRESS-X
           END-IF.

           COMPUTE WS-PCT-WORK ROUNDED =
               (WRNPG-RECS-PRCES-CNT * 100) / WRNPG-TOT-EXPCT-CNT.

           IF  WS-PCT-WORK > ZERO
               COMPUTE WS-TOT-SECS ROUNDED =
                   (WS-RUN-SECS * 100) / WS-PCT-WORK
           END-IF.

       3200-GET-PROGRESS-X.
           EXIT.

      *------------------
       4000-PROJECT-JOBS.
      *------------------

           PERFORM 4100-SET-FIRST-START
              THRU 4100-SET-FIRST-START-X
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL   WS-IX > WS-JOB-CNT.

      *
      *  PUSH EACH WAITING JOB BEHIND ITS PREDECESSORS UNTIL NOTHING
      *  MOVES.  THE PASSES ARE CAPPED AT ONE PER JOB.
      *
           MOVE ZERO                         TO WS-PASS-CNT.
           SET  WS-EF-CHANGED                TO TRUE.

           PERFORM 4200-RELAX-ONE-PASS
              THRU 4200-RELAX-ONE-PASS-X
                   UNTIL WS-EF-SETTLED
                   OR    WS-PASS-CNT > WS-JOB-CNT.

           MOVE ZERO                         TO WS-PROJ-END-SECS
                                                WS-PROJ-END-IX.

           PERFORM 4400-FIND-WINDOW-END
              THRU 4400-FIND-WINDOW-END-X
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL   WS-IX > WS-JOB-CNT.

       4000-PROJECT-JOBS-X.
           EXIT.

      *---------------------
       4100-SET-FIRST-START.
      *---------------------

           EVALUATE TRUE
               WHEN WS-JT-DONE (WS-IX)
                   ADD 1                     TO LJWIN-JOB-DONE-CNT
               WHEN WS-JT-RUNNING (WS-IX)
                   ADD 1                     TO LJWIN-JOB-RUN-CNT
               WHEN OTHER
                   ADD 1                     TO LJWIN-JOB-WAIT-CNT
                   MOVE WS-NOW-SECS          TO WS-JT-ES (WS-IX)
                   IF  WS-JT-PRED-CNT (WS-IX) = ZERO
                   AND WS-JT-TYPCL-START (WS-IX) > WS-NOW-SECS
                       MOVE WS-JT-TYPCL-START (WS-IX)
                                             TO WS-JT-ES (WS-IX)
                   END-IF
                   COMPUTE WS-JT-EF (WS-IX) = WS-JT-ES (WS-IX)
                                            + WS-JT-TYPCL-SECS (WS-IX)
           END-EVALUATE.

       4100-SET-FIRST-START-X.
           EXIT.

      *--------------------
       4200-RELAX-ONE-PASS.
      *--------------------

           ADD 1                             TO WS-PASS-CNT.
           SET  WS-EF-SETTLED                TO TRUE.

           PERFORM 4210-RELAX-ONE-JOB
              THRU 4210-RELAX-ONE-JOB-X
                   VARYING WS-IX FROM 1 BY 1
                   UNTIL   WS-IX > WS-JOB-CNT.

       4200-RELAX-ONE-PASS-X.
           EXIT.

      *-------------------
       4210-RELAX-ONE-JOB.
      *-------------------

           IF  NOT WS-JT-WAITING (WS-IX)
           OR  WS-JT-PRED-CNT (WS-IX) = ZERO
               GO TO 4210-RELAX-ONE-JOB-X
           END-IF.

           MOVE WS-NOW-SECS                  TO WS-NEW-ES.

           PERFORM 4220-CHECK-ONE-PRED
              THRU 4220-CHECK-ONE-PRED-X
                   VARYING WS-PX FROM 1 BY 1
                   UNTIL   WS-PX > WS-JT-PRED-CNT (WS-IX).

           IF  WS-NEW-ES NOT = WS-JT-ES (WS-IX)
               SET  WS-EF-CHANGED            TO TRUE
               MOVE WS-NEW-ES                TO WS-JT-ES (WS-IX)
               COMPUTE WS-JT-EF (WS-IX) = WS-JT-ES (WS-IX)
                                        + WS-JT-TYPCL-SECS (WS-IX)
           END-IF.

       4210-RELAX-ONE-JOB-X.
           EXIT.

      *--------------------
       4220-CHECK-ONE-PRED.
      *--------------------

           MOVE WS-JT-PRED-IX (WS-IX WS-PX)  TO WS-FIND-IX.

           IF  WS-FIND-IX > ZERO
               IF  WS-JT-EF (WS-FIND-IX) > WS-NEW-ES
                   MOVE WS-JT-EF (WS-FIND-IX) TO WS-NEW-ES
               END-IF
           END-IF.

       4220-CHECK-ONE-PRED-X.
           EXIT.

      *---------------------
       4400-FIND-WINDOW-END.
      *---------------------

           IF  WS-PROJ-END-IX = ZERO
           OR  WS-JT-EF (WS-IX) > WS-PROJ-END-SECS
               MOVE WS-JT-EF (WS-IX)         TO WS-PROJ-END-SECS
               MOVE WS-IX                    TO WS-PROJ-END-IX
           END-IF.

       4400-FIND-WINDOW-END-X.
           EXIT.

      *---------------------
       7000-DT-TIME-TO-SECS.
      *---------------------

      *
      *  WS-CNV-DT/WS-CNV-TIME AS SECONDS FROM THE MIDNIGHT
      *  STARTING THE BUSINESS DATE.  -1 WHEN NOT A VALID TIME.
      *
           MOVE -1                           TO WS-CNV-SECS.

           IF  WS-CNV-DT = SPACES
           OR  WS-CNV-TIME-R NOT NUMERIC
               GO TO 7000-DT-TIME-TO-SECS-X
           END-IF.

           PERFORM 1680-0000-INIT-PARM-INFO
              THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE LJWIN-BUS-DT                 TO L1680-INTERNAL-1.
           MOVE WS-CNV-DT                    TO L1680-INTERNAL-2.
           PERFORM 1680-2000-COMP-DAYS-BETWEEN
              THRU 1680-2000-COMP-DAYS-BETWEEN-X.

           IF  NOT L1680-RETRN-OK
           OR  L1680-TOTAL-DAYS < ZERO
           OR  L1680-TOTAL-DAYS > 9
               GO TO 7000-DT-TIME-TO-SECS-X
           END-IF.

           COMPUTE WS-CNV-SECS = L1680-TOTAL-DAYS * 86400
                               + WS-CNV-HH * 3600
                               + WS-CNV-MM * 60
                               + WS-CNV-SS.

       7000-DT-TIME-TO-SECS-X.
           EXIT.

      *---------------------
       7100-SECS-TO-DT-TIME.
      *---------------------

      *
      *  WS-CNV-SECS FROM THE BUSINESS-DATE MIDNIGHT AS A DATE AND
      *  HHMMSS.
      *
           DIVIDE WS-CNV-SECS BY 86400
               GIVING WS-CNV-DAYS REMAINDER WS-CNV-REM.
           DIVIDE WS-CNV-REM BY 3600
               GIVING WS-CNV-HH-N REMAINDER WS-CNV-REM.
           DIVIDE WS-CNV-REM BY 60
               GIVING WS-CNV-MM-N REMAINDER WS-CNV-SS-N.

           MOVE WS-CNV-HH-N                  TO WS-CNV-HH.
           MOVE WS-CNV-MM-N                  TO WS-CNV-MM.
           MOVE WS-CNV-SS-N                  TO WS-CNV-SS.

           MOVE LJWIN-BUS-DT                 TO WS-CNV-DT.
           IF  WS-CNV-DAYS > ZERO
               PERFORM 1680-0000-INIT-PARM-INFO
                  THRU 1680-0000-INIT-PARM-INFO-X
               MOVE LJWIN-BUS-DT             TO L1680-INTERNAL-1
               MOVE ZERO                     TO L1680-NUMBER-OF-YEARS
                                                L1680-NUMBER-OF-MONTHS
               MOVE WS-CNV-DAYS              TO L1680-NUMBER-OF-DAYS
               PERFORM 1680-3000-ADD-Y-M-D-TO-DATE
                  THRU 1680-3000-ADD-Y-M-D-TO-DATE-X
               IF  L1680-RETRN-OK
                   MOVE L1680-INTERNAL-2     TO WS-CNV-DT
               END-IF
           END-IF.

       7100-SECS-TO-DT-TIME-X.
           EXIT.

      *-------------------------
       8000-MOVE-RESULT-TO-PARM.
      *-------------------------

           MOVE WS-PROJ-END-SECS             TO WS-CNV-SECS.
           PERFORM 7100-SECS-TO-DT-TIME
              THRU 7100-SECS-TO-DT-TIME-X.
           MOVE WS-CNV-DT                    TO LJWIN-PROJ-END-DT.
           MOVE WS-CNV-TIME                  TO LJWIN-PROJ-END-TIME.

           MOVE WS-TYPCL-END-SECS            TO WS-CNV-SECS.
           PERFORM 7100-SECS-TO-DT-TIME
              THRU 7100-SECS-TO-DT-TIME-X.
           MOVE WS-CNV-DT                    TO LJWIN-TYPCL-END-DT.
           MOVE WS-CNV-TIME                  TO LJWIN-TYPCL-END-TIME.

           MOVE WS-DEADLN-SECS               TO WS-CNV-SECS.
           PERFORM 7100-SECS-TO-DT-TIME
              THRU 7100-SECS-TO-DT-TIME-X.
           MOVE WS-CNV-DT                    TO LJWIN-DEADLN-DT.
           MOVE WS-CNV-TIME                  TO LJWIN-DEADLN-TIME.

           COMPUTE LJWIN-MARGIN-MINS =
                   (WS-DEADLN-SECS - WS-PROJ-END-SECS) / 60.

           IF  WS-PROJ-END-SECS > WS-DEADLN-SECS
               SET LJWIN-WINDOW-LATE         TO TRUE
           END-IF.

           IF  WS-PROJ-END-IX > ZERO
               MOVE WS-JT-JOB-ID (WS-PROJ-END-IX)
                                             TO LJWIN-CRIT-JOB-ID
           END-IF.

       8000-MOVE-RESULT-TO-PARM-X.
           EXIT.

       COPY XCPL1610.

       COPY XCPL1680.
      *****************************************************************
      **                 END OF PROGRAM XSRQJWIN                     **
      *****************************************************************
