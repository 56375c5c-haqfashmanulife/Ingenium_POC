      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51175**  23AUG26  CTS    INITIAL VERSION                            **
S51293**  15OCT26  CTS    KEEP THE JOB RUN HISTORY (JRHS) - START    **
S51293**                  ON A CLEAR CHECK, END, ELAPSED TIME AND    **
S51293**                  RECORDS PROCESSED ON REGISTRATION          **
S51295**  15OCT26  CTS    HOLD A JOB WHOSE HANDOFF INPUT (HODF)      **
S51295**                  FAILED ITS CONTROL TOTAL CHECK OR WAS      **
S51295**                  FOUND NOT REGISTERED (CTRG)                **
      *****************************************************************

      **********************
           COPY CCFHJCMP.

           COPY CCFHJOVR.

S51293     COPY CCFHJRHS.

S51293     COPY CCFHRNPG.

S51295     COPY CCFHHODF.

S51295     COPY CCFHCTRG.
      /
      ***************
       DATA DIVISION.

       COPY CCFWJOVR.

S51293 COPY CCFWJRHS.

S51293 COPY CCFWRNPG.

S51295 COPY CCFWHODF.

S51295 COPY CCFWCTRG.

      *************************
       WORKING-STORAGE SECTION.
      *************************
       COPY SQLCA.

       COPY CCWWJDEP.
S51293 COPY CCWWJRHS.
S51293 COPY CCWWRNPG.
S51295 COPY CCWWCTRG.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-SUB                    PIC S9(04) COMP.
           05  WS-DEP-ROW-SW             PIC X(01)  VALUE 'N'.
               88  WS-DEP-ROW-FOUND                 VALUE 'Y'.
               88  WS-DEP-ROW-NOT-FOUND             VALUE 'N'.
S51293     05  WS-ROW-SW                 PIC X(01)  VALUE 'N'.
S51293         88  WS-ROW-FOUND                     VALUE 'Y'.
S51293         88  WS-ROW-NOT-FOUND                 VALUE 'N'.
S51293     05  WS-INSTC-ID               PIC X(02)  VALUE SPACES.
S51293     05  WS-TIME-HHMMSS            PIC X(06)  VALUE SPACES.
S51293     05  WS-TIME-HHMMSS-R REDEFINES WS-TIME-HHMMSS.
S51293         10  WS-TIME-HH            PIC 9(02).
S51293         10  WS-TIME-MM            PIC 9(02).
S51293         10  WS-TIME-SS            PIC 9(02).
S51293     05  WS-START-SECS             PIC S9(07) COMP-3.
S51293     05  WS-END-SECS               PIC S9(07) COMP-3.
S51293     05  WS-ELAPS-SECS             PIC S9(09) COMP-3.
S51295     05  WS-CTRG-OPEN-SW           PIC X(01)  VALUE 'N'.
S51295         88  WS-CTRG-OPEN                     VALUE 'Y'.
S51295         88  WS-CTRG-CLOSED                   VALUE 'N'.

S51293 COPY XCWL1610.

S51293 COPY XCWL1680.

      *****************
       LINKAGE SECTION.
           SET  LJDEP-RETRN-OK           TO TRUE.
           SET  LJDEP-JOB-CLEAR          TO TRUE.
           MOVE SPACES                   TO LJDEP-BLOCKING-JOB-ID
S51295                                      LJDEP-BLOCKING-HNDF-ID
                                            LJDEP-OVERRIDE-SW.

           IF  LJDEP-FUNCTION-CHECK
               PERFORM 1000-CHECK-PREDECESSORS
                  THRU 1000-CHECK-PREDECESSORS-X
S51295         IF  LJDEP-JOB-CLEAR
S51295         AND NOT LJDEP-OVERRIDE-APPLIED
S51295             PERFORM 1500-CHECK-HANDOFFS
S51295                THRU 1500-CHECK-HANDOFFS-X
S51295         END-IF
S51293         IF  LJDEP-JOB-CLEAR
S51293             PERFORM 4000-STAMP-RUN-START
S51293                THRU 4000-STAMP-RUN-START-X
S51293         END-IF
           ELSE
           IF  LJDEP-FUNCTION-REGISTER
               PERFORM 3000-REGISTER-COMPLETION
                  THRU 3000-REGISTER-COMPLETION-X
S51293         IF  LJDEP-RETRN-OK
S51293             PERFORM 5000-STAMP-RUN-END
S51293                THRU 5000-STAMP-RUN-END-X
S51293         END-IF
           ELSE
               SET LJDEP-RETRN-ERROR     TO TRUE
           END-IF
       1100-CHECK-ONE-PRED-X.
           EXIT.

S51295*----------------------
S51295 1500-CHECK-HANDOFFS.
S51295*----------------------

S51295*
S51295*  EACH HANDOFF FILE THE JOB READS (HODF) IS TREATED AS A
S51295*  FURTHER PREDECESSOR.  THE JOB IS HELD WHEN ITS OWN CONTROL
S51295*  TOTAL CHECK OF THE FILE FOR THE DATE FAILED, OR WHEN A
S51295*  CONSUMER HAS ALREADY FOUND THE FILE NOT REGISTERED - UNTIL
S51295*  THE PRODUCER RERUNS AND REGISTERS AGAIN, WHICH CLEARS THE
S51295*  CHECKS.  A FILE NOT YET CHECKED IS LEFT TO THE JOB'S OWN
S51295*  CHECK AT START OF PROCESSING.  AN OPERATOR OVERRIDE STILL
S51295*  APPLIES.
S51295*
S51295     OPEN INPUT HODF-FILE.
S51295     IF  WHODF-SEQ-FILE-STATUS NOT = '00'
S51295         GO TO 1500-CHECK-HANDOFFS-X
S51295     END-IF.

S51295     SET  WS-CTRG-CLOSED           TO TRUE.

S51295     MOVE LJDEP-JOB-ID             TO WHODF-CNSM-JOB-ID.
S51295     MOVE LOW-VALUES               TO WHODF-HNDF-ID.

S51295     START HODF-FILE KEY NOT < WHODF-KEY
S51295         INVALID KEY
S51295             MOVE '23' TO WHODF-SEQ-FILE-STATUS
S51295     END-START.

S51295     PERFORM 1510-CHECK-ONE-HANDOFF
S51295        THRU 1510-CHECK-ONE-HANDOFF-X
S51295        UNTIL NOT WHODF-IO-OK
S51295        OR    LJDEP-JOB-BLOCKED.

S51295     CLOSE HODF-FILE.

S51295     IF  WS-CTRG-OPEN
S51295         CLOSE CTRG-FILE
S51295     END-IF.

S51295     IF  LJDEP-JOB-BLOCKED
S51295         PERFORM 2000-CHECK-OVERRIDE
S51295            THRU 2000-CHECK-OVERRIDE-X
S51295     END-IF.

S51295 1500-CHECK-HANDOFFS-X.
S51295     EXIT.

S51295*-------------------------
S51295 1510-CHECK-ONE-HANDOFF.
S51295*-------------------------

S51295     READ HODF-FILE NEXT RECORD
S51295         AT END
S51295             MOVE '10' TO WHODF-SEQ-FILE-STATUS
S51295     END-READ.

S51295     IF  NOT WHODF-IO-OK
S51295         GO TO 1510-CHECK-ONE-HANDOFF-X
S51295     END-IF.

S51295     IF  WHODF-CNSM-JOB-ID NOT = LJDEP-JOB-ID
S51295         MOVE '10' TO WHODF-SEQ-FILE-STATUS
S51295         GO TO 1510-CHECK-ONE-HANDOFF-X
S51295     END-IF.

S51295     IF  WS-CTRG-CLOSED
S51295         OPEN INPUT CTRG-FILE
S51295         IF  WCTRG-SEQ-FILE-STATUS NOT = '00'
S51295             MOVE '10' TO WHODF-SEQ-FILE-STATUS
S51295             GO TO 1510-CHECK-ONE-HANDOFF-X
S51295         END-IF
S51295         SET WS-CTRG-OPEN          TO TRUE
S51295     END-IF.

S51295     MOVE WHODF-HNDF-ID            TO WCTRG-HNDF-ID.
S51295     MOVE LJDEP-BUS-DT             TO WCTRG-BUS-DT.

S51295     READ CTRG-FILE
S51295         INVALID KEY
S51295             MOVE '23' TO WCTRG-SEQ-FILE-STATUS
S51295     END-READ.

S51295     IF  NOT WCTRG-IO-OK
S51295         GO TO 1510-CHECK-ONE-HANDOFF-X
S51295     END-IF.

S51295     IF  WCTRG-NOT-REGISTERED
S51295         SET LJDEP-JOB-BLOCKED     TO TRUE
S51295     ELSE
S51295         PERFORM 1520-CHECK-CNSM-SLOT
S51295            THRU 1520-CHECK-CNSM-SLOT-X
S51295            VARYING WS-SUB FROM 1 BY 1
S51295            UNTIL   WS-SUB > 4
S51295            OR      LJDEP-JOB-BLOCKED
S51295     END-IF.

S51295     IF  LJDEP-JOB-BLOCKED
S51295         MOVE WHODF-PROD-JOB-ID    TO LJDEP-BLOCKING-JOB-ID
S51295         MOVE WHODF-HNDF-ID        TO LJDEP-BLOCKING-HNDF-ID
S51295     END-IF.

S51295 1510-CHECK-ONE-HANDOFF-X.
S51295     EXIT.

S51295*-----------------------
S51295 1520-CHECK-CNSM-SLOT.
S51295*-----------------------

S51295     IF  WCTRG-CNSM-JOB-ID (WS-SUB) = LJDEP-JOB-ID
S51295     AND WCTRG-CHK-STAT-CD (WS-SUB) NOT = SPACES
S51295     AND NOT WCTRG-CHK-BALANCED (WS-SUB)
S51295         SET LJDEP-JOB-BLOCKED     TO TRUE
S51295     END-IF.

S51295 1520-CHECK-CNSM-SLOT-X.
S51295     EXIT.

      *----------------------
       2000-CHECK-OVERRIDE.
      *----------------------

       3100-BUILD-JCMP-ROW-X.
           EXIT.

S51293*-----------------------
S51293 4000-STAMP-RUN-START.
S51293*-----------------------

S51293*
S51293*  THE JOB IS LET START - OPEN ITS RUN HISTORY ROW FOR THE
S51293*  BUSINESS DATE.  A RERUN FOR THE SAME DATE TAKES OVER THE
S51293*  ROW AND IS COUNTED.  THE START IS ONLY RESTAMPED WHEN THE
S51293*  ROW HAS NONE OR THE LAST RUN COMPLETED.  A RERUN AFTER A
S51293*  FAILED ATTEMPT (ROW STILL STARTED) KEEPS THE FIRST START,
S51293*  EVEN PAST MIDNIGHT, SO THE ELAPSED TIME COVERS EVERY
S51293*  ATTEMPT.  THE HISTORY IS NOT FATAL TO THE JOB.
S51293*
S51293     PERFORM 1610-1000-GET-DATE-TIME
S51293        THRU 1610-1000-GET-DATE-TIME-X.

S51293     PERFORM 6000-OPEN-JRHS
S51293        THRU 6000-OPEN-JRHS-X.

S51293     IF  NOT WJRHS-IO-OK
S51293         GO TO 4000-STAMP-RUN-START-X
S51293     END-IF.

S51293     PERFORM 6100-READ-JRHS
S51293        THRU 6100-READ-JRHS-X.

S51293     IF  WS-ROW-FOUND
S51293         ADD 1                     TO WJRHS-RUN-CNT
S51293     ELSE
S51293         MOVE 1                    TO WJRHS-RUN-CNT
S51293     END-IF.

S51293     IF  WJRHS-START-DT = SPACES
S51293     OR  WJRHS-RUN-COMPLETE
S51293         MOVE WGLOB-SYSTEM-DATE-INT TO WJRHS-START-DT
S51293         MOVE WGLOB-SYSTEM-TIME    TO WJRHS-START-TIME
S51293     END-IF.
S51293     SET  WJRHS-RUN-STARTED        TO TRUE.
S51293     MOVE SPACES                   TO WJRHS-END-DT
S51293                                      WJRHS-END-TIME
S51293                                      WJRHS-CHKPT-INSTC-ID.
S51293     MOVE ZERO                     TO WJRHS-ELAPS-SECS
S51293                                      WJRHS-RECS-PRCES-CNT.

S51293     PERFORM 6200-PUT-JRHS
S51293        THRU 6200-PUT-JRHS-X.

S51293     CLOSE JRHS-FILE.

S51293 4000-STAMP-RUN-START-X.
S51293     EXIT.

S51293*---------------------
S51293 5000-STAMP-RUN-END.
S51293*---------------------

S51293*
S51293*  CLOSE THE RUN HISTORY ROW WITH THE END TIME, THE ELAPSED
S51293*  SECONDS AND THE RECORDS THE JOB STAMPED ON ITS RUN-PROGRESS
S51293*  ROW.  A JOB WITH NO START ROW (NOT STARTED THROUGH THE GATE)
S51293*  IS RECORDED WITH ITS END ONLY.
S51293*
S51293     PERFORM 1610-1000-GET-DATE-TIME
S51293        THRU 1610-1000-GET-DATE-TIME-X.

S51293     PERFORM 6000-OPEN-JRHS
S51293        THRU 6000-OPEN-JRHS-X.

S51293     IF  NOT WJRHS-IO-OK
S51293         GO TO 5000-STAMP-RUN-END-X
S51293     END-IF.

S51293     PERFORM 6100-READ-JRHS
S51293        THRU 6100-READ-JRHS-X.

S51293     IF  WS-ROW-NOT-FOUND
S51293         MOVE 1                    TO WJRHS-RUN-CNT
S51293     END-IF.

S51293     SET  WJRHS-RUN-COMPLETE       TO TRUE.
S51293     MOVE WGLOB-SYSTEM-DATE-INT    TO WJRHS-END-DT.
S51293     MOVE WGLOB-SYSTEM-TIME        TO WJRHS-END-TIME.
S51293     MOVE WGLOB-CHKPT-INSTC-ID     TO WS-INSTC-ID.
S51293     MOVE WS-INSTC-ID              TO WJRHS-CHKPT-INSTC-ID.
S51293     MOVE ZERO                     TO WJRHS-ELAPS-SECS
S51293                                      WJRHS-RECS-PRCES-CNT.

S51293     IF  WJRHS-START-DT NOT = SPACES
S51293         PERFORM 5100-COMPUTE-ELAPSED
S51293            THRU 5100-COMPUTE-ELAPSED-X
S51293     END-IF.

S51293     PERFORM 5200-GET-RECS-PRCES
S51293        THRU 5200-GET-RECS-PRCES-X.

S51293     PERFORM 6200-PUT-JRHS
S51293        THRU 6200-PUT-JRHS-X.

S51293     CLOSE JRHS-FILE.

S51293 5000-STAMP-RUN-END-X.
S51293     EXIT.

S51293*-----------------------
S51293 5100-COMPUTE-ELAPSED.
S51293*-----------------------

S51293     PERFORM 1680-0000-INIT-PARM-INFO
S51293        THRU 1680-0000-INIT-PARM-INFO-X.
S51293     MOVE WJRHS-START-DT           TO L1680-INTERNAL-1.
S51293     MOVE WJRHS-END-DT             TO L1680-INTERNAL-2.
S51293     PERFORM 1680-2000-COMP-DAYS-BETWEEN
S51293        THRU 1680-2000-COMP-DAYS-BETWEEN-X.

S51293     IF  NOT L1680-RETRN-OK
S51293     OR  L1680-TOTAL-DAYS < ZERO
S51293         GO TO 5100-COMPUTE-ELAPSED-X
S51293     END-IF.

S51293     MOVE WJRHS-START-TIME         TO WS-TIME-HHMMSS.
S51293     IF  WS-TIME-HHMMSS-R NOT NUMERIC
S51293         GO TO 5100-COMPUTE-ELAPSED-X
S51293     END-IF.
S51293     COMPUTE WS-START-SECS = WS-TIME-HH * 3600
S51293                           + WS-TIME-MM * 60
S51293                           + WS-TIME-SS.

S51293     MOVE WJRHS-END-TIME           TO WS-TIME-HHMMSS.
S51293     IF  WS-TIME-HHMMSS-R NOT NUMERIC
S51293         GO TO 5100-COMPUTE-ELAPSED-X
S51293     END-IF.
S51293     COMPUTE WS-END-SECS = WS-TIME-HH * 3600
S51293                         + WS-TIME-MM * 60
S51293                         + WS-TIME-SS.

S51293     COMPUTE WS-ELAPS-SECS = L1680-TOTAL-DAYS * 86400
S51293                           + WS-END-SECS - WS-START-SECS.

S51293     IF  WS-ELAPS-SECS > ZERO
S51293     AND WS-ELAPS-SECS < 10000000
S51293         MOVE WS-ELAPS-SECS        TO WJRHS-ELAPS-SECS
S51293     END-IF.

S51293 5100-COMPUTE-ELAPSED-X.
S51293     EXIT.

S51293*----------------------
S51293 5200-GET-RECS-PRCES.
S51293*----------------------

S51293*
S51293*  ONLY A CHECKPOINTING JOB KEEPS A RUN-PROGRESS ROW; ANY
S51293*  OTHER JOB IS RECORDED WITH NO RECORD COUNT.
S51293*
S51293     OPEN INPUT RNPG-FILE.
S51293     IF  WRNPG-SEQ-FILE-STATUS NOT = '00'
S51293         GO TO 5200-GET-RECS-PRCES-X
S51293     END-IF.

S51293     MOVE LJDEP-JOB-ID             TO WRNPG-JOB-ID.
S51293     MOVE WS-INSTC-ID              TO WRNPG-CHKPT-INSTC-ID.

S51293     READ RNPG-FILE
S51293         INVALID KEY
S51293             MOVE '23' TO WRNPG-SEQ-FILE-STATUS
S51293     END-READ.

S51293     IF  WRNPG-IO-OK
S51293     AND WRNPG-BUS-DT = LJDEP-BUS-DT
S51293     AND WRNPG-RECS-PRCES-CNT NUMERIC
S51293         MOVE WRNPG-RECS-PRCES-CNT TO WJRHS-RECS-PRCES-CNT
S51293     END-IF.

S51293     CLOSE RNPG-FILE.

S51293 5200-GET-RECS-PRCES-X.
S51293     EXIT.

S51293*-----------------
S51293 6000-OPEN-JRHS.
S51293*-----------------

S51293*
S51293*  THE RUN HISTORY IS CREATED ON FIRST USE.
S51293*
S51293     OPEN I-O JRHS-FILE.
S51293     IF  WJRHS-IO-NOFILE
S51293         OPEN OUTPUT JRHS-FILE
S51293         IF  WJRHS-IO-OK
S51293             CLOSE JRHS-FILE
S51293             OPEN I-O JRHS-FILE
S51293         END-IF
S51293     END-IF.

S51293 6000-OPEN-JRHS-X.
S51293     EXIT.

S51293*-----------------
S51293 6100-READ-JRHS.
S51293*-----------------

S51293     SET  WS-ROW-NOT-FOUND         TO TRUE.

S51293     MOVE LJDEP-JOB-ID             TO WJRHS-JOB-ID.
S51293     MOVE LJDEP-BUS-DT             TO WJRHS-BUS-DT.

S51293     READ JRHS-FILE
S51293         INVALID KEY
S51293             MOVE '23' TO WJRHS-SEQ-FILE-STATUS
S51293     END-READ.

S51293     IF  WJRHS-IO-OK
S51293         SET WS-ROW-FOUND          TO TRUE
S51293     ELSE
S51293         MOVE SPACES               TO WJRHS-REC-INFO
S51293         MOVE LJDEP-JOB-ID         TO WJRHS-JOB-ID
S51293         MOVE LJDEP-BUS-DT         TO WJRHS-BUS-DT
S51293     END-IF.

S51293 6100-READ-JRHS-X.
S51293     EXIT.

S51293*----------------
S51293 6200-PUT-JRHS.
S51293*----------------

S51293     IF  WS-ROW-FOUND
S51293         REWRITE WJRHS-REC-INFO
S51293     ELSE
S51293         WRITE WJRHS-REC-INFO
S51293             INVALID KEY
S51293                 MOVE '22' TO WJRHS-SEQ-FILE-STATUS
S51293         END-WRITE
S51293     END-IF.

S51293 6200-PUT-JRHS-X.
S51293     EXIT.

S51293 COPY XCPL1610.
S51293 COPY XCPL1680.
      *****************************************************************
      **                 END OF PROGRAM XSRU0015                     **
      *****************************************************************
