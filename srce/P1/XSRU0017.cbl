      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  XSRU0017.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  XSRU0017                                         **
      **  REMARKS:  INTER-JOB CONTROL TOTAL REGISTRY.                **
      **                                                             **
      **            A JOB THAT WRITES A FILE FOR A LATER JOB IN THE  **
      **            STREAM (A HANDOFF FILE) REGISTERS THE FILE'S     **
      **            RECORD COUNT AND HASH TOTAL FOR THE BUSINESS     **
      **            DATE ONCE IT HAS CLOSED IT ('RG').  EACH JOB     **
      **            THAT READS THE FILE COUNTS IT BEFORE PROCESSING  **
      **            AND CHECKS ITS FIGURES AGAINST THE REGISTRATION  **
      **            ('CK').  THE OUTCOME IS STAMPED IN THE           **
      **            CONSUMER'S SLOT ON THE CTRG ROW, WHERE THE       **
      **            XSRU0015 DEPENDENCY GATE AND THE ZSBMCTRR DAILY  **
      **            REPORT PICK IT UP.  A CONSUMER FINDING NO        **
      **            REGISTRATION FOR THE DATE LEAVES A ROW WITH      **
      **            STATUS 'N' SO THE MISSING FILE IS ON RECORD.     **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51295**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHCTRG.
      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWCTRG.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'XSRU0017'.

       COPY CCWWCTRG.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-SUB                    PIC S9(04) COMP.
           05  WS-SLOT                   PIC S9(04) COMP.
           05  WS-ROW-SW                 PIC X(01)  VALUE 'N'.
               88  WS-ROW-FOUND                     VALUE 'Y'.
               88  WS-ROW-NOT-FOUND                 VALUE 'N'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY XCWL0017.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 L0017-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           SET  L0017-RETRN-OK           TO TRUE.
           MOVE SPACES                   TO L0017-BAL-STAT-CD
                                            L0017-REG-PROD-JOB-ID
                                            L0017-REG-BUS-DT.
           MOVE ZERO                     TO L0017-REG-REC-CNT
                                            L0017-REG-HASH-AMT.

           IF  L0017-HNDF-ID = SPACES
           OR  L0017-BUS-DT = SPACES
           OR  L0017-JOB-ID = SPACES
               SET L0017-RETRN-ERROR     TO TRUE
               GO TO 0000-MAINLINE-X
           END-IF.

           PERFORM 6000-OPEN-CTRG
              THRU 6000-OPEN-CTRG-X.

           IF  NOT WCTRG-IO-OK
               SET L0017-RETRN-ERROR     TO TRUE
               GO TO 0000-MAINLINE-X
           END-IF.

           IF  L0017-FUNCTION-REGISTER
               PERFORM 1000-REGISTER-OUTPUT
                  THRU 1000-REGISTER-OUTPUT-X
           ELSE
           IF  L0017-FUNCTION-CHECK
               PERFORM 2000-CHECK-INPUT
                  THRU 2000-CHECK-INPUT-X
           ELSE
               SET L0017-RETRN-ERROR     TO TRUE
           END-IF
           END-IF.

           CLOSE CTRG-FILE.

       0000-MAINLINE-X.
           GOBACK.

      *-----------------------
       1000-REGISTER-OUTPUT.
      *-----------------------

      *
      *  A RERUN OF THE PRODUCER REPLACES THE FIGURES AND CLEARS THE
      *  CONSUMER CHECKS - THEY WERE MADE AGAINST THE OLD FILE.
      *
           PERFORM 6100-READ-CTRG
              THRU 6100-READ-CTRG-X.

           IF  WS-ROW-FOUND
           AND WCTRG-REGISTERED
               ADD 1                     TO WCTRG-REG-CNT
           ELSE
               MOVE 1                    TO WCTRG-REG-CNT
           END-IF.

           SET  WCTRG-REGISTERED         TO TRUE.
           MOVE L0017-JOB-ID             TO WCTRG-PROD-JOB-ID.
           MOVE L0017-REC-CNT            TO WCTRG-REC-CNT.
           MOVE L0017-HASH-AMT           TO WCTRG-HASH-AMT.
           MOVE WGLOB-CRNT-DT            TO WCTRG-REG-DT.
           MOVE WGLOB-SYSTEM-TIME        TO WCTRG-REG-TIME.

           PERFORM 1100-CLEAR-CNSM-SLOT
              THRU 1100-CLEAR-CNSM-SLOT-X
              VARYING WS-SUB FROM 1 BY 1
              UNTIL   WS-SUB > 4.

           PERFORM 6200-PUT-CTRG
              THRU 6200-PUT-CTRG-X.

       1000-REGISTER-OUTPUT-X.
           EXIT.

      *-----------------------
       1100-CLEAR-CNSM-SLOT.
      *-----------------------

           MOVE SPACES                   TO WCTRG-CNSM-JOB-ID (WS-SUB)
                                            WCTRG-CHK-STAT-CD (WS-SUB)
                                            WCTRG-CHK-DT (WS-SUB)
                                            WCTRG-CHK-TIME (WS-SUB).
           MOVE ZERO                     TO WCTRG-CHK-REC-CNT (WS-SUB)
                                            WCTRG-CHK-HASH-AMT (WS-SUB).

       1100-CLEAR-CNSM-SLOT-X.
           EXIT.

      *-------------------
       2000-CHECK-INPUT.
      *-------------------

           PERFORM 6100-READ-CTRG
              THRU 6100-READ-CTRG-X.

           IF  WS-ROW-NOT-FOUND
           OR  WCTRG-NOT-REGISTERED
               PERFORM 2100-CHECK-OTHER-DATE
                  THRU 2100-CHECK-OTHER-DATE-X
           ELSE
               MOVE WCTRG-PROD-JOB-ID    TO L0017-REG-PROD-JOB-ID
               MOVE WCTRG-BUS-DT         TO L0017-REG-BUS-DT
               MOVE WCTRG-REC-CNT        TO L0017-REG-REC-CNT
               MOVE WCTRG-HASH-AMT       TO L0017-REG-HASH-AMT
               IF  L0017-REC-CNT NOT = WCTRG-REC-CNT
                   SET L0017-COUNT-DIFF  TO TRUE
               ELSE
               IF  L0017-HASH-AMT NOT = WCTRG-HASH-AMT
                   SET L0017-HASH-DIFF   TO TRUE
               ELSE
                   SET L0017-BALANCED    TO TRUE
               END-IF
               END-IF
           END-IF.

      *
      *  STAMP THE OUTCOME IN THE CONSUMER'S SLOT - ITS OWN SLOT IF
      *  IT HAS CHECKED BEFORE, ELSE THE FIRST FREE ONE.  WITH ALL
      *  FOUR TAKEN BY OTHER JOBS THE LAST SLOT IS REUSED.
      *
           PERFORM 2200-FIND-CNSM-SLOT
              THRU 2200-FIND-CNSM-SLOT-X.

           MOVE L0017-JOB-ID             TO WCTRG-CNSM-JOB-ID (WS-SLOT).
           MOVE L0017-BAL-STAT-CD        TO WCTRG-CHK-STAT-CD (WS-SLOT).
           MOVE L0017-REC-CNT            TO WCTRG-CHK-REC-CNT (WS-SLOT).
           MOVE L0017-HASH-AMT
                                  TO WCTRG-CHK-HASH-AMT (WS-SLOT).
           MOVE WGLOB-CRNT-DT            TO WCTRG-CHK-DT (WS-SLOT).
           MOVE WGLOB-SYSTEM-TIME        TO WCTRG-CHK-TIME (WS-SLOT).

           PERFORM 6200-PUT-CTRG
              THRU 6200-PUT-CTRG-X.

       2000-CHECK-INPUT-X.
           EXIT.

      *------------------------
       2100-CHECK-OTHER-DATE.
      *------------------------

      *
      *  NOTHING REGISTERED FOR THE DATE.  IF THE PRODUCER'S LATEST
      *  REGISTRATION IS FOR ANOTHER BUSINESS DATE THE CONSUMER IS
      *  LOOKING AT A STALE (OR EARLY) FILE; OTHERWISE THE FILE WAS
      *  NEVER REGISTERED.  THE ROW FOR THE DATE IS KEPT (OR MADE)
      *  WITH STATUS 'N' EITHER WAY.
      *
           SET  L0017-NOT-REGISTERED     TO TRUE.

           MOVE L0017-HNDF-ID            TO WCTRG-HNDF-ID.
           MOVE LOW-VALUES               TO WCTRG-BUS-DT.

           START CTRG-FILE KEY NOT < WCTRG-KEY
               INVALID KEY
                   MOVE '23' TO WCTRG-SEQ-FILE-STATUS
           END-START.

           PERFORM 2110-SCAN-REGISTRATIONS
              THRU 2110-SCAN-REGISTRATIONS-X.

      *
      *  REPOSITION ON THE ROW FOR THE DATE.
      *
           PERFORM 6100-READ-CTRG
              THRU 6100-READ-CTRG-X.

           SET  WCTRG-NOT-REGISTERED     TO TRUE.

       2100-CHECK-OTHER-DATE-X.
           EXIT.

      *--------------------------
       2110-SCAN-REGISTRATIONS.
      *--------------------------

      *
      *  THE DATES SORT IN ORDER, SO THE LAST REGISTERED ROW FOR THE
      *  HANDOFF IS THE PRODUCER'S LATEST REGISTRATION.
      *
           IF  NOT WCTRG-IO-OK
               GO TO 2110-SCAN-REGISTRATIONS-X
           END-IF.

           READ CTRG-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WCTRG-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCTRG-IO-OK
           OR  WCTRG-HNDF-ID NOT = L0017-HNDF-ID
               GO TO 2110-SCAN-REGISTRATIONS-X
           END-IF.

           IF  WCTRG-REGISTERED
           AND WCTRG-BUS-DT NOT = L0017-BUS-DT
               SET L0017-DATE-DIFF       TO TRUE
               MOVE WCTRG-PROD-JOB-ID    TO L0017-REG-PROD-JOB-ID
               MOVE WCTRG-BUS-DT         TO L0017-REG-BUS-DT
               MOVE WCTRG-REC-CNT        TO L0017-REG-REC-CNT
               MOVE WCTRG-HASH-AMT       TO L0017-REG-HASH-AMT
           END-IF.

           GO TO 2110-SCAN-REGISTRATIONS.

       2110-SCAN-REGISTRATIONS-X.
           EXIT.

      *----------------------
       2200-FIND-CNSM-SLOT.
      *----------------------

           MOVE ZERO                     TO WS-SLOT.

           PERFORM 2210-TEST-ONE-SLOT
              THRU 2210-TEST-ONE-SLOT-X
              VARYING WS-SUB FROM 1 BY 1
              UNTIL   WS-SUB > 4
              OR      WS-SLOT > ZERO.

           IF  WS-SLOT = ZERO
               PERFORM 2220-TEST-FREE-SLOT
                  THRU 2220-TEST-FREE-SLOT-X
                  VARYING WS-SUB FROM 1 BY 1
                  UNTIL   WS-SUB > 4
                  OR      WS-SLOT > ZERO
           END-IF.

           IF  WS-SLOT = ZERO
               MOVE 4                    TO WS-SLOT
           END-IF.

       2200-FIND-CNSM-SLOT-X.
           EXIT.

      *---------------------
       2210-TEST-ONE-SLOT.
      *---------------------

           IF  WCTRG-CNSM-JOB-ID (WS-SUB) = L0017-JOB-ID
               MOVE WS-SUB               TO WS-SLOT
           END-IF.

       2210-TEST-ONE-SLOT-X.
           EXIT.

      *----------------------
       2220-TEST-FREE-SLOT.
      *----------------------

           IF  WCTRG-CNSM-JOB-ID (WS-SUB) = SPACES
               MOVE WS-SUB               TO WS-SLOT
           END-IF.

       2220-TEST-FREE-SLOT-X.
           EXIT.

      *-----------------
       6000-OPEN-CTRG.
      *-----------------

      *
      *  THE REGISTRY IS CREATED ON FIRST USE.
      *
           OPEN I-O CTRG-FILE.
           IF  WCTRG-IO-NOFILE
               OPEN OUTPUT CTRG-FILE
               IF  WCTRG-IO-OK
                   CLOSE CTRG-FILE
                   OPEN I-O CTRG-FILE
               END-IF
           END-IF.

       6000-OPEN-CTRG-X.
           EXIT.

      *-----------------
       6100-READ-CTRG.
      *-----------------

           SET  WS-ROW-NOT-FOUND         TO TRUE.

           MOVE L0017-HNDF-ID            TO WCTRG-HNDF-ID.
           MOVE L0017-BUS-DT             TO WCTRG-BUS-DT.

           READ CTRG-FILE
               INVALID KEY
                   MOVE '23' TO WCTRG-SEQ-FILE-STATUS
           END-READ.

           IF  WCTRG-IO-OK
               SET WS-ROW-FOUND          TO TRUE
           ELSE
               MOVE SPACES               TO WCTRG-REC-INFO
               MOVE L0017-HNDF-ID        TO WCTRG-HNDF-ID
               MOVE L0017-BUS-DT         TO WCTRG-BUS-DT
               SET  WCTRG-NOT-REGISTERED TO TRUE
               MOVE ZERO                 TO WCTRG-REC-CNT
                                            WCTRG-HASH-AMT
                                            WCTRG-REG-CNT
               PERFORM 1100-CLEAR-CNSM-SLOT
                  THRU 1100-CLEAR-CNSM-SLOT-X
                  VARYING WS-SUB FROM 1 BY 1
                  UNTIL   WS-SUB > 4
           END-IF.

       6100-READ-CTRG-X.
           EXIT.

      *----------------
       6200-PUT-CTRG.
      *----------------

           IF  WS-ROW-FOUND
               REWRITE WCTRG-REC-INFO
           ELSE
               WRITE WCTRG-REC-INFO
                   INVALID KEY
                       MOVE '22' TO WCTRG-SEQ-FILE-STATUS
               END-WRITE
           END-IF.

           IF  NOT WCTRG-IO-OK
               SET L0017-RETRN-ERROR     TO TRUE
           END-IF.

       6200-PUT-CTRG-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM XSRU0017                     **
      *****************************************************************
