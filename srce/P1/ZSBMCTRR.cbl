      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMCTRR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMCTRR                                         **
      **  REMARKS: DAILY HANDOFF CONTROL TOTAL BALANCE REPORT.       **
      **                                                             **
      **           LISTS EVERY HANDOFF FILE DEFINED ON THE HANDOFF   **
      **           DEFINITION TABLE (HODF) - ONE LINE PER READING    **
      **           JOB - WITH THE RECORD COUNT AND HASH TOTAL ITS    **
      **           PRODUCER REGISTERED IN THE CONTROL TOTAL REGISTRY **
      **           (CTRG) FOR THE BUSINESS DATE AND THE OUTCOME OF   **
      **           THE READING JOB'S OWN CHECK: BALANCED, RECORD     **
      **           COUNT OR HASH TOTAL DIFFERENT, REGISTERED FOR     **
      **           ANOTHER DATE ONLY, NOT REGISTERED, OR NOT YET     **
      **           CHECKED.  LINES NEEDING ATTENTION ARE FLAGGED.    **
      **                                                             **
      **           THE BUSINESS DATE IS THE PROCESS DATE UNLESS A    **
      **           DATE (YYYY-MM-DD) IS GIVEN IN COLUMNS 1-10 OF THE **
      **           CONTROL CARD.                                     **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  SC                                               **
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

       COPY CCSSPRT1.

           COPY CCFHHODF.

           COPY CCFHCTRG.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWHODF.

       COPY CCFWCTRG.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMCTRR'.

       COPY SQLCA.

       COPY CCWWCTRG.

       01  WS-CONTROL-RECORD.
           02  CR-BUS-DT                       PIC X(10).
           02  FILLER                          PIC X(70).

       01  WS-WORK-AREA.
           05  WS-BUS-DT                 PIC X(10)  VALUE SPACES.
           05  WS-SUB                    PIC S9(04) COMP.
           05  WS-SLOT                   PIC S9(04) COMP.
           05  WS-HODF-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-HODF-OPEN                     VALUE 'Y'.
           05  WS-CTRG-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-CTRG-OPEN                     VALUE 'Y'.
           05  WS-ROW-SW                 PIC X(01)  VALUE 'N'.
               88  WS-ROW-FOUND                     VALUE 'Y'.
               88  WS-ROW-NOT-FOUND                 VALUE 'N'.

       01  WS-REPORT-TOTALS.
           05  WS-HNDF-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-REG-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-NOT-REG-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-BAL-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-NOT-CHK-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-OUT-BAL-CNT          PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  P-HEAD-TITLE                PIC X(50).
           03  P-HEAD-DT-LBL               PIC X(14).
           03  P-HEAD-BUS-DT               PIC X(10).

       01  P-COL-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'HANDOFF'.
           03  FILLER                      PIC X(22)
               VALUE 'DESCRIPTION'.
           03  FILLER                      PIC X(10)
               VALUE 'PRODUCER'.
           03  FILLER                      PIC X(10)
               VALUE 'READER'.
           03  FILLER                      PIC X(16)
               VALUE 'REGISTRATION'.
           03  FILLER                      PIC X(11)
               VALUE '  REG RECS'.
           03  FILLER                      PIC X(20)
               VALUE '          REG HASH'.
           03  FILLER                      PIC X(11)
               VALUE ' READ RECS'.
           03  FILLER                      PIC X(16)
               VALUE 'CHECK'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-DTL-HNDF-ID               PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-DTL-DESC                  PIC X(20).
           03  FILLER                      PIC X(02).
           03  P-DTL-PROD-JOB-ID           PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-DTL-CNSM-JOB-ID           PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-DTL-REG-STAT              PIC X(14).
           03  FILLER                      PIC X(02).
           03  P-DTL-REG-CNT               PIC ZZZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-DTL-REG-HASH              PIC -ZZZZZZZZZZZZZ9.99.
           03  FILLER                      PIC X(02).
           03  P-DTL-CHK-CNT               PIC ZZZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-DTL-CHK-STAT              PIC X(14).
           03  FILLER                      PIC X(01).
           03  P-DTL-FLAG                  PIC X(03).

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

           PERFORM  1000-REPORT-HANDOFFS
               THRU 1000-REPORT-HANDOFFS-X.

           PERFORM  8600-WRITE-SUMMARY
               THRU 8600-WRITE-SUMMARY-X.

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

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

           MOVE WGLOB-PROCESS-DATE      TO WS-BUS-DT.

           PERFORM  BCF-1000-READ
               THRU BCF-1000-READ-X.

           IF  NOT WBCF-SEQ-IO-EOF
               MOVE RBCF-SEQ-REC-INFO   TO WS-CONTROL-RECORD
               IF  CR-BUS-DT NOT = SPACES
                   MOVE CR-BUS-DT       TO WS-BUS-DT
               END-IF
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

       0200-INITIALIZE-X.
           EXIT.
      /
      *----------------------
       1000-REPORT-HANDOFFS.
      *----------------------

      *
      *  NO DEFINITION TABLE MEANS NO HANDOFF IS CONTROLLED - THE
      *  REPORT STILL PRINTS, WITH ZERO TOTALS.
      *
           IF  NOT WS-HODF-OPEN
               GO TO 1000-REPORT-HANDOFFS-X
           END-IF.

           MOVE LOW-VALUES              TO WHODF-KEY.

           START HODF-FILE
               KEY IS NOT LESS THAN WHODF-KEY
               INVALID KEY
                   MOVE '10'            TO WHODF-SEQ-FILE-STATUS
           END-START.

           IF  WHODF-IO-OK
               PERFORM  1990-HODF-READ-NEXT
                   THRU 1990-HODF-READ-NEXT-X
           END-IF.

           PERFORM  1100-REPORT-ONE-HANDOFF
               THRU 1100-REPORT-ONE-HANDOFF-X
                    UNTIL NOT WHODF-IO-OK.

       1000-REPORT-HANDOFFS-X.
           EXIT.

      *-------------------------
       1100-REPORT-ONE-HANDOFF.
      *-------------------------

           ADD 1                        TO WS-HNDF-CNT.

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE WHODF-HNDF-ID           TO P-DTL-HNDF-ID.
           MOVE WHODF-HNDF-DESC-TXT     TO P-DTL-DESC.
           MOVE WHODF-PROD-JOB-ID       TO P-DTL-PROD-JOB-ID.
           MOVE WHODF-CNSM-JOB-ID       TO P-DTL-CNSM-JOB-ID.

           PERFORM  1200-READ-CTRG
               THRU 1200-READ-CTRG-X.

           IF  WS-ROW-FOUND
           AND WCTRG-REGISTERED
               ADD 1                    TO WS-REG-CNT
               MOVE 'REGISTERED'        TO P-DTL-REG-STAT
               MOVE WCTRG-REC-CNT       TO P-DTL-REG-CNT
               MOVE WCTRG-HASH-AMT      TO P-DTL-REG-HASH
               IF  WCTRG-PROD-JOB-ID NOT = WHODF-PROD-JOB-ID
                   MOVE WCTRG-PROD-JOB-ID
                                        TO P-DTL-PROD-JOB-ID
               END-IF
           ELSE
               ADD 1                    TO WS-NOT-REG-CNT
               MOVE 'NOT REGISTERED'    TO P-DTL-REG-STAT
           END-IF.

           MOVE ZERO                    TO WS-SLOT.
           IF  WS-ROW-FOUND
               PERFORM  1300-FIND-CNSM-SLOT
                   THRU 1300-FIND-CNSM-SLOT-X
                        VARYING WS-SUB FROM 1 BY 1
                        UNTIL   WS-SUB > 4
                        OR      WS-SLOT > ZERO
           END-IF.

           IF  WS-SLOT = ZERO
               ADD 1                    TO WS-NOT-CHK-CNT
               MOVE 'NOT CHECKED'       TO P-DTL-CHK-STAT
               IF  WS-ROW-NOT-FOUND
               OR  WCTRG-NOT-REGISTERED
                   MOVE '***'           TO P-DTL-FLAG
               END-IF
               GO TO 1100-WRITE-LINE
           END-IF.

           MOVE WCTRG-CHK-REC-CNT (WS-SLOT)
                                        TO P-DTL-CHK-CNT.

           EVALUATE TRUE
               WHEN WCTRG-CHK-BALANCED (WS-SLOT)
                   ADD 1                TO WS-BAL-CNT
                   MOVE 'BALANCED'      TO P-DTL-CHK-STAT
               WHEN WCTRG-CHK-COUNT-DIFF (WS-SLOT)
                   MOVE 'COUNT DIFFERS' TO P-DTL-CHK-STAT
               WHEN WCTRG-CHK-HASH-DIFF (WS-SLOT)
                   MOVE 'HASH DIFFERS'  TO P-DTL-CHK-STAT
               WHEN WCTRG-CHK-DATE-DIFF (WS-SLOT)
                   MOVE 'DATE DIFFERS'  TO P-DTL-CHK-STAT
               WHEN OTHER
                   MOVE 'NOT REGISTERED'
                                        TO P-DTL-CHK-STAT
           END-EVALUATE.

           IF  NOT WCTRG-CHK-BALANCED (WS-SLOT)
               ADD 1                    TO WS-OUT-BAL-CNT
               MOVE '***'               TO P-DTL-FLAG
           END-IF.

       1100-WRITE-LINE.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  1990-HODF-READ-NEXT
               THRU 1990-HODF-READ-NEXT-X.

       1100-REPORT-ONE-HANDOFF-X.
           EXIT.

      *----------------
       1200-READ-CTRG.
      *----------------

           SET  WS-ROW-NOT-FOUND        TO TRUE.

           IF  NOT WS-CTRG-OPEN
               GO TO 1200-READ-CTRG-X
           END-IF.

           MOVE WHODF-HNDF-ID           TO WCTRG-HNDF-ID.
           MOVE WS-BUS-DT               TO WCTRG-BUS-DT.

           READ CTRG-FILE
               INVALID KEY
                   MOVE '23'            TO WCTRG-SEQ-FILE-STATUS
           END-READ.

           IF  WCTRG-IO-OK
               SET WS-ROW-FOUND         TO TRUE
           ELSE
               IF  NOT WCTRG-IO-NOTFND
                   MOVE WCTRG-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WCTRG-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-READ-RECORD      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

       1200-READ-CTRG-X.
           EXIT.

      *---------------------
       1300-FIND-CNSM-SLOT.
      *---------------------

           IF  WCTRG-CNSM-JOB-ID (WS-SUB) = WHODF-CNSM-JOB-ID
           AND WCTRG-CHK-STAT-CD (WS-SUB) NOT = SPACES
               MOVE WS-SUB              TO WS-SLOT
           END-IF.

       1300-FIND-CNSM-SLOT-X.
           EXIT.

      *---------------------
       1990-HODF-READ-NEXT.
      *---------------------

           READ HODF-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WHODF-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WHODF-IO-OK
           AND NOT WHODF-IO-EOF
               MOVE WHODF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WHODF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1990-HODF-READ-NEXT-X.
           EXIT.
      /
      *--------------------
       8600-WRITE-SUMMARY.
      *--------------------

           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE SPACES                  TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'HANDOFF READERS REPORTED'
                                        TO P-SUM-LBL.
           MOVE WS-HNDF-CNT             TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'REGISTERED FOR THE DATE'
                                        TO P-SUM-LBL.
           MOVE WS-REG-CNT              TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'NOT REGISTERED FOR THE DATE'
                                        TO P-SUM-LBL.
           MOVE WS-NOT-REG-CNT          TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'BALANCED BY THE READER'
                                        TO P-SUM-LBL.
           MOVE WS-BAL-CNT              TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'OUT OF BALANCE'
                                        TO P-SUM-LBL.
           MOVE WS-OUT-BAL-CNT          TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'NOT YET CHECKED BY THE READER'
                                        TO P-SUM-LBL.
           MOVE WS-NOT-CHK-CNT          TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

       8600-WRITE-SUMMARY-X.
           EXIT.

      *-----------------------
       8620-WRITE-COUNT-LINE.
      *-----------------------

           MOVE WS-SUM-CNT               TO P-SUM-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-CNT-LINE       TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8620-WRITE-COUNT-LINE-X.
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
           MOVE 'HANDOFF CONTROL TOTAL BALANCE REPORT'
                                       TO P-HEAD-TITLE.
           MOVE 'BUSINESS DATE'        TO P-HEAD-DT-LBL.
           MOVE WS-BUS-DT              TO P-HEAD-BUS-DT.

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
      *-----------------
       0100-OPEN-FILES.
      *-----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           OPEN INPUT HODF-FILE.
           IF  WHODF-IO-OK
               SET WS-HODF-OPEN         TO TRUE
           ELSE
               IF  NOT WHODF-IO-NOFILE
                   MOVE WHODF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WHODF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
      *MSG: (I) NO HANDOFF DEFINITION TABLE - NO HANDOFFS TO REPORT
               MOVE 'ZSCTRR0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

      *
      *  NO REGISTRY YET MEANS NOTHING HAS BEEN REGISTERED - EVERY
      *  HANDOFF IS REPORTED AS NOT REGISTERED.
      *
           OPEN INPUT CTRG-FILE.
           IF  WCTRG-IO-OK
               SET WS-CTRG-OPEN         TO TRUE
           ELSE
               IF  NOT WCTRG-IO-NOFILE
                   MOVE WCTRG-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WCTRG-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
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

           MOVE WS-HNDF-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE WS-OUT-BAL-CNT           TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (2).
           MOVE 'ZSCTRR0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) @1 HANDOFF READERS REPORTED, @2 OUT OF BALANCE
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-HODF-OPEN
               CLOSE HODF-FILE
           END-IF.

           IF  WS-CTRG-OPEN
               CLOSE CTRG-FILE
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
      **                 END OF PROGRAM ZSBMCTRR                     **
      *****************************************************************
