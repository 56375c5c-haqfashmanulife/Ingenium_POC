      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMABMR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMABMR                                         **
      **  REMARKS: MONTHLY BATCH ABEND ALERT REVIEW.                 **
      **                                                             **
      **           LISTS EVERY ALERT ON THE ABEND ALERT REGISTER     **
      **           (ABAL) RAISED IN THE PROCESS MONTH WITH ITS       **
      **           ESCALATION LEVEL, WHO ACKNOWLEDGED IT AND THE     **
      **           RESPONSE TIME, THEN TOTALS BY APPLICATION AREA    **
      **           AND SEVERITY: ALERTS RAISED, ACKNOWLEDGED,        **
      **           ESCALATED PAST THE FIRST CONTACT, CONTACTS        **
      **           EXHAUSTED, RAISED WITH NO ROUTING RULE, STILL     **
      **           UNACKNOWLEDGED, AND THE AVERAGE AND LONGEST       **
      **           RESPONSE IN MINUTES.  FOR THE MONTHLY OPERATIONS  **
      **           REVIEW.                                           **
      **                                                             **
      **           ALERTS ARE RAISED BY XSRU0030, ESCALATED BY       **
      **           ZSBMABES AND ACKNOWLEDGED THROUGH ZSRQABAL.       **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  SC                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51294**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHABAL.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWABAL.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMABMR'.

       COPY SQLCA.

       COPY CCWWABAL.

       01  WS-WORK-AREA.
           05  WS-PRCES-MO               PIC X(07)  VALUE SPACES.
           05  WS-ABAL-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-ABAL-OPEN                     VALUE 'Y'.
           05  WS-ACTION-TXT             PIC X(14)  VALUE SPACES.

      ****************************************************************
      *    TOTALS BY APPLICATION AREA AND SEVERITY.  ENTRY 1 IS THE
      *    GRAND TOTAL; AREAS BEYOND THE TABLE ARE COUNTED IN IT
      *    ONLY.
      ****************************************************************

       01  WS-AREA-TABLE.
           05  WS-AREA-CNT               PIC S9(04) COMP VALUE +1.
           05  WS-AREA-MAX               PIC S9(04) COMP VALUE +100.
           05  WS-AREA-ENTRY             OCCURS 100 TIMES
                                         INDEXED BY WS-AREA-IX.
               10  WS-AREA-KEY.
                   15  WS-AREA-CD        PIC X(02).
                   15  WS-AREA-SEV-CD    PIC X(01).
               10  WS-AREA-RAISED-CNT    PIC S9(07) COMP-3.
               10  WS-AREA-ACK-CNT       PIC S9(07) COMP-3.
               10  WS-AREA-ESCL-CNT      PIC S9(07) COMP-3.
               10  WS-AREA-EXHAUST-CNT   PIC S9(07) COMP-3.
               10  WS-AREA-NOROUTE-CNT   PIC S9(07) COMP-3.
               10  WS-AREA-UNACK-CNT     PIC S9(07) COMP-3.
               10  WS-AREA-RESP-TOT      PIC S9(09) COMP-3.
               10  WS-AREA-RESP-MAX      PIC S9(05) COMP-3.

       01  WS-AREA-SEARCH-KEY.
           05  WS-SRCH-AREA-CD           PIC X(02).
           05  WS-SRCH-SEV-CD            PIC X(01).

       01  WS-REPORT-TOTALS.
           05  WS-ABAL-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-MONTH-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-AREA-OVFL-CNT        PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  P-HEAD-TITLE                PIC X(50).
           03  P-HEAD-MO-LBL               PIC X(13).
           03  P-HEAD-PRCES-MO             PIC X(07).

       01  P-COL-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(22)
               VALUE 'ALERT'.
           03  FILLER                      PIC X(10)
               VALUE 'JOB'.
           03  FILLER                      PIC X(10)
               VALUE 'PROGRAM'.
           03  FILLER                      PIC X(17)
               VALUE 'ERROR'.
           03  FILLER                      PIC X(05)
               VALUE 'AREA'.
           03  FILLER                      PIC X(04)
               VALUE 'SEV'.
           03  FILLER                      PIC X(04)
               VALUE 'LVL'.
           03  FILLER                      PIC X(16)
               VALUE 'STATUS'.
           03  FILLER                      PIC X(10)
               VALUE 'ACK BY'.
           03  FILLER                      PIC X(11)
               VALUE 'ACK DATE'.
           03  FILLER                      PIC X(09)
               VALUE 'RESP MIN'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-DTL-ALERT-DT              PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-DTL-ALERT-TIME            PIC X(06).
           03  FILLER                      PIC X(01).
           03  P-DTL-ALERT-SEQ             PIC 9(03).
           03  FILLER                      PIC X(01).
           03  P-DTL-JOB-ID                PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-DTL-PGM-ID                PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-DTL-ERROR-TYP             PIC X(04).
           03  FILLER                      PIC X(01).
           03  P-DTL-ERROR-CD              PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DTL-AREA                  PIC X(02).
           03  FILLER                      PIC X(03).
           03  P-DTL-SEV                   PIC X(01).
           03  FILLER                      PIC X(03).
           03  P-DTL-LVL                   PIC 9(01).
           03  FILLER                      PIC X(03).
           03  P-DTL-STATUS                PIC X(14).
           03  FILLER                      PIC X(02).
           03  P-DTL-ACK-USER              PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-DTL-ACK-DT                PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-DTL-RESP-MINS             PIC ZZZZ9.

       01  P-AREA-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(06)
               VALUE 'AREA'.
           03  FILLER                      PIC X(05)
               VALUE 'SEV'.
           03  FILLER                      PIC X(09)
               VALUE '  RAISED'.
           03  FILLER                      PIC X(09)
               VALUE '   ACKED'.
           03  FILLER                      PIC X(09)
               VALUE 'ESCALATD'.
           03  FILLER                      PIC X(09)
               VALUE 'EXHAUSTD'.
           03  FILLER                      PIC X(09)
               VALUE 'NO RULE'.
           03  FILLER                      PIC X(09)
               VALUE ' UNACKED'.
           03  FILLER                      PIC X(10)
               VALUE ' AVG RESP'.
           03  FILLER                      PIC X(10)
               VALUE ' MAX RESP'.

       01  P-AREA-LINE.
           03  FILLER                      PIC X(01).
           03  P-AREA-CD                   PIC X(05).
           03  FILLER                      PIC X(01).
           03  P-AREA-SEV                  PIC X(01).
           03  FILLER                      PIC X(03).
           03  P-AREA-RAISED               PIC ZZZZZZZ9.
           03  FILLER                      PIC X(01).
           03  P-AREA-ACK                  PIC ZZZZZZZ9.
           03  FILLER                      PIC X(01).
           03  P-AREA-ESCL                 PIC ZZZZZZZ9.
           03  FILLER                      PIC X(01).
           03  P-AREA-EXHAUST              PIC ZZZZZZZ9.
           03  FILLER                      PIC X(01).
           03  P-AREA-NOROUTE              PIC ZZZZZZZ9.
           03  FILLER                      PIC X(01).
           03  P-AREA-UNACK                PIC ZZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-AREA-AVG-RESP             PIC ZZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-AREA-MAX-RESP             PIC ZZZZZZZ9.

       01  P-SUMMARY-CNT-LINE.
           03  FILLER                      PIC X(03).
           03  P-SUM-LBL                   PIC X(44).
           03  P-SUM-CNT-X                 PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-SUM-CNT                PIC S9(07) COMP-3 VALUE +0.
           05  WS-AVG-RESP               PIC S9(09) COMP-3 VALUE +0.
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

           PERFORM  1000-REVIEW-ALERTS
               THRU 1000-REVIEW-ALERTS-X.

           PERFORM  8600-WRITE-AREA-TOTALS
               THRU 8600-WRITE-AREA-TOTALS-X.

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

           MOVE WGLOB-PROCESS-DATE (1:7) TO WS-PRCES-MO.

           MOVE WPGWS-CRNT-PGM-ID       TO WGLOB-USER-ID.
           SET  WGLOB-ENVRMNT-BATCH     TO TRUE.

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

           MOVE '**'                    TO WS-AREA-CD (1).
           MOVE '*'                     TO WS-AREA-SEV-CD (1).
           SET  WS-AREA-IX              TO 1.
           PERFORM  0210-CLEAR-AREA
               THRU 0210-CLEAR-AREA-X.

       0200-INITIALIZE-X.
           EXIT.

      *-----------------
       0210-CLEAR-AREA.
      *-----------------

           MOVE ZERO           TO WS-AREA-RAISED-CNT (WS-AREA-IX)
                                  WS-AREA-ACK-CNT (WS-AREA-IX)
                                  WS-AREA-ESCL-CNT (WS-AREA-IX)
                                  WS-AREA-EXHAUST-CNT (WS-AREA-IX)
                                  WS-AREA-NOROUTE-CNT (WS-AREA-IX)
                                  WS-AREA-UNACK-CNT (WS-AREA-IX)
                                  WS-AREA-RESP-TOT (WS-AREA-IX)
                                  WS-AREA-RESP-MAX (WS-AREA-IX).

       0210-CLEAR-AREA-X.
           EXIT.
      /
      *--------------------
       1000-REVIEW-ALERTS.
      *--------------------

      *
      *  NO REGISTER YET MEANS NO BATCH STEP HAS FAILED - THE REPORT
      *  STILL PRINTS, WITH ZERO TOTALS.
      *
           IF  NOT WS-ABAL-OPEN
               GO TO 1000-REVIEW-ALERTS-X
           END-IF.

           MOVE SPACES                  TO WABAL-KEY.
           MOVE WS-PRCES-MO             TO WABAL-ALERT-DT (1:7).

           START ABAL-FILE
               KEY IS NOT LESS THAN WABAL-KEY
               INVALID KEY
                   MOVE '10'            TO WABAL-SEQ-FILE-STATUS
           END-START.

           IF  WABAL-IO-OK
               PERFORM  1990-ABAL-READ-NEXT
                   THRU 1990-ABAL-READ-NEXT-X
           END-IF.

           PERFORM  1100-REVIEW-ONE-ALERT
               THRU 1100-REVIEW-ONE-ALERT-X
                    UNTIL NOT WABAL-IO-OK
                    OR    WABAL-ALERT-DT (1:7) > WS-PRCES-MO.

       1000-REVIEW-ALERTS-X.
           EXIT.

      *-----------------------
       1100-REVIEW-ONE-ALERT.
      *-----------------------

           ADD 1                        TO WS-ABAL-READ-CNT.

           IF  WABAL-ALERT-DT (1:7) NOT = WS-PRCES-MO
               GO TO 1100-NEXT-ALERT
           END-IF.

           ADD 1                        TO WS-MONTH-CNT.

           MOVE WABAL-APPL-AREA-CD      TO WS-SRCH-AREA-CD.
           MOVE WABAL-SEV-CD            TO WS-SRCH-SEV-CD.
           PERFORM  1200-FIND-AREA
               THRU 1200-FIND-AREA-X.

           IF  WS-AREA-IX > 1
               PERFORM  1300-ADD-TO-AREA
                   THRU 1300-ADD-TO-AREA-X
           END-IF.

           SET  WS-AREA-IX              TO 1.
           PERFORM  1300-ADD-TO-AREA
               THRU 1300-ADD-TO-AREA-X.

           PERFORM  8500-WRITE-DETAIL-LINE
               THRU 8500-WRITE-DETAIL-LINE-X.

       1100-NEXT-ALERT.

           PERFORM  1990-ABAL-READ-NEXT
               THRU 1990-ABAL-READ-NEXT-X.

       1100-REVIEW-ONE-ALERT-X.
           EXIT.

      *----------------
       1200-FIND-AREA.
      *----------------

      *
      *  LEAVES WS-AREA-IX ON THE AREA'S ENTRY, ADDING IT WHEN NEW;
      *  ON 1 (GRAND TOTAL ONLY) WHEN THE TABLE IS FULL.
      *
           SET  WS-AREA-IX              TO 2.

           SEARCH WS-AREA-ENTRY
               AT END
                   PERFORM  1210-ADD-AREA
                       THRU 1210-ADD-AREA-X
               WHEN WS-AREA-IX > WS-AREA-CNT
                   PERFORM  1210-ADD-AREA
                       THRU 1210-ADD-AREA-X
               WHEN WS-AREA-KEY (WS-AREA-IX) = WS-AREA-SEARCH-KEY
                   CONTINUE
           END-SEARCH.

       1200-FIND-AREA-X.
           EXIT.

      *---------------
       1210-ADD-AREA.
      *---------------

           IF  WS-AREA-CNT NOT < WS-AREA-MAX
               ADD 1                    TO WS-AREA-OVFL-CNT
               SET WS-AREA-IX           TO 1
               GO TO 1210-ADD-AREA-X
           END-IF.

           ADD 1                        TO WS-AREA-CNT.
           SET  WS-AREA-IX              TO WS-AREA-CNT.
           MOVE WS-AREA-SEARCH-KEY      TO WS-AREA-KEY (WS-AREA-IX).
           PERFORM  0210-CLEAR-AREA
               THRU 0210-CLEAR-AREA-X.

       1210-ADD-AREA-X.
           EXIT.

      *------------------
       1300-ADD-TO-AREA.
      *------------------

           ADD 1                     TO WS-AREA-RAISED-CNT (WS-AREA-IX).

           IF  WABAL-ESCL-LVL-NUM NUMERIC
           AND WABAL-ESCL-LVL-NUM > 1
               ADD 1                  TO WS-AREA-ESCL-CNT (WS-AREA-IX)
           END-IF.

           EVALUATE TRUE
               WHEN WABAL-ALERT-ACKNOWLEDGED
                   ADD 1              TO WS-AREA-ACK-CNT (WS-AREA-IX)
                   IF  WABAL-RESP-MINS NUMERIC
                       ADD WABAL-RESP-MINS
                                      TO WS-AREA-RESP-TOT (WS-AREA-IX)
                       IF  WABAL-RESP-MINS >
                           WS-AREA-RESP-MAX (WS-AREA-IX)
                           MOVE WABAL-RESP-MINS
                                      TO WS-AREA-RESP-MAX (WS-AREA-IX)
                       END-IF
                   END-IF
               WHEN WABAL-ALERT-EXHAUSTED
                   ADD 1            TO WS-AREA-EXHAUST-CNT (WS-AREA-IX)
                   ADD 1              TO WS-AREA-UNACK-CNT (WS-AREA-IX)
               WHEN WABAL-ALERT-NO-ROUTE
                   ADD 1            TO WS-AREA-NOROUTE-CNT (WS-AREA-IX)
                   ADD 1              TO WS-AREA-UNACK-CNT (WS-AREA-IX)
               WHEN OTHER
                   ADD 1              TO WS-AREA-UNACK-CNT (WS-AREA-IX)
           END-EVALUATE.

       1300-ADD-TO-AREA-X.
           EXIT.

      *---------------------
       1990-ABAL-READ-NEXT.
      *---------------------

           READ ABAL-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WABAL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WABAL-IO-OK
           AND NOT WABAL-IO-EOF
               MOVE WABAL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WABAL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1990-ABAL-READ-NEXT-X.
           EXIT.
      /
      *------------------------
       8500-WRITE-DETAIL-LINE.
      *------------------------

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE WABAL-ALERT-DT          TO P-DTL-ALERT-DT.
           MOVE WABAL-ALERT-TIME        TO P-DTL-ALERT-TIME.
           MOVE WABAL-ALERT-SEQ-NUM     TO P-DTL-ALERT-SEQ.
           MOVE WABAL-JOB-ID            TO P-DTL-JOB-ID.
           MOVE WABAL-PGM-ID            TO P-DTL-PGM-ID.
           MOVE WABAL-ERROR-TYP-CD      TO P-DTL-ERROR-TYP.
           MOVE WABAL-ERROR-CD          TO P-DTL-ERROR-CD.
           MOVE WABAL-APPL-AREA-CD      TO P-DTL-AREA.
           MOVE WABAL-SEV-CD            TO P-DTL-SEV.
           IF  WABAL-ESCL-LVL-NUM NUMERIC
               MOVE WABAL-ESCL-LVL-NUM  TO P-DTL-LVL
           ELSE
               MOVE ZERO                TO P-DTL-LVL
           END-IF.

           EVALUATE TRUE
               WHEN WABAL-ALERT-ACKNOWLEDGED
                   MOVE 'ACKNOWLEDGED'  TO P-DTL-STATUS
                   MOVE WABAL-ACK-USER-ID
                                        TO P-DTL-ACK-USER
                   MOVE WABAL-ACK-DT    TO P-DTL-ACK-DT
                   IF  WABAL-RESP-MINS NUMERIC
                       MOVE WABAL-RESP-MINS
                                        TO P-DTL-RESP-MINS
                   END-IF
               WHEN WABAL-ALERT-EXHAUSTED
                   MOVE 'EXHAUSTED'     TO P-DTL-STATUS
               WHEN WABAL-ALERT-NO-ROUTE
                   MOVE 'NO RULE'       TO P-DTL-STATUS
               WHEN OTHER
                   MOVE 'OPEN'          TO P-DTL-STATUS
           END-EVALUATE.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8500-WRITE-DETAIL-LINE-X.
           EXIT.

      *------------------------
       8600-WRITE-AREA-TOTALS.
      *------------------------

           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE P-AREA-HEAD-LINE        TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  8610-WRITE-AREA-LINE
               THRU 8610-WRITE-AREA-LINE-X
                    VARYING WS-AREA-IX FROM 2 BY 1
                    UNTIL WS-AREA-IX > WS-AREA-CNT.

           SET  WS-AREA-IX              TO 1.
           PERFORM  8610-WRITE-AREA-LINE
               THRU 8610-WRITE-AREA-LINE-X.

           MOVE 'ALERTS ON THE REGISTER READ'
                                        TO P-SUM-LBL.
           MOVE WS-ABAL-READ-CNT        TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'ALERTS RAISED IN THE MONTH'
                                        TO P-SUM-LBL.
           MOVE WS-MONTH-CNT            TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           IF  WS-AREA-OVFL-CNT > ZERO
               MOVE 'IN GRAND TOTAL ONLY (AREA TABLE FULL)'
                                        TO P-SUM-LBL
               MOVE WS-AREA-OVFL-CNT    TO WS-SUM-CNT
               PERFORM  8620-WRITE-COUNT-LINE
                   THRU 8620-WRITE-COUNT-LINE-X
           END-IF.

       8600-WRITE-AREA-TOTALS-X.
           EXIT.

      *----------------------
       8610-WRITE-AREA-LINE.
      *----------------------

           MOVE SPACES                  TO P-AREA-LINE.
           IF  WS-AREA-IX = 1
               MOVE 'TOTAL'             TO P-AREA-CD
           ELSE
               MOVE WS-AREA-CD (WS-AREA-IX)
                                        TO P-AREA-CD
               MOVE WS-AREA-SEV-CD (WS-AREA-IX)
                                        TO P-AREA-SEV
           END-IF.

           MOVE WS-AREA-RAISED-CNT (WS-AREA-IX)  TO P-AREA-RAISED.
           MOVE WS-AREA-ACK-CNT (WS-AREA-IX)     TO P-AREA-ACK.
           MOVE WS-AREA-ESCL-CNT (WS-AREA-IX)    TO P-AREA-ESCL.
           MOVE WS-AREA-EXHAUST-CNT (WS-AREA-IX) TO P-AREA-EXHAUST.
           MOVE WS-AREA-NOROUTE-CNT (WS-AREA-IX) TO P-AREA-NOROUTE.
           MOVE WS-AREA-UNACK-CNT (WS-AREA-IX)   TO P-AREA-UNACK.
           MOVE WS-AREA-RESP-MAX (WS-AREA-IX)    TO P-AREA-MAX-RESP.

           MOVE ZERO                    TO WS-AVG-RESP.
           IF  WS-AREA-ACK-CNT (WS-AREA-IX) > ZERO
               COMPUTE WS-AVG-RESP ROUNDED =
                       WS-AREA-RESP-TOT (WS-AREA-IX)
                     / WS-AREA-ACK-CNT (WS-AREA-IX)
           END-IF.
           MOVE WS-AVG-RESP             TO P-AREA-AVG-RESP.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           IF  WS-AREA-IX = 1
               MOVE +2                  TO WPRT1-NUMBER-LINES
           END-IF.
           MOVE P-AREA-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8610-WRITE-AREA-LINE-X.
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
           MOVE 'BATCH ABEND ALERT MONTHLY REVIEW'
                                       TO P-HEAD-TITLE.
           MOVE 'PROCESS MONTH'        TO P-HEAD-MO-LBL.
           MOVE WS-PRCES-MO            TO P-HEAD-PRCES-MO.

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

           OPEN INPUT ABAL-FILE.
           IF  WABAL-IO-OK
               SET WS-ABAL-OPEN         TO TRUE
           ELSE
               IF  NOT WABAL-IO-NOFILE
                   MOVE WABAL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WABAL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
      *MSG: (I) NO BATCH ABEND ALERT REGISTER - NO ALERTS TO REVIEW
               MOVE 'ZSABMR0001'        TO WGLOB-MSG-REF-INFO
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

           MOVE WS-MONTH-CNT             TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSABMR0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) @1 BATCH ABEND ALERTS REVIEWED FOR THE MONTH
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-ABAL-OPEN
               CLOSE ABAL-FILE
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
      **                 END OF PROGRAM ZSBMABMR                     **
      *****************************************************************
