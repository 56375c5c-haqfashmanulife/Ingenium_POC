      **            MATCH WHAT WE SENT (ZCSRCLSN REFERENCE) -        **
      **            SO A SERVICE REP CAN TELL A CALLER WHETHER       **
      **            A PAYMENT WAS ACTUALLY DISBURSED.                **
      **            PAID HOSPITAL AND SURGERY CLAIMS ARE ADDED TO    **
      **            THE COVERAGE'S MEDICAL BENEFIT ACCUMULATOR       **
      **            (MBAC) AND RETURNED ONES TAKEN OFF AGAIN, SO     **
      **            THE PLAN'S LIMITS CAN BE CHECKED ON THE NEXT     **
      **            CLAIM.                                           **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
S51182**  23AUG26  CTS    INITIAL VERSION                            **
S51236**  02SEP26  CTS    LIFECYCLE EVENT STAGED ON AN APPROVED      **
S51236**                  CLAIM DECISION FOR THE ZSBMEVTP PUBLISHER  **
S51282**  15OCT26  CTS    PAID/RETURNED HOSPITAL AND SURGERY CLAIMS  **
S51282**                  POSTED TO THE MEDICAL BENEFIT ACCUMULATOR  **
S51306**  15OCT26  CTS    PAID DEATH CLAIMS STAMPED ON THE DEATH      **
S51306**                  CLAIM SETTLEMENT REGISTER (ZSBMDCST) AND   **
S51306**                  ANY DIFFERENCE FROM THE SETTLEMENT SHOWN   **
      *****************************************************************

      **********************
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCLSN-SEQ-FILE-STATUS.

S51282     COPY CCFHMBAC.

S51306     COPY CCFHDCST.

      /
      ***************
       DATA DIVISION.

S51236 COPY ZCSREVTQ.

S51282 COPY CCFWMBAC.

S51306 COPY CCFWDCST.

      /
      *************************
       WORKING-STORAGE SECTION.
               88  WCLSN-SEQ-IO-EOF            VALUE 8.
               88  WCLSN-SEQ-IO-ERROR          VALUE 9.

S51282 COPY CCWWMBAC.

S51306 COPY CCWWDCST.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-MATCH-SW               PIC X(01).
               88  WS-CLAIM-MATCHES                 VALUE 'Y'.
               88  WS-CLAIM-MISMATCH                VALUE 'N'.
S51282     05  WS-UNIT-CNT               PIC 9(05).
S51282     05  WS-CLM-AMT                PIC 9(11)V99.

       01  WS-REPORT-TOTALS.
           05  WS-CLPS-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-PHST-WRIT-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-MISMATCH-CNT         PIC S9(07) COMP-3 VALUE +0.
S51282     05  WS-MBAC-POST-CNT        PIC S9(07) COMP-3 VALUE +0.
S51282     05  WS-MBAC-RVRS-CNT        PIC S9(07) COMP-3 VALUE +0.
S51306     05  WS-DCST-PAID-CNT        PIC S9(07) COMP-3 VALUE +0.
S51306     05  WS-DCST-VAR-CNT         PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT HEADING AND DETAIL LINES
               VALUE 'MISMATCHES: '.
           03  P-MISM-CNT-X                PIC ZZZZZZ9.

S51282 01  P-SUMMARY-LINE-2.
S51282     03  FILLER                      PIC X(01).
S51282     03  FILLER                      PIC X(26)
S51282         VALUE 'BENEFIT ACCUMULATOR ADDS: '.
S51282     03  P-POST-CNT-X                PIC ZZZZZZ9.
S51282     03  FILLER                      PIC X(04).
S51282     03  FILLER                      PIC X(10)
S51282         VALUE 'REVERSALS:'.
S51282     03  P-RVRS-CNT-X                PIC ZZZZZZ9.

S51306 01  P-SUMMARY-LINE-3.
S51306     03  FILLER                      PIC X(01).
S51306     03  FILLER                      PIC X(26)
S51306         VALUE 'DEATH SETTLEMENTS PAID:   '.
S51306     03  P-DCST-PAID-CNT-X           PIC ZZZZZZ9.
S51306     03  FILLER                      PIC X(04).
S51306     03  FILLER                      PIC X(10)
S51306         VALUE 'VARIANCES:'.
S51306     03  P-DCST-VAR-CNT-X            PIC ZZZZZZ9.

       COPY CCFWPHST.
       COPY CCFRPHST.

       COPY CCFWMAST.
       COPY CCFRMAST.

S51282 COPY CCFRCVG.
S51282 COPY CCFWCVG.

      ***************************************************************
      *    CALLED MODULE PARAMETER INFORMATION
      ***************************************************************
S51236             THRU 2300-STAGE-EVENT-X
S51236     END-IF.

S51282     IF  (RCLPS-EVNT-PAID OR RCLPS-EVNT-RETURNED)
S51282     AND (RCLPS-TYP-HOSPITAL OR RCLPS-TYP-SURGERY)
S51282         PERFORM  2400-POST-ACCUMULATOR
S51282             THRU 2400-POST-ACCUMULATOR-X
S51282     END-IF.

S51306     IF  RCLPS-EVNT-PAID
S51306     AND RCLPS-TYP-DEATH
S51306         PERFORM  2500-STAMP-SETTLEMENT
S51306             THRU 2500-STAMP-SETTLEMENT-X
S51306     END-IF.

           MOVE 'RECORDED      '        TO P-DISP.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.
S51236 2300-STAGE-EVENT-X.
S51236     EXIT.

S51282*-------------------------
S51282 2400-POST-ACCUMULATOR.
S51282*-------------------------

S51282*
S51282*  A PAID CLAIM ADDS ITS HOSPITAL DAYS OR OPERATIONS, ONE
S51282*  CLAIM AND ITS AMOUNT TO THE COVERAGE'S ROW FOR THE BENEFIT;
S51282*  A RETURNED PAYMENT TAKES THEM OFF AGAIN.  A SURGERY CLAIM
S51282*  WITHOUT A COUNT IS ONE OPERATION.  A NEW ROW TAKES THE
S51282*  COVERAGE'S PLAN SO IT CAN BE CHECKED AGAINST THE LIMITS.
S51282*
S51282     MOVE ZERO                    TO WS-UNIT-CNT
S51282                                     WS-CLM-AMT.
S51282     IF  RCLPS-PAID-UNIT-CNT-TXT NUMERIC
S51282         MOVE RCLPS-PAID-UNIT-CNT TO WS-UNIT-CNT
S51282     END-IF.
S51282     IF  RCLPS-TYP-SURGERY
S51282     AND WS-UNIT-CNT = ZERO
S51282         MOVE 1                   TO WS-UNIT-CNT
S51282     END-IF.
S51282     IF  RCLPS-PAYMT-AMT-TXT NUMERIC
S51282         MOVE RCLPS-PAYMT-AMT     TO WS-CLM-AMT
S51282     END-IF.

S51282     MOVE RCLPS-POL-ID            TO WMBAC-POL-ID.
S51282     MOVE RCLPS-CVG-NUM           TO WMBAC-CVG-NUM.
S51282     MOVE RCLPS-CLM-TYP-CD        TO WMBAC-BNFT-TYP-CD.

S51282     READ MBAC-FILE
S51282         INVALID KEY
S51282             MOVE '23' TO WMBAC-SEQ-FILE-STATUS
S51282     END-READ.

S51282     IF  WMBAC-IO-NOTFND
S51282         IF  RCLPS-EVNT-RETURNED
S51282             GO TO 2400-POST-ACCUMULATOR-X
S51282         END-IF
S51282         PERFORM  2410-START-ACCUMULATOR
S51282             THRU 2410-START-ACCUMULATOR-X
S51282     ELSE
S51282         IF  NOT WMBAC-IO-OK
S51282             MOVE TFCMD-READ-RECORD
S51282                                  TO WGLOB-IO-COMMAND
S51282             PERFORM  9720-HANDLE-MBAC-ERROR
S51282                 THRU 9720-HANDLE-MBAC-ERROR-X
S51282         END-IF
S51282     END-IF.

S51282     IF  RCLPS-EVNT-PAID
S51282         ADD WS-UNIT-CNT          TO WMBAC-PAID-UNIT-CNT
S51282         ADD 1                    TO WMBAC-PAID-CLM-CNT
S51282         ADD WS-CLM-AMT           TO WMBAC-PAID-AMT
S51282         MOVE RCLPS-CLM-ID        TO WMBAC-LAST-CLM-ID
S51282         MOVE RCLPS-EVNT-DT       TO WMBAC-LAST-EVNT-DT
S51282         ADD 1                    TO WS-MBAC-POST-CNT
S51282     ELSE
S51282         IF  WS-UNIT-CNT < WMBAC-PAID-UNIT-CNT
S51282             SUBTRACT WS-UNIT-CNT FROM WMBAC-PAID-UNIT-CNT
S51282         ELSE
S51282             MOVE ZERO            TO WMBAC-PAID-UNIT-CNT
S51282         END-IF
S51282         IF  WMBAC-PAID-CLM-CNT > ZERO
S51282             SUBTRACT 1           FROM WMBAC-PAID-CLM-CNT
S51282         END-IF
S51282         IF  WS-CLM-AMT < WMBAC-PAID-AMT
S51282             SUBTRACT WS-CLM-AMT  FROM WMBAC-PAID-AMT
S51282         ELSE
S51282             MOVE ZERO            TO WMBAC-PAID-AMT
S51282         END-IF
S51282         ADD 1                    TO WS-MBAC-RVRS-CNT
S51282     END-IF.

S51282     MOVE WGLOB-PROCESS-DATE      TO WMBAC-LAST-UPDT-DT.

S51282     IF  WMBAC-IO-NOTFND
S51282         WRITE WMBAC-REC-INFO
S51282             INVALID KEY
S51282                 MOVE '22' TO WMBAC-SEQ-FILE-STATUS
S51282         END-WRITE
S51282         MOVE TFCMD-WRITE-RECORD  TO WGLOB-IO-COMMAND
S51282     ELSE
S51282         REWRITE WMBAC-REC-INFO
S51282             INVALID KEY
S51282                 MOVE '23' TO WMBAC-SEQ-FILE-STATUS
S51282         END-REWRITE
S51282         MOVE TFCMD-REWRITE-RECORD
S51282                                  TO WGLOB-IO-COMMAND
S51282     END-IF.

S51282     IF  NOT WMBAC-IO-OK
S51282         PERFORM  9720-HANDLE-MBAC-ERROR
S51282             THRU 9720-HANDLE-MBAC-ERROR-X
S51282     END-IF.

S51282 2400-POST-ACCUMULATOR-X.
S51282     EXIT.

S51282*-------------------------
S51282 2410-START-ACCUMULATOR.
S51282*-------------------------

S51282     MOVE SPACES                  TO WMBAC-REC-INFO.
S51282     MOVE RCLPS-POL-ID            TO WMBAC-POL-ID.
S51282     MOVE RCLPS-CVG-NUM           TO WMBAC-CVG-NUM.
S51282     MOVE RCLPS-CLM-TYP-CD        TO WMBAC-BNFT-TYP-CD.
S51282     MOVE ZERO                    TO WMBAC-PAID-UNIT-CNT
S51282                                     WMBAC-PAID-CLM-CNT
S51282                                     WMBAC-PAID-AMT.

S51282     MOVE RCLPS-POL-ID            TO WCVG-POL-ID.
S51282     MOVE RCLPS-CVG-NUM           TO WCVG-CVG-NUM-N.
S51282     PERFORM  CVG-1000-READ
S51282         THRU CVG-1000-READ-X.
S51282     IF  WCVG-IO-OK
S51282         MOVE RCVG-PLAN-ID        TO WMBAC-PLAN-ID
S51282     END-IF.

S51282 2410-START-ACCUMULATOR-X.
S51282     EXIT.

S51306*-------------------------
S51306 2500-STAMP-SETTLEMENT.
S51306*-------------------------

S51306*
S51306*  EACH PAID COVERAGE OF A SETTLED DEATH CLAIM IS ADDED TO
S51306*  WHAT THE CLAIMS SYSTEM HAS PAID.  THE SETTLEMENT IS PAID
S51306*  WHEN THAT EQUALS THE NET AMOUNT STAGED; OTHERWISE THE
S51306*  DIFFERENCE IS LEFT ON THE REGISTER AS A VARIANCE.  A CLAIM
S51306*  NOT YET SETTLED HAS NOTHING TO STAMP.
S51306*
S51306     MOVE RCLPS-CLM-ID            TO WDCST-CLM-ID.
S51306     MOVE TFCMD-READ-RECORD       TO WDCST-SEQ-IO-COMMAND.

S51306     READ DCST-FILE
S51306         INVALID KEY
S51306             MOVE '23' TO WDCST-SEQ-FILE-STATUS
S51306     END-READ.

S51306     IF  WDCST-IO-NOTFND
S51306         GO TO 2500-STAMP-SETTLEMENT-X
S51306     END-IF.
S51306     IF  NOT WDCST-IO-OK
S51306         PERFORM  9730-HANDLE-DCST-ERROR
S51306             THRU 9730-HANDLE-DCST-ERROR-X
S51306     END-IF.

S51306     IF  RCLPS-PAYMT-AMT-TXT NUMERIC
S51306         ADD RCLPS-PAYMT-AMT      TO WDCST-PAID-AMT
S51306     END-IF.
S51306     MOVE RCLPS-EVNT-DT           TO WDCST-PAID-DT.
S51306     COMPUTE WDCST-VAR-AMT = WDCST-PAID-AMT - WDCST-NET-AMT.

S51306     IF  WDCST-VAR-AMT = ZERO
S51306         SET  WDCST-STAT-PAID     TO TRUE
S51306         ADD 1                    TO WS-DCST-PAID-CNT
S51306     ELSE
S51306         SET  WDCST-STAT-VARIANCE TO TRUE
S51306         ADD 1                    TO WS-DCST-VAR-CNT
S51306     END-IF.

S51306     MOVE WPGWS-CRNT-PGM-ID       TO WDCST-LAST-CHG-USER-ID.
S51306     MOVE WGLOB-PROCESS-DATE      TO WDCST-LAST-CHG-DT.
S51306     MOVE TFCMD-REWRITE-RECORD    TO WDCST-SEQ-IO-COMMAND.

S51306     REWRITE WDCST-REC-INFO
S51306         INVALID KEY
S51306             MOVE '23' TO WDCST-SEQ-FILE-STATUS
S51306     END-REWRITE.

S51306     IF  NOT WDCST-IO-OK
S51306         PERFORM  9730-HANDLE-DCST-ERROR
S51306             THRU 9730-HANDLE-DCST-ERROR-X
S51306     END-IF.

S51306 2500-STAMP-SETTLEMENT-X.
S51306     EXIT.

      *-------------------------
       2100-MATCH-SENT-CLAIM.
      *-------------------------
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

S51282     MOVE WS-MBAC-POST-CNT         TO P-POST-CNT-X.
S51282     MOVE WS-MBAC-RVRS-CNT         TO P-RVRS-CNT-X.
S51282     MOVE +1                       TO WPRT1-NUMBER-LINES.
S51282     MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
S51282     PERFORM  PRT1-1000-WRITE
S51282         THRU PRT1-1000-WRITE-X.

S51306     MOVE WS-DCST-PAID-CNT         TO P-DCST-PAID-CNT-X.
S51306     MOVE WS-DCST-VAR-CNT          TO P-DCST-VAR-CNT-X.
S51306     MOVE +1                       TO WPRT1-NUMBER-LINES.
S51306     MOVE P-SUMMARY-LINE-3         TO RPRT1-SEQ-REC-INFO.
S51306     PERFORM  PRT1-1000-WRITE
S51306         THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

                 THRU 9700-HANDLE-CLSN-ERROR-X
           END-IF.

S51282     OPEN I-O MBAC-FILE.
S51282     IF  WMBAC-IO-NOFILE
S51282         OPEN OUTPUT MBAC-FILE
S51282         CLOSE MBAC-FILE
S51282         OPEN I-O MBAC-FILE
S51282     END-IF.
S51282     IF  NOT WMBAC-IO-OK
S51282         MOVE TFCMD-OPEN-U-FILE   TO WGLOB-IO-COMMAND
S51282         PERFORM 9720-HANDLE-MBAC-ERROR
S51282            THRU 9720-HANDLE-MBAC-ERROR-X
S51282     END-IF.

S51306     OPEN I-O DCST-FILE.
S51306     IF  WDCST-IO-NOFILE
S51306         OPEN OUTPUT DCST-FILE
S51306         CLOSE DCST-FILE
S51306         OPEN I-O DCST-FILE
S51306     END-IF.
S51306     IF  NOT WDCST-IO-OK
S51306         MOVE TFCMD-OPEN-U-FILE   TO WDCST-SEQ-IO-COMMAND
S51306         PERFORM 9730-HANDLE-DCST-ERROR
S51306            THRU 9730-HANDLE-DCST-ERROR-X
S51306     END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

           CLOSE CLPS-DATA-FILE.
           CLOSE CLSN-DATA-FILE.
S51236     CLOSE EVTQ-DATA-FILE.
S51282     CLOSE MBAC-FILE.
S51306     CLOSE DCST-FILE.

       9999-CLOSE-FILES-X.
           EXIT.
S51236 9710-HANDLE-EVTQ-ERROR-X.
S51236     EXIT.

S51282*-----------------------
S51282 9720-HANDLE-MBAC-ERROR.
S51282*-----------------------

S51282     MOVE WMBAC-SEQ-FILE-NAME
S51282                                 TO WGLOB-TABLE-NAME.
S51282     MOVE WMBAC-SEQ-FILE-STATUS
S51282                                 TO WGLOB-SEQ-FILE-STATUS.
S51282     PERFORM 0030-3000-QSAM-ERROR
S51282        THRU 0030-3000-QSAM-ERROR-X.

S51282 9720-HANDLE-MBAC-ERROR-X.
S51282     EXIT.

S51306*-----------------------
S51306 9730-HANDLE-DCST-ERROR.
S51306*-----------------------

S51306     MOVE WDCST-SEQ-FILE-NAME
S51306                                 TO WGLOB-TABLE-NAME.
S51306     MOVE WDCST-SEQ-FILE-STATUS
S51306                                 TO WGLOB-SEQ-FILE-STATUS.
S51306     MOVE WDCST-SEQ-IO-COMMAND
S51306                                 TO WGLOB-IO-COMMAND.
S51306     PERFORM 0030-3000-QSAM-ERROR
S51306        THRU 0030-3000-QSAM-ERROR-X.

S51306 9730-HANDLE-DCST-ERROR-X.
S51306     EXIT.

      /
       COPY XCPL0035.
      *
      * APPLICATION CONTROL MASTER
      *
       COPY CCPNMAST.
S51282*
S51282* COVERAGE READ
S51282*
S51282 COPY CCPNCVG.
      *
      * POLICY ACTIVITY HISTORY WRITE
      *
