      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51223**  02SEP26  CTS    INITIAL VERSION                            **
S51308**  15OCT26  CTS    MEMBERS PAID TO THE END OF THEIR PREMIUM-  **
S51308**                  PAYING PERIOD (PCMP REGISTER) OR MARKED    **
S51308**                  PREMIUM PAYMENT COMPLETE ARE NOT BILLED    **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.

           COPY CCFHGRPM.

S51308     COPY CCFHPCMP.

           SELECT LBIL-DATA-FILE ASSIGN TO ZSLBIL
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL

       COPY CCFWGRPM.

S51308 COPY CCFWPCMP.

       FD  LBIL-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS

       COPY CCWWGRPB.
       COPY CCWWGRPM.
S51308 COPY CCWWPCMP.

       01  WLBIL-SEQ-IO-WORK-AREA.
           05  WLBIL-SEQ-FILE-NAME             PIC X(04)
                                                    VALUE ZERO.
           05  WS-BROWSE-DONE-SW         PIC X(01)  VALUE 'N'.
               88  WS-BROWSE-DONE                   VALUE 'Y'.
S51308     05  WS-PCMP-OPEN-SW           PIC X(01)  VALUE 'N'.
S51308         88  WS-PCMP-OPEN                     VALUE 'Y'.
S51308     05  WS-PCMP-DONE-SW           PIC X(01)  VALUE 'N'.
S51308         88  WS-PCMP-DONE                     VALUE 'Y'.
S51308         88  WS-PCMP-NOT-DONE                 VALUE 'N'.
S51308     05  WS-PCMP-PDTO-DT           PIC X(10).

       01  WS-REPORT-TOTALS.
           05  WS-GRP-CNT              PIC S9(05) COMP-3 VALUE +0.
           05  WS-MBR-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-TOT-BILL-AMT         PIC S9(15)V99 COMP-3
                                                      VALUE ZERO.
S51308     05  WS-PCMP-SKIP-CNT        PIC S9(07) COMP-3 VALUE +0.

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE 'TOTAL BILLED: '.
           03  P-BILL-AMT-X                PIC Z(13)9.99.

S51308 01  P-SUMMARY-LINE-2.
S51308     03  FILLER                      PIC X(01).
S51308     03  FILLER                      PIC X(36)
S51308         VALUE 'MEMBERS NOT BILLED - PREM COMPLETE: '.
S51308     03  P-PCMP-SKIP-X               PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.
               GO TO 3100-BILL-ONE-MEMBER-X
           END-IF.

S51308*
S51308*  NO PREMIUM IS BILLED PAST THE LAST DUE DATE OF A LIMITED-
S51308*  PAY POLICY - THE MEMBER STAYS ON THE GROUP, UNBILLED.
S51308*
S51308     PERFORM  3150-CHECK-PREM-CMPLT
S51308         THRU 3150-CHECK-PREM-CMPLT-X.
S51308
S51308     IF  WS-PCMP-DONE
S51308         ADD 1                    TO WS-PCMP-SKIP-CNT
S51308         GO TO 3100-BILL-ONE-MEMBER-X
S51308     END-IF.

           MOVE SPACES                  TO RLBIL-SEQ-REC-INFO.
           SET  RLBIL-REC-DETAIL        TO TRUE.
           MOVE WS-CRNT-GRP-ID          TO RLBIL-GRP-ID.
       3100-BILL-ONE-MEMBER-X.
           EXIT.

S51308*-----------------------------
S51308 3150-CHECK-PREM-CMPLT.
S51308*-----------------------------
S51308
S51308     SET  WS-PCMP-NOT-DONE        TO TRUE.
S51308
S51308     IF  RPOL-PREM-PMT-CMPLT-YES
S51308         SET  WS-PCMP-DONE        TO TRUE
S51308         GO TO 3150-CHECK-PREM-CMPLT-X
S51308     END-IF.
S51308
S51308     IF  NOT WS-PCMP-OPEN
S51308         GO TO 3150-CHECK-PREM-CMPLT-X
S51308     END-IF.
S51308
S51308     MOVE WGRPM-POL-ID            TO WPCMP-POL-ID.
S51308
S51308     READ PCMP-FILE
S51308         INVALID KEY
S51308             MOVE '23'            TO WPCMP-SEQ-FILE-STATUS
S51308     END-READ.
S51308
S51308     IF  NOT WPCMP-IO-OK
S51308     OR  WPCMP-STAT-DROPPED
S51308         GO TO 3150-CHECK-PREM-CMPLT-X
S51308     END-IF.
S51308
S51308     MOVE SPACES                  TO WS-PCMP-PDTO-DT.
S51308     IF  RPOL-POL-PD-TO-DT-NUM NUMERIC
S51308         MOVE RPOL-POL-PD-TO-DT-NUM-YR
S51308                                  TO WS-PCMP-PDTO-DT (1:4)
S51308         MOVE '-'                 TO WS-PCMP-PDTO-DT (5:1)
S51308         MOVE RPOL-POL-PD-TO-DT-NUM-MO
S51308                                  TO WS-PCMP-PDTO-DT (6:2)
S51308         MOVE '-'                 TO WS-PCMP-PDTO-DT (8:1)
S51308         MOVE RPOL-POL-PD-TO-DT-NUM-DY
S51308                                  TO WS-PCMP-PDTO-DT (9:2)
S51308     END-IF.
S51308
S51308     IF  WPCMP-STAT-COMPLETED
S51308     OR  WS-PCMP-PDTO-DT NOT < WPCMP-PREM-END-DT
S51308         SET  WS-PCMP-DONE        TO TRUE
S51308     END-IF.
S51308
S51308 3150-CHECK-PREM-CMPLT-X.
S51308     EXIT.

      *-----------------------------
       4000-CLOSE-GROUP-BILL.
      *-----------------------------
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

S51308     MOVE WS-PCMP-SKIP-CNT         TO P-PCMP-SKIP-X.
S51308     MOVE +1                       TO WPRT1-NUMBER-LINES.
S51308     MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
S51308     PERFORM  PRT1-1000-WRITE
S51308         THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.
      /
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

S51308*
S51308*  NO COMPLETION REGISTER MEANS NO POLICY HAS BEEN LISTED YET -
S51308*  ONLY THE COMPLETION INDICATOR ON THE POLICY IS TESTED.
S51308*
S51308     OPEN INPUT PCMP-FILE.
S51308     IF  WPCMP-IO-OK
S51308         SET  WS-PCMP-OPEN        TO TRUE
S51308     END-IF.

           MOVE ZERO TO WLBIL-SEQ-IO-STATUS.
           OPEN OUTPUT LBIL-DATA-FILE.
           IF WLBIL-SEQ-FILE-STATUS  NOT = ZERO
           CLOSE GRPB-FILE.
           CLOSE GRPM-FILE.
           CLOSE LBIL-DATA-FILE.
S51308
S51308     IF  WS-PCMP-OPEN
S51308         CLOSE PCMP-FILE
S51308     END-IF.

       9999-CLOSE-FILES-X.
           EXIT.
