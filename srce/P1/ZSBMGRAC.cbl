      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMGRAC.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMGRAC                                         **
      **            NIGHTLY PREMIUM GRACE-PERIOD EXPIRY RUN.         **
      **                                                             **
      **            SELECTS EVERY IN-FORCE POLICY WHOSE GRACE        **
      **            DATE (RPOL-LAPS-GRACE-PER-DT) HAS BEEN REACHED   **
      **            WITH THE PREMIUM STILL UNPAID, AND DECIDES       **
      **            BETWEEN AN AUTOMATIC PREMIUM LOAN AND LAPSE:     **
      **                                                             **
      **            - APL ELECTED (RPOL-POL-NFO-APL) AND THE CASH    **
      **              SURRENDER VALUE (THE 0182 CALCULATION) LESS    **
      **              THE OUTSTANDING CAPL PAYOFF COVERS THE MODAL   **
      **              PREMIUM: A CAPL ROW IS CREATED FOR THE         **
      **              PREMIUM, THE PAID-TO AND GRACE DATES MOVE      **
      **              ON ONE BILLING MODE, AND AN APL NOTICE         **
      **              (APLN) IS QUEUED.                              **
      **            - OTHERWISE THE POLICY LAPSES AS AT ITS          **
      **              PAID-TO DATE, THE POST-LAPSE SURRENDER         **
      **              AMOUNT IS SET FOR ZSBM9847, AND A LAPSE        **
      **              NOTICE (LAPN) IS QUEUED.                       **
      **                                                             **
      **            DISASTER RELIEF IS HONOURED THROUGH THE GRACE    **
      **            DATE ITSELF: ZSBMDSGR PUSHES IT OUT, SO A POLICY **
      **            IN AN AFFECTED AREA IS NOT PICKED UP UNTIL ITS   **
      **            EXTENSION HAS RUN OUT, AND IS THEN TREATED LIKE  **
      **            ANY OTHER.  NO POLICY LAPSES UNTIL THE DUNNING   **
      **            RUN (ZSBMDUNS) HAS SENT THE FINAL WRITTEN        **
      **            WARNING (DUNS STAGE 3); UNTIL THEN IT IS HELD    **
      **            AND RETRIED ON LATER NIGHTS.                     **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51307**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHDUNS.

           COPY CCFHLTRC.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWDUNS.

       COPY CCFWLTRC.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMGRAC'.

       COPY SQLCA.

       COPY CCWWDUNS.

       COPY CCWWLTRC.

      ****************************************************************
      *    CONTROL CARD - APL INTEREST RATE FOR THE PAYOFF QUOTE
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-ANN-INT-RATE-PCT             PIC 9(02)V99.
           02  FILLER                          PIC X(69).

       01  WS-WORK-AREA.
           05  WS-ANN-INT-RATE-PCT       PIC 9(02)V99 VALUE ZERO.
           05  WS-PDTO-DT                PIC X(10).
           05  WS-NEW-PDTO-DT            PIC X(10).
           05  WS-OLD-GRACE-DT           PIC X(10).
           05  WS-NEW-GRACE-DT           PIC X(10).
           05  WS-MODE-MO-N              PIC 9(02).
           05  WS-PREM-AMT               PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-TOT-DEBT-AMT           PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-CSV-AMT                PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-AVAIL-AMT              PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-NEXT-SEQ-NUM           PIC 9(03)  VALUE ZERO.
           05  WS-OLD-CSTAT-CD           PIC X(02).
           05  WS-LTR-TYP                PIC X(04)  VALUE SPACES.
           05  WS-DUNS-FINAL-SW          PIC X(01)  VALUE 'N'.
               88  WS-DUNS-FINAL-SENT               VALUE 'Y'.
               88  WS-DUNS-FINAL-NOT-SENT           VALUE 'N'.

       01  WS-REPORT-TOTALS.
           05  WS-POLS-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXPIRED-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-APL-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-LAPSE-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-DUNS-HOLD-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-ERR-CNT              PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT HEADING AND DETAIL LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(11)
               VALUE 'POLICY     '.
           03  FILLER                      PIC X(11)
               VALUE 'PAID-TO    '.
           03  FILLER                      PIC X(11)
               VALUE 'GRACE      '.
           03  FILLER                      PIC X(16)
               VALUE '     CASH VALUE '.
           03  FILLER                      PIC X(16)
               VALUE '      LOAN DEBT '.
           03  FILLER                      PIC X(16)
               VALUE '   MODAL PREM.  '.
           03  FILLER                      PIC X(18)
               VALUE 'DISPOSITION       '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  P-PDTO-DT                   PIC X(10).
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  P-GRACE-DT                  PIC X(10).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  P-CSV                       PIC Z(10)9.99.
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  P-DEBT                      PIC Z(10)9.99.
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  P-PREM                      PIC Z(10)9.99.
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  P-DISP                      PIC X(18).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(18)
               VALUE 'POLICIES SCANNED: '.
           03  P-READ-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE 'GRACE EXPIRED:  '.
           03  P-EXPD-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(06)
               VALUE 'APL:  '.
           03  P-APL-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(08)
               VALUE 'LAPSED: '.
           03  P-LAPS-CNT-X                PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(18)
               VALUE 'NO FINAL DUN:     '.
           03  P-DNHL-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(08)
               VALUE 'ERRORS: '.
           03  P-ERR-CNT-X                 PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFWCAPL.
       COPY CCFRCAPL.

       COPY CCFWPHST.
       COPY CCFRPHST.

       COPY CCFWMAST.
       COPY CCFRMAST.

      ***************************************************************
      *    CALLED MODULE PARAMETER INFORMATION
      ***************************************************************

       COPY CCWLAPLQ.

       COPY CCWL0182.

       COPY CCWL0307.

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

           PERFORM  2000-PROCESS-POLICIES
               THRU 2000-PROCESS-POLICIES-X
                    UNTIL WPOL-IO-EOF.

           PERFORM  POL-3000-TBL-END-BROWSE
               THRU POL-3000-TBL-END-BROWSE-X.

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

      *
      *  THE CONTROL CARD IS OPTIONAL - WITHOUT ONE THE PAYOFF
      *  QUOTE USES THE RATE HELD ON THE LOAN ROWS.
      *
           IF  NOT WBCF-SEQ-IO-EOF
               MOVE RBCF-SEQ-REC-INFO   TO WS-CONTROL-RECORD
               IF  CR-ANN-INT-RATE-PCT NUMERIC
                   MOVE CR-ANN-INT-RATE-PCT
                                        TO WS-ANN-INT-RATE-PCT
               END-IF
           END-IF.

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

           MOVE LOW-VALUES              TO WPOL-KEY.
           MOVE HIGH-VALUES             TO WPOL-ENDBR-KEY.
           PERFORM  POL-1000-TBL-BROWSE
               THRU POL-1000-TBL-BROWSE-X.

           PERFORM  2900-POLICY-READ-NEXT
              THRU 2900-POLICY-READ-NEXT-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *----------------------
       2000-PROCESS-POLICIES.
      *----------------------

           ADD 1                        TO WS-POLS-READ-CNT.

           IF  NOT RPOL-POL-STAT-IN-FORCE
           OR  RPOL-POL-BILL-TYP-SINGLE
           OR  RPOL-PREM-PMT-CMPLT-YES
               GO TO 2000-NEXT-POLICY
           END-IF.

      *
      *  THE GRACE PERIOD HAS RUN OUT WHEN ITS END DATE IS NOT
      *  AFTER THE BUSINESS DATE.  A POLICY HELD ON AN EARLIER
      *  NIGHT IS PICKED UP AGAIN BECAUSE THE TEST IS NOT AN
      *  EXACT MATCH ON TODAY.
      *
           IF  RPOL-LAPS-GRACE-PER-DT = SPACES
           OR  RPOL-LAPS-GRACE-PER-DT > WGLOB-PROCESS-DATE
               GO TO 2000-NEXT-POLICY
           END-IF.

           IF  RPOL-POL-PD-TO-DT-NUM NOT NUMERIC
           OR  RPOL-POL-PD-TO-DT-NUM = ZERO
               GO TO 2000-NEXT-POLICY
           END-IF.

           MOVE SPACES                  TO WS-PDTO-DT.
           MOVE RPOL-POL-PD-TO-DT-NUM-YR
                                        TO WS-PDTO-DT (1:4).
           MOVE '-'                     TO WS-PDTO-DT (5:1).
           MOVE RPOL-POL-PD-TO-DT-NUM-MO
                                        TO WS-PDTO-DT (6:2).
           MOVE '-'                     TO WS-PDTO-DT (8:1).
           MOVE RPOL-POL-PD-TO-DT-NUM-DY
                                        TO WS-PDTO-DT (9:2).

      *
      *  A PAID-TO DATE AT OR BEYOND THE GRACE DATE MEANS THE
      *  PREMIUM HAS BEEN RECEIVED AND THE GRACE DATE IS STALE.
      *
           IF  WS-PDTO-DT NOT < RPOL-LAPS-GRACE-PER-DT
               GO TO 2000-NEXT-POLICY
           END-IF.

           MOVE RPOL-MODE-PREM-AMT      TO WS-PREM-AMT.
           IF  WS-PREM-AMT NOT > ZERO
               GO TO 2000-NEXT-POLICY
           END-IF.

           ADD 1                        TO WS-EXPIRED-CNT.
           MOVE RPOL-LAPS-GRACE-PER-DT  TO WS-OLD-GRACE-DT.
           MOVE ZERO                    TO WS-CSV-AMT
                                           WS-TOT-DEBT-AMT.

           PERFORM  3000-DECIDE-POLICY
               THRU 3000-DECIDE-POLICY-X.

       2000-NEXT-POLICY.

           PERFORM  2900-POLICY-READ-NEXT
               THRU 2900-POLICY-READ-NEXT-X.

       2000-PROCESS-POLICIES-X.
           EXIT.

      *-----------------------
       2900-POLICY-READ-NEXT.
      *-----------------------

           PERFORM  POL-2000-TBL-READ-NEXT
               THRU POL-2000-TBL-READ-NEXT-X.

           IF  NOT WPOL-IO-OK
               MOVE 8                   TO WPOL-IO-STATUS
           END-IF.

       2900-POLICY-READ-NEXT-X.
           EXIT.
      /
      *----------------------
       3000-DECIDE-POLICY.
      *----------------------

           MOVE SPACES                  TO LAPLQ-PARM-INFO.
           MOVE RPOL-POL-ID             TO LAPLQ-POL-ID.
           MOVE WGLOB-PROCESS-DATE      TO LAPLQ-PAYMT-DT.
           MOVE WS-ANN-INT-RATE-PCT     TO LAPLQ-ANN-INT-RATE-PCT.

           CALL 'ZSRQAPLQ' USING WGLOB-GLOBAL-AREA
                                 LAPLQ-PARM-INFO
               ON EXCEPTION
                   SET LAPLQ-RETRN-ERROR TO TRUE
           END-CALL.

           IF  LAPLQ-RETRN-ERROR
               ADD 1                    TO WS-ERR-CNT
               MOVE 'ERROR-LOAN QUOTE ' TO P-DISP
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 3000-DECIDE-POLICY-X
           END-IF.

           IF  LAPLQ-RETRN-OK
               MOVE LAPLQ-TOT-PAYOFF-AMT
                                        TO WS-TOT-DEBT-AMT
           END-IF.

           PERFORM  0182-1000-BUILD-PARM-INFO
               THRU 0182-1000-BUILD-PARM-INFO-X.
           MOVE RPOL-POL-ID             TO L0182-POL-ID.
           MOVE WGLOB-PROCESS-DATE      TO L0182-EFF-DT.
           PERFORM  0182-1000-CALC-CSV-POL
               THRU 0182-1000-CALC-CSV-POL-X.

           IF  NOT L0182-RETRN-OK
               ADD 1                    TO WS-ERR-CNT
               MOVE 'ERROR-CASH VALUE ' TO P-DISP
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 3000-DECIDE-POLICY-X
           END-IF.

           MOVE L0182-CVG-CSV-AMT       TO WS-CSV-AMT.
           COMPUTE WS-AVAIL-AMT = WS-CSV-AMT - WS-TOT-DEBT-AMT.

           IF  RPOL-POL-NFO-APL
           AND WS-AVAIL-AMT NOT < WS-PREM-AMT
               PERFORM  4000-ADVANCE-PREMIUM
                   THRU 4000-ADVANCE-PREMIUM-X
               GO TO 3000-DECIDE-POLICY-X
           END-IF.

      *
      *  THE FINAL WRITTEN WARNING MUST HAVE GONE OUT BEFORE THE
      *  POLICY MAY LAPSE.  WITHOUT IT THE POLICY IS HELD AND
      *  RETRIED EACH NIGHT UNTIL THE DUNNING RUN CATCHES UP.
      *
           PERFORM  3100-CHECK-DUNNING
               THRU 3100-CHECK-DUNNING-X.

           IF  WS-DUNS-FINAL-NOT-SENT
               ADD 1                    TO WS-DUNS-HOLD-CNT
               MOVE 'HELD - NO DUN3   ' TO P-DISP
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 3000-DECIDE-POLICY-X
           END-IF.

           PERFORM  5000-LAPSE-POLICY
               THRU 5000-LAPSE-POLICY-X.

       3000-DECIDE-POLICY-X.
           EXIT.

      *------------------------
       3100-CHECK-DUNNING.
      *------------------------

           SET  WS-DUNS-FINAL-NOT-SENT  TO TRUE.

           MOVE RPOL-POL-ID             TO WDUNS-POL-ID.

           READ DUNS-FILE
               INVALID KEY
                   MOVE '23'            TO WDUNS-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WDUNS-IO-OK
               GO TO 3100-CHECK-DUNNING-X
           END-IF.

           IF  WDUNS-STAGE-NUM NOT < 3
           AND WDUNS-STG3-LTR-DT NOT = SPACES
               SET  WS-DUNS-FINAL-SENT  TO TRUE
           END-IF.

       3100-CHECK-DUNNING-X.
           EXIT.
      /
      *------------------------
       4000-ADVANCE-PREMIUM.
      *------------------------

           EVALUATE TRUE
               WHEN RPOL-POL-BILL-MODE-CD-N NOT NUMERIC
                   MOVE 1               TO WS-MODE-MO-N
               WHEN RPOL-POL-BILL-MODE-ANNUALLY
                   MOVE 12              TO WS-MODE-MO-N
               WHEN RPOL-POL-BILL-MODE-SEMI-ANN
                   MOVE 6               TO WS-MODE-MO-N
               WHEN RPOL-POL-BILL-MODE-CD-N = 4
                   MOVE 3               TO WS-MODE-MO-N
               WHEN OTHER
                   MOVE 1               TO WS-MODE-MO-N
           END-EVALUATE.

           PERFORM  4100-GET-NEXT-LOAN-SEQ
               THRU 4100-GET-NEXT-LOAN-SEQ-X.

      *
      *  THE LOAN IS TAKEN AS AT THE UNPAID DUE DATE, SO INTEREST
      *  RUNS FROM THE DAY THE PREMIUM FELL DUE.
      *
           MOVE SPACES                  TO RCAPL-REC-INFO.
           MOVE RPOL-POL-ID             TO RCAPL-POL-ID.
           MOVE WS-NEXT-SEQ-NUM         TO RCAPL-SEQ-NUM.
           MOVE WS-PDTO-DT              TO RCAPL-APL-EFF-DT
                                           RCAPL-APL-PD-TO-DT.
           SET  RCAPL-COMM-PAY-STAT-ACTIVE
                                        TO TRUE.
           MOVE WS-PREM-AMT             TO RCAPL-COMM-BAL-AMT.
           MOVE ZERO                    TO RCAPL-PREV-COMM-BAL-AMT
                                           RCAPL-COMM-PAYBL-AMT
                                           RCAPL-PREV-COMM-PAYBL-AMT.
           MOVE RPOL-POL-BILL-MODE-CD   TO RCAPL-POL-BILL-MODE-CD.
           MOVE WS-PREM-AMT             TO RCAPL-POL-MPREM-AMT.
           SET  RCAPL-LOAN-TYP-APL      TO TRUE.

           PERFORM  CAPL-1000-CREATE
               THRU CAPL-1000-CREATE-X.

           IF  NOT WCAPL-IO-OK
               ADD 1                    TO WS-ERR-CNT
               MOVE 'ERROR-LOAN CREATE' TO P-DISP
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 4000-ADVANCE-PREMIUM-X
           END-IF.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WS-PDTO-DT              TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-DAYS.
           MOVE WS-MODE-MO-N            TO L1680-NUMBER-OF-MONTHS.
           PERFORM  1680-3000-ADD-Y-M-D-TO-DATE
               THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-NEW-PDTO-DT.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WS-OLD-GRACE-DT         TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-DAYS.
           MOVE WS-MODE-MO-N            TO L1680-NUMBER-OF-MONTHS.
           PERFORM  1680-3000-ADD-Y-M-D-TO-DATE
               THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-NEW-GRACE-DT.

           MOVE RPOL-POL-ID             TO WPOL-POL-ID.
           PERFORM  POL-1000-READ-FOR-UPDATE
               THRU POL-1000-READ-FOR-UPDATE-X.

           IF  NOT WPOL-IO-OK
               ADD 1                    TO WS-ERR-CNT
               MOVE 'ERROR-POL UPDATE ' TO P-DISP
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 4000-ADVANCE-PREMIUM-X
           END-IF.

           MOVE WS-NEW-PDTO-DT (1:4)    TO RPOL-POL-PD-TO-DT-NUM-YR.
           MOVE WS-NEW-PDTO-DT (6:2)    TO RPOL-POL-PD-TO-DT-NUM-MO.
           MOVE WS-NEW-PDTO-DT (9:2)    TO RPOL-POL-PD-TO-DT-NUM-DY.
           MOVE WS-NEW-GRACE-DT         TO RPOL-LAPS-GRACE-PER-DT.

           PERFORM  POL-2000-REWRITE
               THRU POL-2000-REWRITE-X.

           IF  NOT WPOL-IO-OK
               ADD 1                    TO WS-ERR-CNT
               MOVE 'ERROR-POL UPDATE ' TO P-DISP
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 4000-ADVANCE-PREMIUM-X
           END-IF.

           PERFORM  4200-RESET-DUNNING
               THRU 4200-RESET-DUNNING-X.

           MOVE SPACES                  TO RPHST-REC-INFO.
           MOVE 'APLN'                  TO WS-LTR-TYP.
           MOVE 'LN'                    TO RPHST-ACTVTY-TYP-CD.
           MOVE 'AUTOMATIC PREMIUM LOAN AT GRACE EXPIRY'
                                        TO RPHST-ACTVTY-DESC-TXT.
           MOVE WS-PDTO-DT              TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE WS-NEW-PDTO-DT          TO RPHST-PCHST-NEW-VALU-TXT.
           PERFORM  6000-NOTIFY-AND-STAMP
               THRU 6000-NOTIFY-AND-STAMP-X.

           ADD 1                        TO WS-APL-CNT.
           MOVE 'APL - PREM LOANED' TO P-DISP.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       4000-ADVANCE-PREMIUM-X.
           EXIT.

      *-----------------------------
       4100-GET-NEXT-LOAN-SEQ.
      *-----------------------------

           MOVE ZERO                    TO WS-NEXT-SEQ-NUM.

           MOVE LOW-VALUES              TO WCAPL-KEY.
           MOVE RPOL-POL-ID             TO WCAPL-POL-ID.
           MOVE HIGH-VALUES             TO WCAPL-ENDBR-KEY.
           MOVE RPOL-POL-ID             TO WCAPL-ENDBR-POL-ID.

           PERFORM  CAPL-1000-BROWSE
               THRU CAPL-1000-BROWSE-X.

           PERFORM  CAPL-2000-READ-NEXT
               THRU CAPL-2000-READ-NEXT-X.

           PERFORM  4110-NEXT-LOAN-ROW
               THRU 4110-NEXT-LOAN-ROW-X
                    UNTIL NOT WCAPL-IO-OK
                    OR    RCAPL-POL-ID NOT = RPOL-POL-ID.

           PERFORM  CAPL-3000-END-BROWSE
               THRU CAPL-3000-END-BROWSE-X.

           ADD 1                        TO WS-NEXT-SEQ-NUM.

       4100-GET-NEXT-LOAN-SEQ-X.
           EXIT.

      *----------------------
       4110-NEXT-LOAN-ROW.
      *----------------------

           IF  RCAPL-SEQ-NUM > WS-NEXT-SEQ-NUM
               MOVE RCAPL-SEQ-NUM       TO WS-NEXT-SEQ-NUM
           END-IF.

           PERFORM  CAPL-2000-READ-NEXT
               THRU CAPL-2000-READ-NEXT-X.

       4110-NEXT-LOAN-ROW-X.
           EXIT.

      *------------------------
       4200-RESET-DUNNING.
      *------------------------

      *
      *  THE LOAN HAS SETTLED THE ARREARS, SO THE REMINDER LADDER
      *  STARTS AFRESH FOR THE NEXT DUE DATE.
      *
           MOVE RPOL-POL-ID             TO WDUNS-POL-ID.

           READ DUNS-FILE
               INVALID KEY
                   MOVE '23'            TO WDUNS-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WDUNS-IO-OK
           OR  WDUNS-STAGE-NUM = ZERO
               GO TO 4200-RESET-DUNNING-X
           END-IF.

           MOVE ZERO                    TO WDUNS-STAGE-NUM.
           MOVE WGLOB-PROCESS-DATE      TO WDUNS-LAST-RESET-DT.

           REWRITE WDUNS-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WDUNS-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WDUNS-IO-OK
              MOVE WDUNS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WDUNS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-REWRITE-RECORD   TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       4200-RESET-DUNNING-X.
           EXIT.
      /
      *------------------------
       5000-LAPSE-POLICY.
      *------------------------

           MOVE RPOL-POL-ID             TO WPOL-POL-ID.
           PERFORM  POL-1000-READ-FOR-UPDATE
               THRU POL-1000-READ-FOR-UPDATE-X.

           IF  NOT WPOL-IO-OK
               ADD 1                    TO WS-ERR-CNT
               MOVE 'ERROR-POL UPDATE ' TO P-DISP
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 5000-LAPSE-POLICY-X
           END-IF.

      *
      *  COVER CEASES AT THE PAID-TO DATE.  THE CEASE DATE IS THE
      *  BASE ZSBM9847 USES FOR THE REINSTATEMENT PERIOD, AND THE
      *  VALUE LEFT AFTER THE LOANS ARE NETTED OFF IS HELD FOR THE
      *  POST-LAPSE SURRENDER.
      *
           MOVE RPOL-POL-CSTAT-CD       TO WS-OLD-CSTAT-CD.
           MOVE RPOL-POL-CSTAT-CD       TO RPOL-POL-PREV-CSTAT-CD.
           SET  RPOL-POL-STAT-LAPSED    TO TRUE.
           MOVE WS-PDTO-DT              TO RPOL-POL-STAT-CHNG-DT
                                           RPOL-POL-CEAS-DT.

           IF  WS-AVAIL-AMT > ZERO
               MOVE WS-AVAIL-AMT        TO RPOL-POST-LAPS-SURR-AMT
           ELSE
               MOVE ZERO                TO RPOL-POST-LAPS-SURR-AMT
           END-IF.

           PERFORM  POL-2000-REWRITE
               THRU POL-2000-REWRITE-X.

           IF  NOT WPOL-IO-OK
               ADD 1                    TO WS-ERR-CNT
               MOVE 'ERROR-POL UPDATE ' TO P-DISP
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 5000-LAPSE-POLICY-X
           END-IF.

           MOVE SPACES                  TO RPHST-REC-INFO.
           MOVE 'LAPN'                  TO WS-LTR-TYP.
           MOVE 'LA'                    TO RPHST-ACTVTY-TYP-CD.
           MOVE 'POLICY LAPSED AT GRACE EXPIRY'
                                        TO RPHST-ACTVTY-DESC-TXT.
           MOVE WS-OLD-CSTAT-CD         TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE RPOL-POL-CSTAT-CD       TO RPHST-PCHST-NEW-VALU-TXT.
           PERFORM  6000-NOTIFY-AND-STAMP
               THRU 6000-NOTIFY-AND-STAMP-X.

           ADD 1                        TO WS-LAPSE-CNT.
           MOVE 'LAPSED           ' TO P-DISP.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       5000-LAPSE-POLICY-X.
           EXIT.
      /
      *--------------------------
       6000-NOTIFY-AND-STAMP.
      *--------------------------

      *
      *  THE CALLER HAS CLEARED THE HISTORY ROW AND PLACED THE
      *  ACTIVITY CODE, DESCRIPTION AND OLD/NEW VALUES IN IT; THE
      *  REST IS FILLED IN HERE BEFORE THE ROW IS WRITTEN AND THE
      *  NOTICE QUEUED.
      *
           MOVE RPOL-POL-ID             TO RPHST-POL-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-PCHST-EFF-DT
                                           RPHST-ACTVTY-EFF-DT.
           MOVE WS-LTR-TYP              TO RPHST-POL-ACTV-TYP-ID.
           SET  RPHST-PCHST-STAT-ACTIVE TO TRUE.
           MOVE WGLOB-USER-ID           TO RPHST-PREV-UPDT-USER-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-PREV-UPDT-DT.

           PERFORM  PHST-1000-CREATE
               THRU PHST-1000-CREATE-X.

           MOVE RPOL-POL-ID             TO L0307-POL-ID.
           MOVE WS-LTR-TYP              TO L0307-LTR-TYP.
           MOVE WGLOB-PROCESS-DATE      TO L0307-RUN-DT.

           PERFORM  0307-1000-QUEUE-LETTER
               THRU 0307-1000-QUEUE-LETTER-X.

       6000-NOTIFY-AND-STAMP-X.
           EXIT.
      /
      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

           MOVE RPOL-POL-ID             TO P-POL-ID.
           MOVE WS-PDTO-DT              TO P-PDTO-DT.
           MOVE WS-OLD-GRACE-DT         TO P-GRACE-DT.
           MOVE WS-CSV-AMT              TO P-CSV.
           MOVE WS-TOT-DEBT-AMT         TO P-DEBT.
           MOVE WS-PREM-AMT             TO P-PREM.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                  TO P-DISP.

       8400-WRITE-DETAIL-LINE-X.
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

      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-POLS-READ-CNT         TO P-READ-CNT-X.
           MOVE WS-EXPIRED-CNT           TO P-EXPD-CNT-X.
           MOVE WS-APL-CNT               TO P-APL-CNT-X.
           MOVE WS-LAPSE-CNT             TO P-LAPS-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-DUNS-HOLD-CNT         TO P-DNHL-CNT-X.
           MOVE WS-ERR-CNT               TO P-ERR-CNT-X.

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
           PERFORM 9600-GET-TEXT-DESC
              THRU 9600-GET-TEXT-DESC-X.
           MOVE L2490-TXT-STR-TXT  TO L0040-PROGRAM-DESC.
           MOVE L2490-TXT-STR-TXT  TO WHDG-REPORT-TITLE.

           PERFORM 0040-1000-INIT-TITLE
              THRU 0040-1000-INIT-TITLE-X.

       9100-INIT-TITLES-X.
           EXIT.

      *-------------------
       9600-GET-TEXT-DESC.
      *-------------------

           PERFORM 2490-1000-BUILD-PARM-INFO
              THRU 2490-1000-BUILD-PARM-INFO-X.
           MOVE WPGWS-CRNT-PGM-ID  TO L2490-TXT-SRC-ID.
           MOVE WS-TXT-SRC-REF-ID  TO L2490-TXT-SRC-REF-ID.
           PERFORM 2490-1000-RETRIEVE-TEXT
              THRU 2490-1000-RETRIEVE-TEXT-X.

       9600-GET-TEXT-DESC-X.
           EXIT.
      /
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           OPEN I-O DUNS-FILE.
           IF  WDUNS-IO-NOFILE
               OPEN OUTPUT DUNS-FILE
               CLOSE DUNS-FILE
               OPEN I-O DUNS-FILE
           END-IF.
           IF  WDUNS-SEQ-FILE-STATUS NOT = '00'
              MOVE WDUNS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WDUNS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           OPEN I-O LTR-CNTL-FILE.
           IF  WLTRC-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT LTR-CNTL-FILE
               CLOSE LTR-CNTL-FILE
               OPEN I-O LTR-CNTL-FILE
           END-IF.
           IF  WLTRC-SEQ-FILE-STATUS NOT = '00'
              MOVE WLTRC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WLTRC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
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

           MOVE WS-APL-CNT               TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSGRAC0001'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL AUTOMATIC PREMIUM LOANS TAKEN @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           MOVE WS-LAPSE-CNT             TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSGRAC0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL POLICIES LAPSED AT GRACE EXPIRY @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           MOVE WS-DUNS-HOLD-CNT         TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSGRAC0003'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL GRACE-EXPIRED POLICIES HELD @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE DUNS-FILE.
           CLOSE LTR-CNTL-FILE.

       9999-CLOSE-FILES-X.
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
      * DATE ARITHMETIC
      *
       COPY XCPL1680.
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
      * POLICY BROWSE AND UPDATE
      *
       COPY CCPTPOL.
       COPY CCPUPOL.
      *
      * LOAN LEDGER BROWSE AND CREATE
      *
       COPY CCPACAPL.
       COPY CCPCCAPL.
      *
      * CSV CALCULATION
      *
       COPY CCPL0182.
       COPY CCPS0182.
      *
      * LETTER QUEUE
      *
       COPY CCPP0307.
      *
      * POLICY CHANGE HISTORY
      *
       COPY CCPCPHST.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMGRAC                     **
      *****************************************************************
