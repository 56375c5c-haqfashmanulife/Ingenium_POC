      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMSWPX.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMSWPX                                         **
      **  REMARKS:  MONTHLY SYSTEMATIC WITHDRAWAL PLAN RUN.  RUNS    **
      **            ONLY ONCE THE UNIT PRICE VALIDATION GATE (UVGT,  **
      **            SET BY SSRF6310) HAS PASSED FOR THE PROCESS      **
      **            DATE.  THE SCHEDULE FILE (SWPS, SSRQSWPS) IS     **
      **            MATCHED IN POLICY ORDER AGAINST THE FUND         **
      **            HOLDING FILE (SCSRFHLD).  EVERY ACTIVE SCHEDULE  **
      **            DUE BY THE PROCESS DATE IS PAID AS A PARTIAL     **
      **            SURRENDER OF EACH FUND DRAWN FROM THROUGH THE    **
      **            STANDARD SSRF6330 PROCESSING, AND THE PROCEEDS   **
      **            ARE STAGED ON THE DISBURSEMENT QUEUE (ZCSRDSBQ)  **
      **            FOR THE ZSBMDSBD DRAIN TO PAY TO THE CLIENT'S    **
      **            REGISTERED BANK ACCOUNT.  A SCHEDULE IS          **
      **            SUSPENDED, BEFORE ANYTHING IS SURRENDERED, WHEN  **
      **            THE POLICY IS NOT IN FORCE, WHEN THE FUNDS       **
      **            DRAWN FROM DO NOT COVER THE AMOUNT, OR WHEN A    **
      **            FUND WOULD BE LEFT BELOW ITS SSRC7010 MINIMUM.   **
      **            A SCHEDULE WHOSE SURRENDER FAILS IS SKIPPED AND  **
      **            RETRIED ON THE NEXT RUN.  SUSPENDED AND SKIPPED  **
      **            SCHEDULES ARE LISTED ON THE EXCEPTIONS REPORT    **
      **            AND RECORDED ON PHST.                            **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51268**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY SCFHSWPS.

           COPY SCFHUVGT.

           SELECT OFHL-DATA-FILE ASSIGN TO ZSOFHL
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WOFHL-SEQ-FILE-STATUS.

           SELECT DSBQ-DATA-FILE ASSIGN TO ZSDSBQ
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WDSBQ-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY SCFWSWPS.

       COPY SCFWUVGT.

       FD  OFHL-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY SCSRFHLD.

       FD  DSBQ-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRDSBQ.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMSWPX'.

       COPY SQLCA.

       COPY SCWWSWPS.

       COPY SCWWUVGT.
       COPY SCFRUVGT.

       01  WOFHL-SEQ-IO-WORK-AREA.
           05  WOFHL-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'OFHL'.
           05  WOFHL-SEQ-IO-COMMAND            PIC X(02).
           05  WOFHL-SEQ-FILE-STATUS           PIC X(02).
           05  WOFHL-SEQ-IO-STATUS             PIC 9(01).
               88  WOFHL-SEQ-IO-OK             VALUE 0.
               88  WOFHL-SEQ-IO-EOF            VALUE 8.
               88  WOFHL-SEQ-IO-ERROR          VALUE 9.

       01  WDSBQ-SEQ-IO-WORK-AREA.
           05  WDSBQ-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'DSBQ'.
           05  WDSBQ-SEQ-IO-COMMAND            PIC X(02).
           05  WDSBQ-SEQ-FILE-STATUS           PIC X(02).

      ****************************************************************
      *    ONE SCHEDULE IN PROGRESS
      ****************************************************************

       01  WS-SWP-WORK-AREA.
           05  WS-POL-ID                 PIC X(10)  VALUE SPACES.
           05  WS-TOT-VALUE-AMT          PIC S9(15)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-RUN-VALUE-AMT          PIC S9(15)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-DRAW-VALUE-AMT         PIC S9(15)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-LEFT-TO-DRAW-AMT       PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-LEG-SUM-AMT            PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-PAID-AMT               PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-FUND-LEFT-AMT          PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-FIND-FUND-CD           PIC X(04)  VALUE SPACES.
           05  WS-SUSP-RSN-CD            PIC X(02)  VALUE SPACES.
               88  WS-SUSP-BELOW-MIN                VALUE 'MN'.
               88  WS-SUSP-NO-VALUE                 VALUE 'NV'.
               88  WS-SUSP-NOT-INFORCE              VALUE 'NI'.
               88  WS-NO-SUSPENSION                 VALUE SPACES.
           05  WS-FAIL-SW                PIC X(01)  VALUE 'N'.
               88  WS-LEG-FAILED                    VALUE 'Y'.
           05  WS-EXCP-TXT               PIC X(24)  VALUE SPACES.
           05  WS-PHST-TYP-CD            PIC X(02)  VALUE SPACES.

       01  WS-FH-TABLE-AREA.
           05  WS-FH-MAX                 PIC S9(04) COMP VALUE +20.
           05  WS-FH-CNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-FH-IX                  PIC S9(04) COMP.
           05  WS-FH-ENTRY               OCCURS 20 TIMES.
               10  WS-FH-FUND-CD         PIC X(04).
               10  WS-FH-VALUE-AMT       PIC S9(13)V99 COMP-3.

      *
      *  ONE LEG PER FUND DRAWN FROM.  A FUND NAMED TWICE ON THE
      *  SCHEDULE IS DRAWN ONCE.
      *
       01  WS-LG-TABLE-AREA.
           05  WS-LG-CNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-LG-IX                  PIC S9(04) COMP.
           05  WS-LG-SUB                 PIC S9(04) COMP.
           05  WS-LG-ENTRY               OCCURS 20 TIMES.
               10  WS-LG-FUND-CD         PIC X(04).
               10  WS-LG-FH-IX           PIC S9(04) COMP.
               10  WS-LG-AMT             PIC S9(13)V99 COMP-3.

       01  WS-SEARCH-AREA.
           05  WS-NF-IX                  PIC S9(04) COMP.
           05  WS-HIT-IX                 PIC S9(04) COMP.

      *
      *  PHST DESCRIPTION AND BEFORE/AFTER VALUE TEXT
      *
       01  WS-PHST-DESC-TXT.
           05  FILLER                    PIC X(21)
               VALUE 'SYSTEMATIC WITHDRAWAL'.
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  WS-PHST-DESC-ACTN         PIC X(18).

       01  WS-PHST-OLD-VALU-TXT.
           05  FILLER                    PIC X(07)  VALUE 'AMOUNT '.
           05  WS-PHST-OLD-AMT           PIC Z(10)9.99.
           05  FILLER                    PIC X(08)  VALUE SPACES.

       01  WS-REPORT-TOTALS.
           05  WS-DUE-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-PAID-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-SUSP-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-SKIP-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-COMPL-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-TOT-PAID-AMT         PIC S9(15)V99 COMP-3
                                                      VALUE ZERO.

      ****************************************************************
      *    EXCEPTIONS REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'SYSTEMATIC WITHDRAWAL PLAN EXCEPTIONS       '.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'POLICY    '.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(10)
               VALUE 'DUE DATE  '.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE '          AMOUNT'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE '    POLICY VALUE'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(24)
               VALUE 'DISPOSITION             '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DUE-DT                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-WTHDR-AMT                 PIC Z(12)9.99.
           03  FILLER                      PIC X(02).
           03  P-TOT-VALUE                 PIC Z(12)9.99.
           03  FILLER                      PIC X(02).
           03  P-DISP                      PIC X(24).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(15)
               VALUE 'SCHEDULES DUE: '.
           03  P-DUE-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(06)
               VALUE 'PAID: '.
           03  P-PAID-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(11)
               VALUE 'SUSPENDED: '.
           03  P-SUSP-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(09)
               VALUE 'SKIPPED: '.
           03  P-SKIP-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(11)
               VALUE 'COMPLETED: '.
           03  P-COMPL-CNT-X               PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(21)
               VALUE 'TOTAL WITHDRAWN:     '.
           03  P-PAID-AMT-X                PIC Z(12)9.99.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCWWCVGS.

       COPY CCFWMAST.
       COPY CCFRMAST.

       COPY CCFWPHST.
       COPY CCFRPHST.

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

       COPY SCWL6330.

       COPY SCWL7010.

       COPY SCWLSEGF.

       COPY CCWLPGA.

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

           PERFORM  2000-PROCESS-SCHEDULE
               THRU 2000-PROCESS-SCHEDULE-X
                    UNTIL NOT WSWPS-IO-OK.

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

           PERFORM  0300-CHECK-PRICE-GATE
              THRU 0300-CHECK-PRICE-GATE-X.

           PERFORM  9100-INIT-TITLES
              THRU 9100-INIT-TITLES-X.

           PERFORM  8450-WRITE-DETAIL-HEADING
              THRU 8450-WRITE-DETAIL-HEADING-X.

           PERFORM  9500-OFHL-READ
              THRU 9500-OFHL-READ-X.

           MOVE LOW-VALUES              TO WSWPS-KEY.
           START SWPS-FILE
               KEY IS GREATER THAN WSWPS-KEY
               INVALID KEY
                   MOVE '10'            TO WSWPS-SEQ-FILE-STATUS
           END-START.

           IF  WSWPS-IO-OK
               PERFORM  9510-SWPS-READ-NEXT
                   THRU 9510-SWPS-READ-NEXT-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.

      *----------------------
       0300-CHECK-PRICE-GATE.
      *----------------------

      *
      *  UNITS ARE ONLY SURRENDERED ON VALIDATED PRICES.  THE RUN
      *  STOPS UNTIL THE GATE FOR THE PROCESS DATE PASSES.
      *
           MOVE WGLOB-PROCESS-DATE       TO WUVGT-RQST-BUS-DT.

           PERFORM  UVGT-1000-CHECK-GATE
               THRU UVGT-1000-CHECK-GATE-X.

           IF  NOT RUVGT-GATE-PASSED
      *MSG: (S) UNIT PRICE VALIDATION GATE NOT PASSED FOR @1
               MOVE WGLOB-PROCESS-DATE   TO WGLOB-MSG-PARM (1)
               MOVE 'ZSSWPX0001'         TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

       0300-CHECK-PRICE-GATE-X.
           EXIT.
      /
      *--------------------------
       2000-PROCESS-SCHEDULE.
      *--------------------------

           MOVE WSWPS-POL-ID            TO WS-POL-ID.
           MOVE ZERO                    TO WS-FH-CNT
                                           WS-TOT-VALUE-AMT.

      *
      *  HOLDINGS OF POLICIES WITHOUT A SCHEDULE ARE PASSED OVER;
      *  THE SCHEDULED POLICY'S HOLDINGS ARE LOADED.
      *
           PERFORM  9500-OFHL-READ
               THRU 9500-OFHL-READ-X
               UNTIL WOFHL-SEQ-IO-EOF
               OR    RFHLD-POL-ID NOT < WS-POL-ID.

           PERFORM  2100-ADD-HOLDING
               THRU 2100-ADD-HOLDING-X
               UNTIL WOFHL-SEQ-IO-EOF
               OR    RFHLD-POL-ID NOT = WS-POL-ID.

           IF  WSWPS-STAT-ACTIVE
           AND WSWPS-NEXT-DUE-DT NOT > WGLOB-PROCESS-DATE
               PERFORM  3000-PAY-SCHEDULE
                   THRU 3000-PAY-SCHEDULE-X
           END-IF.

           PERFORM  9510-SWPS-READ-NEXT
               THRU 9510-SWPS-READ-NEXT-X.

       2000-PROCESS-SCHEDULE-X.
           EXIT.

      *---------------------
       2100-ADD-HOLDING.
      *---------------------

           IF  RFHLD-UNIT-BAL NOT NUMERIC
           OR  RFHLD-UNIT-VALUE NOT NUMERIC
               GO TO 2100-NEXT-HOLDING
           END-IF.

           IF  WS-FH-CNT NOT < WS-FH-MAX
      *MSG: (S) POLICY @1 HOLDS MORE FUNDS THAN THE WITHDRAWAL LIMIT
               MOVE WS-POL-ID           TO WGLOB-MSG-PARM (1)
               MOVE 'ZSSWPX0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           ADD 1                        TO WS-FH-CNT.
           MOVE WS-FH-CNT               TO WS-FH-IX.

           MOVE RFHLD-FUND-CD      TO WS-FH-FUND-CD   (WS-FH-IX).
           COMPUTE WS-FH-VALUE-AMT (WS-FH-IX) ROUNDED =
               RFHLD-UNIT-BAL * RFHLD-UNIT-VALUE.

           ADD WS-FH-VALUE-AMT (WS-FH-IX)
                                        TO WS-TOT-VALUE-AMT.

       2100-NEXT-HOLDING.

           PERFORM  9500-OFHL-READ
               THRU 9500-OFHL-READ-X.

       2100-ADD-HOLDING-X.
           EXIT.
      /
      *---------------------------
       3000-PAY-SCHEDULE.
      *---------------------------

      *
      *  A SCHEDULE PAST ITS END DATE HAS FINISHED.
      *
           IF  WSWPS-END-DT NOT = SPACES
           AND WSWPS-NEXT-DUE-DT > WSWPS-END-DT
               SET  WSWPS-STAT-COMPLETE TO TRUE
               ADD 1                    TO WS-COMPL-CNT
               PERFORM  3900-REWRITE-SCHEDULE
                   THRU 3900-REWRITE-SCHEDULE-X
               GO TO 3000-PAY-SCHEDULE-X
           END-IF.

           ADD 1                        TO WS-DUE-CNT.
           MOVE SPACES                  TO WS-SUSP-RSN-CD.
           MOVE 'N'                     TO WS-FAIL-SW.
           MOVE ZERO                    TO WS-LG-CNT
                                           WS-PAID-AMT.

           MOVE WS-POL-ID               TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
           OR  NOT RPOL-POL-STAT-IN-FORCE
               SET WS-SUSP-NOT-INFORCE  TO TRUE
               PERFORM  6000-SUSPEND-SCHEDULE
                   THRU 6000-SUSPEND-SCHEDULE-X
               GO TO 3000-PAY-SCHEDULE-X
           END-IF.

           IF  WSWPS-DRAW-NAMED-ORDER
               PERFORM  3200-BUILD-ORDER-LEGS
                   THRU 3200-BUILD-ORDER-LEGS-X
           ELSE
               PERFORM  3100-BUILD-PRO-RATA-LEGS
                   THRU 3100-BUILD-PRO-RATA-LEGS-X
           END-IF.

      *
      *  THE POLICY MUST KEEP SOME VALUE AFTER THE WITHDRAWAL.
      *
           IF  WS-NO-SUSPENSION
           AND WS-TOT-VALUE-AMT NOT > WSWPS-WTHDR-AMT
               SET WS-SUSP-NO-VALUE     TO TRUE
           END-IF.

           IF  WS-NO-SUSPENSION
               PERFORM  3300-CHECK-FUND-MINIMUM
                   THRU 3300-CHECK-FUND-MINIMUM-X
                   VARYING WS-LG-IX FROM 1 BY 1
                   UNTIL   WS-LG-IX > WS-LG-CNT
                   OR      NOT WS-NO-SUSPENSION
           END-IF.

           IF  NOT WS-NO-SUSPENSION
               PERFORM  6000-SUSPEND-SCHEDULE
                   THRU 6000-SUSPEND-SCHEDULE-X
               GO TO 3000-PAY-SCHEDULE-X
           END-IF.

           MOVE WS-TOT-VALUE-AMT        TO WS-RUN-VALUE-AMT.

           PERFORM  4000-SURRENDER-ONE-LEG
               THRU 4000-SURRENDER-ONE-LEG-X
               VARYING WS-LG-IX FROM 1 BY 1
               UNTIL   WS-LG-IX > WS-LG-CNT.

      *
      *  NOTHING SURRENDERED - THE SCHEDULE STAYS DUE AND IS TRIED
      *  AGAIN ON THE NEXT RUN.  WHAT WAS SURRENDERED IS PAID AND
      *  THE SCHEDULE MOVES ON; A SHORTFALL IS REPORTED.
      *
           IF  WS-PAID-AMT NOT > ZERO
               MOVE 'SKIPPED - SURR FAILED   ' TO WS-EXCP-TXT
               PERFORM  6100-SKIP-SCHEDULE
                   THRU 6100-SKIP-SCHEDULE-X
               GO TO 3000-PAY-SCHEDULE-X
           END-IF.

           PERFORM  5000-STAGE-PAYMENT
               THRU 5000-STAGE-PAYMENT-X.

           IF  WS-LEG-FAILED
               MOVE 'PART PAID - SURR FAILED ' TO WS-EXCP-TXT
               PERFORM  6100-SKIP-SCHEDULE
                   THRU 6100-SKIP-SCHEDULE-X
           END-IF.

           PERFORM  5100-ROLL-DUE-DATE
               THRU 5100-ROLL-DUE-DATE-X.

           PERFORM  3900-REWRITE-SCHEDULE
               THRU 3900-REWRITE-SCHEDULE-X.

       3000-PAY-SCHEDULE-X.
           EXIT.

      *------------------------------
       3100-BUILD-PRO-RATA-LEGS.
      *------------------------------

      *
      *  PRO-RATA OVER THE NAMED FUNDS THE POLICY HOLDS, OR OVER
      *  EVERY FUND IT HOLDS WHEN NONE ARE NAMED.  THE FUNDS DRAWN
      *  FROM MUST BE WORTH MORE THAN THE AMOUNT.
      *
           MOVE ZERO                    TO WS-DRAW-VALUE-AMT.

           IF  WSWPS-FUND-CNT = ZERO
               PERFORM  3110-ADD-HELD-FUND
                   THRU 3110-ADD-HELD-FUND-X
                   VARYING WS-FH-IX FROM 1 BY 1
                   UNTIL   WS-FH-IX > WS-FH-CNT
           ELSE
               PERFORM  3120-ADD-NAMED-FUND
                   THRU 3120-ADD-NAMED-FUND-X
                   VARYING WS-NF-IX FROM 1 BY 1
                   UNTIL   WS-NF-IX > WSWPS-FUND-CNT
           END-IF.

           IF  WS-DRAW-VALUE-AMT NOT > WSWPS-WTHDR-AMT
               SET WS-SUSP-NO-VALUE     TO TRUE
               GO TO 3100-BUILD-PRO-RATA-LEGS-X
           END-IF.

           MOVE ZERO                    TO WS-LEG-SUM-AMT.

           PERFORM  3130-PRICE-PRO-RATA-LEG
               THRU 3130-PRICE-PRO-RATA-LEG-X
               VARYING WS-LG-IX FROM 1 BY 1
               UNTIL   WS-LG-IX > WS-LG-CNT.

       3100-BUILD-PRO-RATA-LEGS-X.
           EXIT.

      *------------------------
       3110-ADD-HELD-FUND.
      *------------------------

           MOVE WS-FH-IX                TO WS-HIT-IX.
           PERFORM  3190-ADD-LEG
               THRU 3190-ADD-LEG-X.

       3110-ADD-HELD-FUND-X.
           EXIT.

      *------------------------
       3120-ADD-NAMED-FUND.
      *------------------------

           MOVE WSWPS-FUND-CD (WS-NF-IX) TO WS-FIND-FUND-CD.
           PERFORM  3180-FIND-HOLDING
               THRU 3180-FIND-HOLDING-X.

           IF  WS-HIT-IX > ZERO
               PERFORM  3190-ADD-LEG
                   THRU 3190-ADD-LEG-X
           END-IF.

       3120-ADD-NAMED-FUND-X.
           EXIT.

      *----------------------------
       3130-PRICE-PRO-RATA-LEG.
      *----------------------------

           MOVE WS-LG-FH-IX (WS-LG-IX)  TO WS-FH-IX.

           IF  WS-LG-IX = WS-LG-CNT
               COMPUTE WS-LG-AMT (WS-LG-IX) =
                   WSWPS-WTHDR-AMT - WS-LEG-SUM-AMT
           ELSE
               COMPUTE WS-LG-AMT (WS-LG-IX) ROUNDED =
                   WSWPS-WTHDR-AMT
                 * WS-FH-VALUE-AMT (WS-FH-IX) / WS-DRAW-VALUE-AMT
           END-IF.

           ADD WS-LG-AMT (WS-LG-IX)     TO WS-LEG-SUM-AMT.

       3130-PRICE-PRO-RATA-LEG-X.
           EXIT.

      *------------------------
       3180-FIND-HOLDING.
      *------------------------

           MOVE ZERO                    TO WS-HIT-IX.

           PERFORM  3185-TEST-ONE-HOLDING
               THRU 3185-TEST-ONE-HOLDING-X
               VARYING WS-FH-IX FROM 1 BY 1
               UNTIL   WS-FH-IX > WS-FH-CNT
               OR      WS-HIT-IX > ZERO.

       3180-FIND-HOLDING-X.
           EXIT.

      *------------------------
       3185-TEST-ONE-HOLDING.
      *------------------------

           IF  WS-FH-FUND-CD (WS-FH-IX) = WS-FIND-FUND-CD
               MOVE WS-FH-IX            TO WS-HIT-IX
           END-IF.

       3185-TEST-ONE-HOLDING-X.
           EXIT.

      *------------------------
       3190-ADD-LEG.
      *------------------------

      *
      *  A FUND WITH NO VALUE OR ALREADY DRAWN FROM ADDS NO LEG.
      *
           IF  WS-FH-VALUE-AMT (WS-HIT-IX) NOT > ZERO
               GO TO 3190-ADD-LEG-X
           END-IF.

           PERFORM  3195-TEST-ONE-LEG
               THRU 3195-TEST-ONE-LEG-X
               VARYING WS-LG-SUB FROM 1 BY 1
               UNTIL   WS-LG-SUB > WS-LG-CNT.

           IF  WS-HIT-IX = ZERO
               GO TO 3190-ADD-LEG-X
           END-IF.

           ADD 1                        TO WS-LG-CNT.
           MOVE WS-FH-FUND-CD (WS-HIT-IX)
                                   TO WS-LG-FUND-CD (WS-LG-CNT).
           MOVE WS-HIT-IX               TO WS-LG-FH-IX (WS-LG-CNT).
           MOVE ZERO                    TO WS-LG-AMT (WS-LG-CNT).
           ADD WS-FH-VALUE-AMT (WS-HIT-IX)
                                        TO WS-DRAW-VALUE-AMT.

       3190-ADD-LEG-X.
           EXIT.

      *------------------------
       3195-TEST-ONE-LEG.
      *------------------------

           IF  WS-LG-FH-IX (WS-LG-SUB) = WS-HIT-IX
               MOVE ZERO                TO WS-HIT-IX
           END-IF.

       3195-TEST-ONE-LEG-X.
           EXIT.
      /
      *------------------------------
       3200-BUILD-ORDER-LEGS.
      *------------------------------

      *
      *  THE NAMED FUNDS IN ORDER - EACH FUND IS DRAWN AS FAR AS
      *  IT GOES BEFORE THE NEXT IS TOUCHED.
      *
           MOVE ZERO                    TO WS-DRAW-VALUE-AMT.
           MOVE WSWPS-WTHDR-AMT         TO WS-LEFT-TO-DRAW-AMT.

           PERFORM  3210-DRAW-NAMED-FUND
               THRU 3210-DRAW-NAMED-FUND-X
               VARYING WS-NF-IX FROM 1 BY 1
               UNTIL   WS-NF-IX > WSWPS-FUND-CNT
               OR      WS-LEFT-TO-DRAW-AMT NOT > ZERO.

           IF  WS-LEFT-TO-DRAW-AMT > ZERO
               SET WS-SUSP-NO-VALUE     TO TRUE
           END-IF.

       3200-BUILD-ORDER-LEGS-X.
           EXIT.

      *------------------------
       3210-DRAW-NAMED-FUND.
      *------------------------

           MOVE WSWPS-FUND-CD (WS-NF-IX) TO WS-FIND-FUND-CD.
           PERFORM  3180-FIND-HOLDING
               THRU 3180-FIND-HOLDING-X.

           IF  WS-HIT-IX = ZERO
               GO TO 3210-DRAW-NAMED-FUND-X
           END-IF.

           MOVE WS-LG-CNT               TO WS-LG-IX.
           PERFORM  3190-ADD-LEG
               THRU 3190-ADD-LEG-X.

           IF  WS-LG-CNT = WS-LG-IX
               GO TO 3210-DRAW-NAMED-FUND-X
           END-IF.

           IF  WS-FH-VALUE-AMT (WS-HIT-IX) < WS-LEFT-TO-DRAW-AMT
               MOVE WS-FH-VALUE-AMT (WS-HIT-IX)
                                        TO WS-LG-AMT (WS-LG-CNT)
           ELSE
               MOVE WS-LEFT-TO-DRAW-AMT TO WS-LG-AMT (WS-LG-CNT)
           END-IF.

           SUBTRACT WS-LG-AMT (WS-LG-CNT)
                                      FROM WS-LEFT-TO-DRAW-AMT.

       3210-DRAW-NAMED-FUND-X.
           EXIT.

      *----------------------------
       3300-CHECK-FUND-MINIMUM.
      *----------------------------

      *
      *  A FUND DRAWN OUT COMPLETELY CLOSES; ONE LEFT WITH A
      *  BALANCE MUST STAY AT OR ABOVE THE FUND MINIMUM.
      *
           MOVE WS-LG-FH-IX (WS-LG-IX)  TO WS-FH-IX.
           COMPUTE WS-FUND-LEFT-AMT =
               WS-FH-VALUE-AMT (WS-FH-IX) - WS-LG-AMT (WS-LG-IX).

           IF  WS-FUND-LEFT-AMT NOT > ZERO
               GO TO 3300-CHECK-FUND-MINIMUM-X
           END-IF.

           INITIALIZE L7010-PARM-INFO.
           SET  L7010-RQST-CHECK-MIN    TO TRUE.
           MOVE WS-LG-FUND-CD (WS-LG-IX) TO L7010-FUND-CD.
           MOVE WS-FUND-LEFT-AMT        TO L7010-FUND-AMT.

           MOVE WS-POL-ID               TO LSEGF-POL-ID.
           MOVE WS-LG-FUND-CD (WS-LG-IX) TO LSEGF-FUND-CD.
           INITIALIZE LPGA-PARM-INFO.
           MOVE WS-POL-ID               TO LPGA-POLICY-NUMBER.
           MOVE WGLOB-PROCESS-DATE      TO LPGA-JRNL-DT.

           CALL 'SSRC7010' USING WGLOB-GLOBAL-AREA
                                 L7010-PARM-INFO
                                 LSEGF-PARM-INFO
                                 LPGA-PARM-INFO
                                 RPOL-REC-INFO
                                 WCVGS-WORK-AREA.

           IF  L7010-RETRN-BELOW-MIN
               SET WS-SUSP-BELOW-MIN    TO TRUE
           END-IF.

       3300-CHECK-FUND-MINIMUM-X.
           EXIT.

      *---------------------------
       3900-REWRITE-SCHEDULE.
      *---------------------------

           MOVE TFCMD-REWRITE-RECORD    TO WSWPS-SEQ-IO-COMMAND.
           REWRITE WSWPS-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WSWPS-SEQ-FILE-STATUS
           END-REWRITE.
           IF  NOT WSWPS-IO-OK
               PERFORM 9700-HANDLE-SWPS-ERROR
                  THRU 9700-HANDLE-SWPS-ERROR-X
           END-IF.

       3900-REWRITE-SCHEDULE-X.
           EXIT.
      /
      *----------------------------
       4000-SURRENDER-ONE-LEG.
      *----------------------------

      *
      *  THE POLICY VALUE BEFORE EACH LEG GOES WITH IT SO THE
      *  DEATH-BENEFIT GUARANTEE BASE IS REDUCED IN PROPORTION.
      *
           IF  WS-LG-AMT (WS-LG-IX) NOT > ZERO
               GO TO 4000-SURRENDER-ONE-LEG-X
           END-IF.

           INITIALIZE L6330-PARM-INFO.
           MOVE WS-POL-ID               TO L6330-POL-ID.
           MOVE WGLOB-PROCESS-DATE      TO L6330-EFF-DT.
           MOVE ZERO                    TO L6330-ALOC-AMT.
           SET  L6330-RQST-PART-SURR    TO TRUE.
           MOVE WS-LG-AMT (WS-LG-IX)    TO L6330-SURR-AMT.
           MOVE WS-RUN-VALUE-AMT        TO L6330-PRE-SURR-VAL-AMT.

           MOVE WS-POL-ID               TO LSEGF-POL-ID.
           MOVE WS-LG-FUND-CD (WS-LG-IX) TO LSEGF-FUND-CD.
           INITIALIZE LPGA-PARM-INFO.
           MOVE WS-POL-ID               TO LPGA-POLICY-NUMBER.
           MOVE WGLOB-PROCESS-DATE      TO LPGA-JRNL-DT.

           CALL 'SSRF6330' USING WGLOB-GLOBAL-AREA
                                 L6330-PARM-INFO
                                 LSEGF-PARM-INFO
                                 LPGA-PARM-INFO
                                 RPOL-REC-INFO
                                 WCVGS-WORK-AREA.

           IF  NOT L6330-RETRN-OK
               SET WS-LEG-FAILED        TO TRUE
               GO TO 4000-SURRENDER-ONE-LEG-X
           END-IF.

           ADD WS-LG-AMT (WS-LG-IX)     TO WS-PAID-AMT.
           SUBTRACT WS-LG-AMT (WS-LG-IX) FROM WS-RUN-VALUE-AMT.

       4000-SURRENDER-ONE-LEG-X.
           EXIT.
      /
      *---------------------------
       5000-STAGE-PAYMENT.
      *---------------------------

           MOVE SPACES                  TO RDSBQ-SEQ-REC-INFO.
           MOVE WS-POL-ID               TO RDSBQ-POL-ID.
           SET  RDSBQ-TYP-SYST-WTHDR    TO TRUE.
           MOVE WS-PAID-AMT             TO RDSBQ-DSBMT-AMT.
           MOVE WGLOB-PROCESS-DATE      TO RDSBQ-QUEUED-DT.
           MOVE ZERO                    TO RDSBQ-LOAN-SEQ-NUM.

           MOVE TFCMD-WRITE-RECORD      TO WDSBQ-SEQ-IO-COMMAND.
           WRITE RDSBQ-SEQ-REC-INFO.
           IF  WDSBQ-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9700-HANDLE-DSBQ-ERROR
                   THRU 9700-HANDLE-DSBQ-ERROR-X
           END-IF.

           ADD 1                        TO WS-PAID-CNT.
           ADD WS-PAID-AMT              TO WS-TOT-PAID-AMT.

           MOVE WGLOB-PROCESS-DATE      TO WSWPS-LAST-PAYMT-DT.
           ADD 1                        TO WSWPS-PAYMT-CNT.
           ADD WS-PAID-AMT              TO WSWPS-TOT-PAID-AMT.

       5000-STAGE-PAYMENT-X.
           EXIT.

      *---------------------------
       5100-ROLL-DUE-DATE.
      *---------------------------

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WSWPS-NEXT-DUE-DT       TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-MONTHS
                                           L1680-NUMBER-OF-DAYS.
           IF  WSWPS-FREQ-ANNUAL
               MOVE 1                   TO L1680-NUMBER-OF-YEARS
           ELSE
               MOVE 1                   TO L1680-NUMBER-OF-MONTHS
           END-IF.
           PERFORM  1680-3000-ADD-Y-M-D-TO-DATE
               THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.
           MOVE L1680-INTERNAL-2        TO WSWPS-NEXT-DUE-DT.

           IF  WSWPS-END-DT NOT = SPACES
           AND WSWPS-NEXT-DUE-DT > WSWPS-END-DT
               SET  WSWPS-STAT-COMPLETE TO TRUE
               ADD 1                    TO WS-COMPL-CNT
           END-IF.

       5100-ROLL-DUE-DATE-X.
           EXIT.
      /
      *---------------------------
       6000-SUSPEND-SCHEDULE.
      *---------------------------

           SET  WSWPS-STAT-SUSPENDED    TO TRUE.
           MOVE WS-SUSP-RSN-CD          TO WSWPS-SUSP-RSN-CD.
           MOVE WGLOB-PROCESS-DATE      TO WSWPS-SUSP-DT.

           PERFORM  3900-REWRITE-SCHEDULE
               THRU 3900-REWRITE-SCHEDULE-X.

           ADD 1                        TO WS-SUSP-CNT.

           EVALUATE TRUE
               WHEN WS-SUSP-BELOW-MIN
                   MOVE 'SUSPENDED - FUND MINIMUM'
                                        TO WS-EXCP-TXT
               WHEN WS-SUSP-NO-VALUE
                   MOVE 'SUSPENDED - INSUFF VALUE'
                                        TO WS-EXCP-TXT
               WHEN OTHER
                   MOVE 'SUSPENDED - NOT INFORCE '
                                        TO WS-EXCP-TXT
           END-EVALUATE.

           MOVE 'WS'                    TO WS-PHST-TYP-CD.
           MOVE 'SUSPENDED         '    TO WS-PHST-DESC-ACTN.
           PERFORM  6200-WRITE-EXCEPTION
               THRU 6200-WRITE-EXCEPTION-X.

       6000-SUSPEND-SCHEDULE-X.
           EXIT.

      *---------------------------
       6100-SKIP-SCHEDULE.
      *---------------------------

           ADD 1                        TO WS-SKIP-CNT.

           MOVE 'WK'                    TO WS-PHST-TYP-CD.
           MOVE 'SKIPPED           '    TO WS-PHST-DESC-ACTN.
           PERFORM  6200-WRITE-EXCEPTION
               THRU 6200-WRITE-EXCEPTION-X.

       6100-SKIP-SCHEDULE-X.
           EXIT.

      *---------------------------
       6200-WRITE-EXCEPTION.
      *---------------------------

           MOVE SPACES                  TO RPHST-REC-INFO.
           MOVE WS-POL-ID               TO RPHST-POL-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-PCHST-EFF-DT
                                           RPHST-ACTVTY-EFF-DT.
           MOVE ZEROES                  TO RPHST-CVG-NUM.
           SET  RPHST-PCHST-STAT-ACTIVE TO TRUE.
           MOVE WS-PHST-TYP-CD          TO RPHST-ACTVTY-TYP-CD.
           MOVE WS-PHST-DESC-TXT        TO RPHST-ACTVTY-DESC-TXT.

           MOVE WSWPS-WTHDR-AMT         TO WS-PHST-OLD-AMT.
           MOVE WS-PHST-OLD-VALU-TXT    TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE WS-EXCP-TXT             TO RPHST-PCHST-NEW-VALU-TXT.

           MOVE WPGWS-CRNT-PGM-ID       TO RPHST-PREV-UPDT-USER-ID.

           PERFORM  PHST-1000-WRITE
               THRU PHST-1000-WRITE-X.

           MOVE WS-EXCP-TXT             TO P-DISP.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       6200-WRITE-EXCEPTION-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-DUE-CNT               TO P-DUE-CNT-X.
           MOVE WS-PAID-CNT              TO P-PAID-CNT-X.
           MOVE WS-SUSP-CNT              TO P-SUSP-CNT-X.
           MOVE WS-SKIP-CNT              TO P-SKIP-CNT-X.
           MOVE WS-COMPL-CNT             TO P-COMPL-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-TOT-PAID-AMT          TO P-PAID-AMT-X.

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
           PERFORM 9700-GET-TEXT-DESC
              THRU 9700-GET-TEXT-DESC-X.
           MOVE L2490-TXT-STR-TXT  TO L0040-PROGRAM-DESC.
           MOVE L2490-TXT-STR-TXT  TO WHDG-REPORT-TITLE.

           PERFORM 0040-1000-INIT-TITLE
              THRU 0040-1000-INIT-TITLE-X.

       9100-INIT-TITLES-X.
           EXIT.

      *-------------------
       9700-GET-TEXT-DESC.
      *-------------------

           PERFORM 2490-1000-BUILD-PARM-INFO
              THRU 2490-1000-BUILD-PARM-INFO-X.
           MOVE WPGWS-CRNT-PGM-ID  TO L2490-TXT-SRC-ID.
           MOVE WS-TXT-SRC-REF-ID  TO L2490-TXT-SRC-REF-ID.
           PERFORM 2490-1000-RETRIEVE-TEXT
              THRU 2490-1000-RETRIEVE-TEXT-X.

       9700-GET-TEXT-DESC-X.
           EXIT.

      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

           MOVE WS-POL-ID               TO P-POL-ID.
           MOVE WSWPS-NEXT-DUE-DT       TO P-DUE-DT.
           MOVE WSWPS-WTHDR-AMT         TO P-WTHDR-AMT.
           MOVE WS-TOT-VALUE-AMT        TO P-TOT-VALUE.

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

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-4          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +1                    TO WPRT1-NUMBER-LINES.
           MOVE SPACES                 TO RPRT1-SEQ-REC-INFO.
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

           OPEN I-O SWPS-FILE.
           IF  WSWPS-IO-NOFILE
               OPEN OUTPUT SWPS-FILE
               CLOSE SWPS-FILE
               OPEN I-O SWPS-FILE
           END-IF.
           IF  WSWPS-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-OPEN-U-FILE      TO WSWPS-SEQ-IO-COMMAND
              PERFORM 9700-HANDLE-SWPS-ERROR
                 THRU 9700-HANDLE-SWPS-ERROR-X
           END-IF.

           MOVE ZERO TO WOFHL-SEQ-IO-STATUS.
           OPEN INPUT OFHL-DATA-FILE.
           IF WOFHL-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-OFHL-ERROR
                 THRU 9700-HANDLE-OFHL-ERROR-X
           END-IF.

           OPEN EXTEND DSBQ-DATA-FILE.
           IF  WDSBQ-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT DSBQ-DATA-FILE
           END-IF.
           IF WDSBQ-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-DSBQ-ERROR
                 THRU 9700-HANDLE-DSBQ-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-PAID-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSSWPX0003'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL SYSTEMATIC WITHDRAWALS PAID @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE SWPS-FILE.
           CLOSE OFHL-DATA-FILE.
           CLOSE DSBQ-DATA-FILE.

           IF  WUVGT-FILE-OPEN
               CLOSE UVGT-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-OFHL-READ.
      *----------------

           MOVE ZERO                   TO WOFHL-SEQ-IO-STATUS.

           READ OFHL-DATA-FILE
                AT END
                  MOVE 8               TO WOFHL-SEQ-IO-STATUS
                  GO TO 9500-OFHL-READ-X.

           IF WOFHL-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-OFHL-ERROR
                 THRU 9700-HANDLE-OFHL-ERROR-X
           END-IF.

       9500-OFHL-READ-X.
           EXIT.

      *---------------------
       9510-SWPS-READ-NEXT.
      *---------------------

           MOVE TFCMD-READNEXT-RECORD   TO WSWPS-SEQ-IO-COMMAND.

           READ SWPS-FILE NEXT
               AT END
                   MOVE '10'            TO WSWPS-SEQ-FILE-STATUS
                   GO TO 9510-SWPS-READ-NEXT-X
           END-READ.

           IF  NOT WSWPS-IO-OK
               PERFORM 9700-HANDLE-SWPS-ERROR
                  THRU 9700-HANDLE-SWPS-ERROR-X
           END-IF.

       9510-SWPS-READ-NEXT-X.
           EXIT.

      *-----------------------
       9700-HANDLE-SWPS-ERROR.
      *-----------------------

           MOVE WSWPS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSWPS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSWPS-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-SWPS-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-OFHL-ERROR.
      *-----------------------

           MOVE WOFHL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WOFHL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WOFHL-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-OFHL-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-DSBQ-ERROR.
      *-----------------------

           MOVE WDSBQ-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WDSBQ-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WDSBQ-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-DSBQ-ERROR-X.
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
      * POLICY MASTER READ
      *
       COPY CCPNPOL.
      *
      * UNIT PRICE VALIDATION GATE
      *
       COPY SCPPUVGT.
      *
      * DATE ARITHMETIC
      *
       COPY XCPL1680.
      *
      * POLICY CHANGE HISTORY
      *
       COPY CCPBPHST.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMSWPX                     **
      *****************************************************************
