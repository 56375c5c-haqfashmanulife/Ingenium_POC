      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMDCST.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMDCST                                         **
      **  REMARKS:  DEATH CLAIM SETTLEMENT.  READS THE CLAIMS        **
      **            SYSTEM PAYMENT-STATUS FILE (ZCSRCLPS) AND, FOR   **
      **            EACH DEATH CLAIM APPROVED ON IT, WORKS OUT THE   **
      **            NET AMOUNT PAYABLE - THE DEATH BENEFIT APPROVED  **
      **            ON EVERY COVERAGE, PLUS THE UNUSED ADVANCE       **
      **            PREMIUM DEPOSIT, ACCRUED CASH-BACK BONUS,        **
      **            DEFERRED MATURITY PROCEEDS AND THE PREMIUM PAID  **
      **            FOR COVER AFTER THE DEATH, LESS THE APL AND      **
      **            POLICY LOANS WITH INTEREST AND THE PREMIUMS      **
      **            FALLEN DUE AND UNPAID UP TO THE DEATH.  THE NET  **
      **            AMOUNT IS SPLIT ACROSS THE BENEFICIARIES BY      **
      **            THEIR SHARE OF THE DEATH BENEFIT FROM THE BENE   **
      **            DESIGNATION, EACH SHARE IS STAGED ON THE         **
      **            DISBURSEMENT QUEUE (ZCSRDSBQ) TO THE             **
      **            BENEFICIARY, THE LOANS AND THE ADVANCE DEPOSIT   **
      **            ARE CLOSED AND A SETTLEMENT STATEMENT IS         **
      **            PRINTED FOR EACH BENEFICIARY.  THE CALCULATION   **
      **            IS KEPT ON THE SETTLEMENT REGISTER (DCST), WHICH **
      **            ALSO STOPS A CLAIM BEING SETTLED TWICE.          **
      **            A SHARE FOR A BENEFICIARY WITH NO CLIENT ID IS   **
      **            HELD FOR MANUAL PAYMENT RATHER THAN STAGED.      **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51306**  15OCT26  CTS    INITIAL VERSION                            **
S51309**  15OCT26  CTS    ACCRUED CASH-BACK BONUS TAKEN FROM THE     **
S51309**                  LEFT-ON-DEPOSIT LEDGER (CBDL), WHICH IS    **
S51309**                  CLOSED IN THE SETTLEMENT                   **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHDCST.

           COPY CCFHBENE.

           COPY CCFHAPDL.

           COPY CCFHAPDH.

S51309     COPY CCFHCBDL.

S51309     COPY CCFHCBDH.

           SELECT CLPS-DATA-FILE ASSIGN TO ZSCLPS
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCLPS-SEQ-FILE-STATUS.

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

       COPY CCFWDCST.

       COPY CCFWBENE.

       COPY CCFWAPDL.

       COPY CCFWAPDH.

S51309 COPY CCFWCBDL.

S51309 COPY CCFWCBDH.

       FD  CLPS-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCLPS.

       FD  DSBQ-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRDSBQ.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMDCST'.

       COPY SQLCA.

       COPY CCWWDCST.

       COPY CCWWBENE.

       COPY CCWWAPDL.

S51309 COPY CCWWCBDL.

       01  WCLPS-SEQ-IO-WORK-AREA.
           05  WCLPS-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'CLPS'.
           05  WCLPS-SEQ-IO-COMMAND            PIC X(02).
           05  WCLPS-SEQ-FILE-STATUS           PIC X(02).
           05  WCLPS-SEQ-IO-STATUS             PIC 9(01).
               88  WCLPS-SEQ-IO-OK             VALUE 0.
               88  WCLPS-SEQ-IO-EOF            VALUE 8.
               88  WCLPS-SEQ-IO-ERROR          VALUE 9.

       01  WDSBQ-SEQ-IO-WORK-AREA.
           05  WDSBQ-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'DSBQ'.
           05  WDSBQ-SEQ-IO-COMMAND            PIC X(02).
           05  WDSBQ-SEQ-FILE-STATUS           PIC X(02).

      ****************************************************************
      *    THE CLAIM BEING GATHERED FROM THE FEEDBACK FILE - ONE
      *    ENTRY PER COVERAGE WITH AN APPROVED DEATH BENEFIT
      ****************************************************************

       01  WS-CLAIM-WORK-AREA.
           05  WS-CLM-ID                 PIC X(07).
           05  WS-CLM-POL-ID             PIC X(10).
           05  WS-APPRV-DT               PIC X(10).
           05  WS-DTH-DT                 PIC X(10).
           05  WS-DTH-DT-PARTS REDEFINES
               WS-DTH-DT.
               10  WS-DTH-YR             PIC 9(04).
               10  FILLER                PIC X(01).
               10  WS-DTH-MO             PIC 9(02).
               10  FILLER                PIC X(01).
               10  WS-DTH-DY             PIC 9(02).
           05  WS-CVG-CNT                PIC 9(02).
           05  WS-CVG-TBL                OCCURS 20 TIMES.
               10  WS-CVG-NUM            PIC 9(03).
               10  WS-CVG-DTH-BNFT-AMT   PIC S9(13)V99 COMP-3.

      ****************************************************************
      *    BENEFICIARIES OF THE CLAIM - A BENEFICIARY NAMED ON MORE
      *    THAN ONE COVERAGE IS ENTITLED TO THE SUM OF HIS SHARES
      ****************************************************************

       01  WS-BENE-WORK-AREA.
           05  WS-BENE-CNT               PIC 9(02).
           05  WS-BENE-TBL               OCCURS 10 TIMES.
               10  WS-BENE-CLI-ID        PIC X(10).
               10  WS-BENE-NAME          PIC X(40).
               10  WS-BENE-ENTL-AMT      PIC S9(13)V99 COMP-3.
               10  WS-BENE-SHARE-PCT     PIC 9(03)V99.
               10  WS-BENE-PAYMT-AMT     PIC S9(13)V99 COMP-3.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-CVG-IX                 PIC S9(04) COMP.
           05  WS-BENE-IX                PIC S9(04) COMP.
           05  WS-LOAN-IX                PIC S9(04) COMP.
           05  WS-FOUND-SW               PIC X(01).
               88  WS-BENE-FOUND                    VALUE 'Y'.
           05  WS-SKIP-SW                PIC X(01).
               88  WS-SKIP-CLAIM                    VALUE 'Y'.
           05  WS-CVG-BENE-CNT           PIC 9(02).
           05  WS-CVG-ENTL-AMT           PIC S9(13)V99 COMP-3.
           05  WS-TOT-ENTL-AMT           PIC S9(13)V99 COMP-3.
           05  WS-ALLOC-AMT              PIC S9(13)V99 COMP-3.
           05  WS-PREM-AMT               PIC S9(13)V99 COMP-3.
           05  WS-MODE-MO-N              PIC 9(02).
           05  WS-DRAW-GRACE-AMT         PIC S9(13)V99 COMP-3.
           05  WS-PDTO-DT-NUM            PIC 9(08).
           05  WS-DTH-DT-NUM             PIC 9(08).
           05  WS-PDTO-MO-IDX            PIC S9(07) COMP-3.
           05  WS-DTH-MO-IDX             PIC S9(07) COMP-3.
           05  WS-MO-DIFF                PIC S9(07) COMP-3.
           05  WS-DUE-CNT                PIC S9(07) COMP-3.
           05  WS-ENTRY-TYP-CD           PIC X(02).
           05  WS-ENTRY-EFF-DT           PIC X(10).
           05  WS-ENTRY-AMT              PIC S9(13)V99 COMP-3.
           05  WS-STMT-LABEL             PIC X(36).
           05  WS-STMT-AMT               PIC S9(13)V99 COMP-3.
           05  WS-STMT-NOTE              PIC X(20).

      *
      *  PHST DESCRIPTION AND BEFORE/AFTER VALUE TEXT
      *
       01  WS-PHST-DESC-TXT.
           05  FILLER                    PIC X(30)
               VALUE 'DEATH CLAIM SETTLED - CLAIM   '.
           05  WS-PHST-DESC-CLM-ID       PIC X(07).

       01  WS-PHST-OLD-VALU-TXT.
           05  FILLER                    PIC X(08)  VALUE 'BENEFIT '.
           05  WS-PHST-OLD-AMT           PIC Z(12)9.99.
           05  FILLER                    PIC X(05)  VALUE SPACES.

       01  WS-PHST-NEW-VALU-TXT.
           05  FILLER                    PIC X(08)  VALUE 'NET     '.
           05  WS-PHST-NEW-AMT           PIC Z(12)9.99.
           05  FILLER                    PIC X(05)  VALUE SPACES.

       01  WS-REPORT-TOTALS.
           05  WS-CLPS-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-CLM-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-SETL-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-DUP-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-HELD-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-STMT-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-DSBQ-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-LOAN-CLOSE-CNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-MANL-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-MANL-AMT             PIC S9(15)V99 COMP-3 VALUE +0.
           05  WS-TOT-DTH-BNFT-AMT     PIC S9(15)V99 COMP-3 VALUE +0.
           05  WS-TOT-NET-AMT          PIC S9(15)V99 COMP-3 VALUE +0.

      ****************************************************************
      *    SETTLEMENT STATEMENT AND CONTROL TOTAL LINES
      ****************************************************************

       01  P-STMT-TITLE-LINE.
           03  FILLER                      PIC X(20).
           03  FILLER                      PIC X(32)
               VALUE 'DEATH CLAIM SETTLEMENT STATEMENT'.

       01  P-STMT-CLAIM-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(07)
               VALUE 'CLAIM: '.
           03  P-CLM-ID                    PIC X(07).
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(08)
               VALUE 'POLICY: '.
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(15)
               VALUE 'DATE OF DEATH: '.
           03  P-DTH-DT                    PIC X(10).
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(09)
               VALUE 'SETTLED: '.
           03  P-SETL-DT                   PIC X(10).

       01  P-STMT-BENE-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(13)
               VALUE 'BENEFICIARY: '.
           03  P-BENE-CLI-ID               PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-BENE-NAME                 PIC X(40).
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(07)
               VALUE 'SHARE: '.
           03  P-BENE-SHARE-PCT            PIC ZZ9.99.
           03  FILLER                      PIC X(01)
               VALUE '%'.

       01  P-STMT-AMT-LINE.
           03  FILLER                      PIC X(05).
           03  P-STMT-LABEL                PIC X(36).
           03  P-STMT-AMT                  PIC Z(12)9.99-.
           03  FILLER                      PIC X(03).
           03  P-STMT-NOTE                 PIC X(20).

       01  P-STMT-RULE-LINE.
           03  FILLER                      PIC X(41).
           03  FILLER                      PIC X(17)
               VALUE ALL '-'.

       01  P-STMT-UNIT-NOTE.
           03  P-STMT-UNIT-CNT             PIC ZZ9.
           03  FILLER                      PIC X(01).
           03  P-STMT-UNIT-TXT             PIC X(16).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'EVENTS READ:  '.
           03  P-READ-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(14)
               VALUE 'DEATH CLAIMS: '.
           03  P-CLM-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(09)
               VALUE 'SETTLED: '.
           03  P-SETL-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(17)
               VALUE 'ALREADY SETTLED: '.
           03  P-DUP-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(06)
               VALUE 'HELD: '.
           03  P-HELD-CNT-X                PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(12)
               VALUE 'STATEMENTS: '.
           03  P-STMT-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(17)
               VALUE 'PAYMENTS STAGED: '.
           03  P-DSBQ-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(14)
               VALUE 'LOANS CLOSED: '.
           03  P-LOAN-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(16)
               VALUE 'MANUAL PAYMENT: '.
           03  P-MANL-CNT-X                PIC ZZZZZZ9.

       01  P-TOTAL-LINE.
           03  FILLER                      PIC X(01).
           03  P-TOTAL-LABEL               PIC X(30).
           03  P-TOTAL-AMT                 PIC Z(14)9.99-.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-DISP-AMT               PIC Z(14)9.99-.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFWMAST.
       COPY CCFRMAST.

       COPY CCFWCAPL.
       COPY CCFRCAPL.

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

       COPY CCWLAPLQ.

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

           PERFORM  1000-GATHER-CLAIM
               THRU 1000-GATHER-CLAIM-X
                    UNTIL WCLPS-SEQ-IO-EOF.

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

           PERFORM  9100-INIT-TITLES
              THRU 9100-INIT-TITLES-X.

           PERFORM  9500-CLPS-READ
              THRU 9500-CLPS-READ-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------------
       1000-GATHER-CLAIM.
      *---------------------------

      *
      *  THE FEEDBACK FILE IS IN CLAIM ORDER.  EVERY APPROVED DEATH
      *  EVENT OF ONE CLAIM IS GATHERED - ONE PER COVERAGE - AND THE
      *  CLAIM IS SETTLED AS A WHOLE ON THE CHANGE OF CLAIM.  OTHER
      *  EVENTS ARE NOT FOR THIS RUN.
      *
           MOVE RCLPS-CLM-ID            TO WS-CLM-ID.
           MOVE SPACES                  TO WS-CLM-POL-ID
                                           WS-APPRV-DT
                                           WS-DTH-DT.
           MOVE ZERO                    TO WS-CVG-CNT.

           PERFORM  1100-ADD-COVERAGE
               THRU 1100-ADD-COVERAGE-X
                    UNTIL WCLPS-SEQ-IO-EOF
                    OR    RCLPS-CLM-ID NOT = WS-CLM-ID.

           IF  WS-CVG-CNT > ZERO
               ADD 1                    TO WS-CLM-CNT
               PERFORM  2000-SETTLE-CLAIM
                   THRU 2000-SETTLE-CLAIM-X
           END-IF.

       1000-GATHER-CLAIM-X.
           EXIT.

      *---------------------------
       1100-ADD-COVERAGE.
      *---------------------------

           ADD 1                        TO WS-CLPS-READ-CNT.

           IF  NOT RCLPS-EVNT-APPROVED
           OR  NOT RCLPS-TYP-DEATH
           OR  RCLPS-PAYMT-AMT-TXT NOT NUMERIC
           OR  WS-CVG-CNT NOT < 20
               GO TO 1100-NEXT-EVENT
           END-IF.

           IF  WS-CVG-CNT = ZERO
               MOVE RCLPS-POL-ID        TO WS-CLM-POL-ID
               MOVE RCLPS-EVNT-DT       TO WS-APPRV-DT
               MOVE RCLPS-LOSS-DT       TO WS-DTH-DT
           END-IF.

           ADD 1                        TO WS-CVG-CNT.
           MOVE RCLPS-CVG-NUM           TO WS-CVG-NUM (WS-CVG-CNT).
           MOVE RCLPS-PAYMT-AMT
                            TO WS-CVG-DTH-BNFT-AMT (WS-CVG-CNT).

       1100-NEXT-EVENT.

           PERFORM  9500-CLPS-READ
               THRU 9500-CLPS-READ-X.

       1100-ADD-COVERAGE-X.
           EXIT.
      /
      *---------------------------
       2000-SETTLE-CLAIM.
      *---------------------------

      *
      *  A CLAIM ALREADY ON THE REGISTER HAS BEEN SETTLED - A RERUN
      *  OF THE SAME FEEDBACK FILE MUST NOT PAY IT AGAIN.
      *
           MOVE WS-CLM-ID               TO WDCST-CLM-ID.
           PERFORM  9520-DCST-READ
               THRU 9520-DCST-READ-X.

           IF  WDCST-IO-OK
               ADD 1                    TO WS-DUP-CNT
               GO TO 2000-SETTLE-CLAIM-X
           END-IF.

           MOVE WS-CLM-POL-ID           TO WPOL-POL-ID.
           PERFORM  POL-1000-READ-FOR-UPDATE
               THRU POL-1000-READ-FOR-UPDATE-X.

           IF  NOT WPOL-IO-OK
               ADD 1                    TO WS-HELD-CNT
      *MSG: (W) DEATH CLAIM @1 HELD - NO POLICY ROW
               MOVE WS-CLM-ID           TO WGLOB-MSG-PARM (1)
               MOVE 'ZSDCST0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 2000-SETTLE-CLAIM-X
           END-IF.

      *
      *  LOAN DEBT IS TAKEN AT TODAY'S PAYOFF - INTEREST RUNS UNTIL
      *  THE LOAN IS CLEARED, WHICH IS NOW.  WITHOUT A PAYOFF THE
      *  CLAIM CANNOT BE SETTLED AND IS LEFT FOR THE NEXT RUN.
      *
           MOVE SPACES                  TO LAPLQ-PARM-INFO.
           MOVE WS-CLM-POL-ID           TO LAPLQ-POL-ID.
           MOVE WGLOB-PROCESS-DATE      TO LAPLQ-PAYMT-DT.
           MOVE ZERO                    TO LAPLQ-ANN-INT-RATE-PCT.

           CALL 'ZSRQAPLQ' USING WGLOB-GLOBAL-AREA
                                 LAPLQ-PARM-INFO
               ON EXCEPTION
                   SET LAPLQ-RETRN-ERROR TO TRUE
           END-CALL.

           IF  LAPLQ-RETRN-ERROR
               PERFORM  POL-3000-UNLOCK
                   THRU POL-3000-UNLOCK-X
               ADD 1                    TO WS-HELD-CNT
      *MSG: (W) DEATH CLAIM @1 HELD - LOAN PAYOFF NOT AVAILABLE
               MOVE WS-CLM-ID           TO WGLOB-MSG-PARM (1)
               MOVE 'ZSDCST0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 2000-SETTLE-CLAIM-X
           END-IF.

           IF  WS-DTH-DT = SPACES
               MOVE WS-APPRV-DT         TO WS-DTH-DT
           END-IF.

           MOVE SPACES                  TO WDCST-REC-INFO.
           MOVE WS-CLM-ID               TO WDCST-CLM-ID.
           MOVE WS-CLM-POL-ID           TO WDCST-POL-ID.
           MOVE WS-DTH-DT               TO WDCST-DTH-DT.
           MOVE WS-APPRV-DT             TO WDCST-APPRV-DT.
           MOVE WGLOB-PROCESS-DATE      TO WDCST-SETL-DT.
           SET  WDCST-STAT-STAGED       TO TRUE.
           MOVE WS-CVG-CNT              TO WDCST-CVG-CNT.
           MOVE ZERO                    TO WDCST-DTH-BNFT-AMT
                                           WDCST-ADV-PREM-RFND-AMT
                                           WDCST-CBB-ACCR-AMT
                                           WDCST-MAT-DEFR-AMT
                                           WDCST-UNERN-PREM-AMT
                                           WDCST-UNERN-MO-CNT
                                           WDCST-APL-PAYOFF-AMT
                                           WDCST-LOAN-PAYOFF-AMT
                                           WDCST-LOAN-CLOSE-CNT
                                           WDCST-GRACE-PREM-AMT
                                           WDCST-GRACE-DUE-CNT
                                           WDCST-NET-AMT
                                           WDCST-BENE-CNT
                                           WDCST-PAID-AMT
                                           WDCST-VAR-AMT.

           MOVE ZERO                    TO WS-BENE-CNT
                                           WS-TOT-ENTL-AMT
                                           WS-DRAW-GRACE-AMT.

           PERFORM  3000-GATHER-BENEFICIARIES
               THRU 3000-GATHER-BENEFICIARIES-X
               VARYING WS-CVG-IX FROM 1 BY 1
                 UNTIL WS-CVG-IX > WS-CVG-CNT.

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
           MOVE RPOL-MODE-PREM-AMT      TO WS-PREM-AMT.

           PERFORM  3100-CLOSE-ADVANCE-DEPOSIT
               THRU 3100-CLOSE-ADVANCE-DEPOSIT-X.

S51309     PERFORM  3200-CLOSE-CBB-DEPOSIT
S51309         THRU 3200-CLOSE-CBB-DEPOSIT-X.

           COMPUTE WDCST-MAT-DEFR-AMT =
               RPOL-MAT-DEFR-AMT + RPOL-MAT-DEFR-INT-AMT.

           PERFORM  3300-PREMIUM-ADJUSTMENT
               THRU 3300-PREMIUM-ADJUSTMENT-X.

           PERFORM  3400-CLOSE-LOAN
               THRU 3400-CLOSE-LOAN-X
               VARYING WS-LOAN-IX FROM 1 BY 1
                 UNTIL WS-LOAN-IX > LAPLQ-LOAN-CNT
                 OR    WS-LOAN-IX > 10.

           COMPUTE WDCST-NET-AMT =
               WDCST-DTH-BNFT-AMT
             + WDCST-ADV-PREM-RFND-AMT
             + WDCST-CBB-ACCR-AMT
             + WDCST-MAT-DEFR-AMT
             + WDCST-UNERN-PREM-AMT
             - WDCST-APL-PAYOFF-AMT
             - WDCST-LOAN-PAYOFF-AMT
             - WDCST-GRACE-PREM-AMT.

           IF  WDCST-NET-AMT < ZERO
               MOVE ZERO                TO WDCST-NET-AMT
           END-IF.

           PERFORM  4000-ALLOCATE-NET
               THRU 4000-ALLOCATE-NET-X.

           PERFORM  5000-STAGE-PAYMENT
               THRU 5000-STAGE-PAYMENT-X
               VARYING WS-BENE-IX FROM 1 BY 1
                 UNTIL WS-BENE-IX > WS-BENE-CNT.

           PERFORM  6000-UPDATE-POLICY
               THRU 6000-UPDATE-POLICY-X.

           MOVE WPGWS-CRNT-PGM-ID       TO WDCST-LAST-CHG-USER-ID.
           MOVE WGLOB-PROCESS-DATE      TO WDCST-LAST-CHG-DT.
           PERFORM  9600-DCST-WRITE
               THRU 9600-DCST-WRITE-X.

           PERFORM  8000-PRINT-STATEMENT
               THRU 8000-PRINT-STATEMENT-X
               VARYING WS-BENE-IX FROM 1 BY 1
                 UNTIL WS-BENE-IX > WS-BENE-CNT.

           ADD 1                        TO WS-SETL-CNT.
           ADD WDCST-DTH-BNFT-AMT       TO WS-TOT-DTH-BNFT-AMT.
           ADD WDCST-NET-AMT            TO WS-TOT-NET-AMT.

       2000-SETTLE-CLAIM-X.
           EXIT.
      /
      *---------------------------
       3000-GATHER-BENEFICIARIES.
      *---------------------------

      *
      *  EACH COVERAGE'S DEATH BENEFIT GOES TO ITS OWN DESIGNATION
      *  BY SHARE.  A COVERAGE WITH NO DESIGNATION ON FILE IS PAID
      *  TO THE POLICYHOLDER.
      *
           ADD WS-CVG-DTH-BNFT-AMT (WS-CVG-IX)
                                        TO WDCST-DTH-BNFT-AMT.
           MOVE ZERO                    TO WS-CVG-BENE-CNT.

           MOVE WS-CLM-POL-ID           TO WBENE-POL-ID.
           MOVE WS-CVG-NUM (WS-CVG-IX)  TO WBENE-CVG-NUM.
           MOVE ZERO                    TO WBENE-BENE-SEQ-NUM.

           START BENE-FILE
               KEY IS NOT LESS THAN WBENE-KEY
               INVALID KEY
                   MOVE '10'            TO WBENE-SEQ-FILE-STATUS
           END-START.

           IF  WBENE-IO-OK
               PERFORM  9510-BENE-READ-NEXT
                   THRU 9510-BENE-READ-NEXT-X
           END-IF.

           PERFORM  3010-ADD-BENEFICIARY
               THRU 3010-ADD-BENEFICIARY-X
                    UNTIL NOT WBENE-IO-OK
                    OR    WBENE-POL-ID  NOT = WS-CLM-POL-ID
                    OR    WBENE-CVG-NUM NOT = WS-CVG-NUM (WS-CVG-IX).

           IF  WS-CVG-BENE-CNT = ZERO
               MOVE RPOL-HLDR-CLI-ID    TO WBENE-CLI-ID
               MOVE 'POLICYHOLDER - NO DESIGNATION ON FILE'
                                        TO WBENE-BENE-NAME
               MOVE WS-CVG-DTH-BNFT-AMT (WS-CVG-IX)
                                        TO WS-CVG-ENTL-AMT
               PERFORM  3020-POST-ENTITLEMENT
                   THRU 3020-POST-ENTITLEMENT-X
           END-IF.

       3000-GATHER-BENEFICIARIES-X.
           EXIT.

      *---------------------------
       3010-ADD-BENEFICIARY.
      *---------------------------

           ADD 1                        TO WS-CVG-BENE-CNT.
           COMPUTE WS-CVG-ENTL-AMT ROUNDED =
               WS-CVG-DTH-BNFT-AMT (WS-CVG-IX)
             * WBENE-SHARE-PCT / 100.

           PERFORM  3020-POST-ENTITLEMENT
               THRU 3020-POST-ENTITLEMENT-X.

           PERFORM  9510-BENE-READ-NEXT
               THRU 9510-BENE-READ-NEXT-X.

       3010-ADD-BENEFICIARY-X.
           EXIT.

      *---------------------------
       3020-POST-ENTITLEMENT.
      *---------------------------

           MOVE 'N'                     TO WS-FOUND-SW.
           PERFORM  3030-FIND-BENEFICIARY
               THRU 3030-FIND-BENEFICIARY-X
               VARYING WS-BENE-IX FROM 1 BY 1
                 UNTIL WS-BENE-IX > WS-BENE-CNT
                 OR    WS-BENE-FOUND.

           IF  NOT WS-BENE-FOUND
               IF  WS-BENE-CNT NOT < 10
      *
      *  MORE PAYEES THAN THE REGISTER HOLDS - THE SHARE STAYS WITH
      *  THE LAST ONE AND THE CLAIM IS FLAGGED FOR A MANUAL LOOK.
      *
      *MSG: (W) DEATH CLAIM @1 HAS MORE THAN 10 BENEFICIARIES
                   MOVE WS-CLM-ID       TO WGLOB-MSG-PARM (1)
                   MOVE 'ZSDCST0003'    TO WGLOB-MSG-REF-INFO
                   PERFORM  0260-1000-GENERATE-MESSAGE
                       THRU 0260-1000-GENERATE-MESSAGE-X
                   MOVE WS-BENE-CNT     TO WS-BENE-IX
               ELSE
                   ADD 1                TO WS-BENE-CNT
                   MOVE WS-BENE-CNT     TO WS-BENE-IX
                   MOVE WBENE-CLI-ID
                                TO WS-BENE-CLI-ID (WS-BENE-IX)
                   MOVE WBENE-BENE-NAME
                                TO WS-BENE-NAME (WS-BENE-IX)
                   MOVE ZERO    TO WS-BENE-ENTL-AMT (WS-BENE-IX)
                                   WS-BENE-SHARE-PCT (WS-BENE-IX)
                                   WS-BENE-PAYMT-AMT (WS-BENE-IX)
               END-IF
           ELSE
               SUBTRACT 1               FROM WS-BENE-IX
           END-IF.

           ADD WS-CVG-ENTL-AMT          TO WS-BENE-ENTL-AMT (WS-BENE-IX)
                                           WS-TOT-ENTL-AMT.

       3020-POST-ENTITLEMENT-X.
           EXIT.

      *---------------------------
       3030-FIND-BENEFICIARY.
      *---------------------------

           IF  WBENE-CLI-ID NOT = SPACES
               IF  WS-BENE-CLI-ID (WS-BENE-IX) = WBENE-CLI-ID
                   SET  WS-BENE-FOUND   TO TRUE
               END-IF
           ELSE
               IF  WS-BENE-CLI-ID (WS-BENE-IX) = SPACES
               AND WS-BENE-NAME (WS-BENE-IX) = WBENE-BENE-NAME
                   SET  WS-BENE-FOUND   TO TRUE
               END-IF
           END-IF.

       3030-FIND-BENEFICIARY-X.
           EXIT.
      /
      *---------------------------
       3100-CLOSE-ADVANCE-DEPOSIT.
      *---------------------------

      *
      *  THE ADVANCE DEPOSIT STILL PAYS EVERY PREMIUM THAT FELL DUE
      *  UP TO THE DEATH; WHAT IS LEFT AFTER THEM IS REFUNDED IN THE
      *  SETTLEMENT.  THE LEDGER IS CLOSED HERE, SO THE MONTH-END
      *  LEDGER RUN (ZSBMAPDL) DOES NOT REFUND IT A SECOND TIME.
      *  A DRAW FOR A PREMIUM DUE ON OR AFTER THE PAID-TO DATE
      *  PAYS A PREMIUM THAT WOULD OTHERWISE BE TAKEN AS UNPAID.
      *
           MOVE WS-CLM-POL-ID           TO WAPDL-POL-ID.
           PERFORM  9530-APDL-READ
               THRU 9530-APDL-READ-X.

           IF  NOT WAPDL-IO-OK
           OR  NOT WAPDL-STAT-ACTIVE
               GO TO 3100-CLOSE-ADVANCE-DEPOSIT-X
           END-IF.

           PERFORM  3110-DRAW-PREMIUM
               THRU 3110-DRAW-PREMIUM-X
               UNTIL WAPDL-NEXT-DUE-DT > WS-DTH-DT
               OR    WAPDL-BAL-AMT NOT > ZERO
               OR    WS-PREM-AMT NOT > ZERO.

           MOVE WAPDL-BAL-AMT           TO WDCST-ADV-PREM-RFND-AMT.

           IF  WAPDL-BAL-AMT > ZERO
               COMPUTE WS-ENTRY-AMT = ZERO - WAPDL-BAL-AMT
               MOVE 'RF'                TO WS-ENTRY-TYP-CD
               MOVE WGLOB-PROCESS-DATE  TO WS-ENTRY-EFF-DT
               PERFORM  3150-POST-ENTRY
                   THRU 3150-POST-ENTRY-X
           END-IF.

           SET  WAPDL-CLOSE-DEATH       TO TRUE.
           MOVE WS-DTH-DT               TO WAPDL-CLOSE-DT.
           SET  WAPDL-STAT-REFUNDED     TO TRUE.

           PERFORM  9610-APDL-REWRITE
               THRU 9610-APDL-REWRITE-X.

       3100-CLOSE-ADVANCE-DEPOSIT-X.
           EXIT.

      *---------------------------
       3110-DRAW-PREMIUM.
      *---------------------------

           IF  WAPDL-BAL-AMT < WS-PREM-AMT
               COMPUTE WS-ENTRY-AMT = ZERO - WAPDL-BAL-AMT
           ELSE
               COMPUTE WS-ENTRY-AMT = ZERO - WS-PREM-AMT
           END-IF.

           MOVE 'DD'                    TO WS-ENTRY-TYP-CD.
           MOVE WAPDL-NEXT-DUE-DT       TO WS-ENTRY-EFF-DT.
           PERFORM  3150-POST-ENTRY
               THRU 3150-POST-ENTRY-X.
           ADD 1                        TO WAPDL-DRAW-CNT.

           MOVE WAPDL-NEXT-DUE-DT (1:4) TO WS-PDTO-DT-NUM (1:4).
           MOVE WAPDL-NEXT-DUE-DT (6:2) TO WS-PDTO-DT-NUM (5:2).
           MOVE WAPDL-NEXT-DUE-DT (9:2) TO WS-PDTO-DT-NUM (7:2).
           IF  WS-PDTO-DT-NUM NOT < RPOL-POL-PD-TO-DT-NUM
               SUBTRACT WS-ENTRY-AMT    FROM WS-DRAW-GRACE-AMT
           END-IF.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WAPDL-NEXT-DUE-DT       TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-DAYS.
           MOVE WAPDL-MODE-MO-N         TO L1680-NUMBER-OF-MONTHS.
           PERFORM  1680-3000-ADD-Y-M-D-TO-DATE
               THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.
           MOVE L1680-INTERNAL-2        TO WAPDL-NEXT-DUE-DT.

       3110-DRAW-PREMIUM-X.
           EXIT.

      *---------------------------
       3150-POST-ENTRY.
      *---------------------------

      *
      *  POSTS WS-ENTRY-AMT TO THE LEDGER HELD IN WAPDL-REC-INFO
      *  AND WRITES THE ENTRY, AS THE LEDGER RUN DOES.
      *
           EVALUATE WS-ENTRY-TYP-CD
               WHEN 'DD'
                   SUBTRACT WS-ENTRY-AMT FROM WAPDL-TOT-DRAWN-AMT
               WHEN 'RF'
                   SUBTRACT WS-ENTRY-AMT FROM WAPDL-TOT-RFND-AMT
           END-EVALUATE.

           ADD WS-ENTRY-AMT             TO WAPDL-BAL-AMT.
           ADD 1                        TO WAPDL-LAST-SEQ-NUM.
           MOVE WGLOB-PROCESS-DATE      TO WAPDL-LAST-ACTV-DT.

           MOVE SPACES                  TO WAPDH-REC-INFO.
           MOVE WS-CLM-POL-ID           TO WAPDH-POL-ID.
           MOVE WAPDL-LAST-SEQ-NUM      TO WAPDH-SEQ-NUM.
           MOVE WS-ENTRY-TYP-CD         TO WAPDH-ENTRY-TYP-CD.
           MOVE WS-ENTRY-EFF-DT         TO WAPDH-EFF-DT.
           MOVE WS-ENTRY-AMT            TO WAPDH-ENTRY-AMT.
           MOVE WAPDL-BAL-AMT           TO WAPDH-BAL-AMT.
           MOVE WGLOB-PROCESS-DATE      TO WAPDH-ENTRY-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO WAPDH-ENTRY-USER-ID.

           PERFORM  9620-APDH-WRITE
               THRU 9620-APDH-WRITE-X.

       3150-POST-ENTRY-X.
           EXIT.

S51309*---------------------------
S51309 3200-CLOSE-CBB-DEPOSIT.
S51309*---------------------------

S51309*
S51309*  CASH-BACK BONUSES LEFT ON DEPOSIT ARE PAID WITH THE CLAIM,
S51309*  WITH THE INTEREST CREDITED BY THE LAST MONTHLY LEDGER RUN.
S51309*  THE LEDGER IS CLOSED HERE, SO THE LEDGER RUN (ZSBMCBDL)
S51309*  NEVER PAYS IT OUT SEPARATELY.
S51309*
S51309     MOVE WS-CLM-POL-ID           TO WCBDL-POL-ID.
S51309     PERFORM  9540-CBDL-READ
S51309         THRU 9540-CBDL-READ-X.

S51309     IF  NOT WCBDL-IO-OK
S51309     OR  NOT WCBDL-STAT-ACTIVE
S51309         GO TO 3200-CLOSE-CBB-DEPOSIT-X
S51309     END-IF.

S51309     MOVE WCBDL-BAL-AMT           TO WDCST-CBB-ACCR-AMT.

S51309     IF  WCBDL-BAL-AMT > ZERO
S51309         COMPUTE WS-ENTRY-AMT = ZERO - WCBDL-BAL-AMT
S51309         SUBTRACT WS-ENTRY-AMT    FROM WCBDL-TOT-PAYOUT-AMT
S51309         ADD WS-ENTRY-AMT         TO WCBDL-BAL-AMT
S51309         ADD 1                    TO WCBDL-LAST-SEQ-NUM
S51309         MOVE WGLOB-PROCESS-DATE  TO WCBDL-LAST-ACTV-DT
S51309         MOVE SPACES              TO WCBDH-REC-INFO
S51309         MOVE WS-CLM-POL-ID       TO WCBDH-POL-ID
S51309         MOVE WCBDL-LAST-SEQ-NUM  TO WCBDH-SEQ-NUM
S51309         SET  WCBDH-TYP-PAYOUT    TO TRUE
S51309         MOVE WGLOB-PROCESS-DATE  TO WCBDH-EFF-DT
S51309                                     WCBDH-ENTRY-DT
S51309         MOVE WS-ENTRY-AMT        TO WCBDH-ENTRY-AMT
S51309         MOVE WCBDL-BAL-AMT       TO WCBDH-BAL-AMT
S51309         MOVE WPGWS-CRNT-PGM-ID   TO WCBDH-ENTRY-USER-ID
S51309         MOVE ZERO                TO WCBDH-BNS-YR
S51309                                     WCBDH-INT-RT-PCT
S51309                                     WCBDH-TRNCH-BAL-AMT
S51309         PERFORM  9630-CBDH-WRITE
S51309             THRU 9630-CBDH-WRITE-X
S51309     END-IF.

S51309     SET  WCBDL-CLOSE-DEATH       TO TRUE.
S51309     MOVE WS-DTH-DT               TO WCBDL-CLOSE-DT.
S51309     SET  WCBDL-STAT-PAID-OUT     TO TRUE.

S51309     PERFORM  9640-CBDL-REWRITE
S51309         THRU 9640-CBDL-REWRITE-X.

S51309 3200-CLOSE-CBB-DEPOSIT-X.
S51309     EXIT.
      /
      *---------------------------
       3300-PREMIUM-ADJUSTMENT.
      *---------------------------

      *
      *  PREMIUM IS EARNED TO THE END OF THE POLICY MONTH IN WHICH
      *  DEATH OCCURRED.  PAID BEYOND THAT, THE WHOLE MONTHS PAID
      *  ARE REFUNDED; PAID SHORT OF IT, EVERY MODAL PREMIUM DUE
      *  FROM THE PAID-TO DATE UP TO THE DEATH IS TAKEN FROM THE
      *  BENEFIT, LESS WHAT THE ADVANCE DEPOSIT HAS PAID OF THEM.
      *  A POLICY WITH NO PREMIUM STILL PAYABLE HAS NEITHER.
      *
           IF  WS-PREM-AMT NOT > ZERO
           OR  RPOL-PREM-PMT-CMPLT-YES
           OR  RPOL-POL-BILL-TYP-SINGLE
           OR  RPOL-POL-STAT-PAID-UP-LIFE
           OR  RPOL-POL-PD-TO-DT-NUM NOT NUMERIC
           OR  RPOL-POL-PD-TO-DT-NUM = ZERO
           OR  WS-DTH-YR NOT NUMERIC
           OR  WS-DTH-MO NOT NUMERIC
           OR  WS-DTH-DY NOT NUMERIC
               GO TO 3300-PREMIUM-ADJUSTMENT-X
           END-IF.

           COMPUTE WS-DTH-DT-NUM =
               WS-DTH-YR * 10000 + WS-DTH-MO * 100 + WS-DTH-DY.
           COMPUTE WS-DTH-MO-IDX = WS-DTH-YR * 12 + WS-DTH-MO.
           COMPUTE WS-PDTO-MO-IDX =
               RPOL-POL-PD-TO-DT-NUM-YR * 12
             + RPOL-POL-PD-TO-DT-NUM-MO.

           IF  RPOL-POL-PD-TO-DT-NUM > WS-DTH-DT-NUM
               COMPUTE WS-MO-DIFF =
                   WS-PDTO-MO-IDX - WS-DTH-MO-IDX - 1
               IF  WS-DTH-DY < RPOL-POL-PD-TO-DT-NUM-DY
                   ADD 1                TO WS-MO-DIFF
               END-IF
               IF  WS-MO-DIFF > ZERO
                   MOVE WS-MO-DIFF      TO WDCST-UNERN-MO-CNT
                   COMPUTE WDCST-UNERN-PREM-AMT ROUNDED =
                       WS-PREM-AMT * WS-MO-DIFF / WS-MODE-MO-N
               END-IF
           ELSE
               COMPUTE WS-MO-DIFF =
                   WS-DTH-MO-IDX - WS-PDTO-MO-IDX
               IF  WS-DTH-DY < RPOL-POL-PD-TO-DT-NUM-DY
                   SUBTRACT 1           FROM WS-MO-DIFF
               END-IF
               DIVIDE WS-MO-DIFF BY WS-MODE-MO-N
                   GIVING WS-DUE-CNT
               ADD 1                    TO WS-DUE-CNT
               IF  WS-DUE-CNT > 99
                   MOVE 99              TO WS-DUE-CNT
               END-IF
               MOVE WS-DUE-CNT          TO WDCST-GRACE-DUE-CNT
               COMPUTE WDCST-GRACE-PREM-AMT =
                   WS-PREM-AMT * WS-DUE-CNT - WS-DRAW-GRACE-AMT
               IF  WDCST-GRACE-PREM-AMT < ZERO
                   MOVE ZERO            TO WDCST-GRACE-PREM-AMT
               END-IF
           END-IF.

       3300-PREMIUM-ADJUSTMENT-X.
           EXIT.
      /
      *---------------------------
       3400-CLOSE-LOAN.
      *---------------------------

      *
      *  EACH LOAN IS PAID OFF FROM THE BENEFIT AT ITS QUOTED PAYOFF
      *  AND CLOSED TO HISTORY.  APL AND CASH LOANS ARE SHOWN ON
      *  SEPARATE LINES OF THE STATEMENT.
      *
           MOVE LOW-VALUES              TO WCAPL-KEY.
           MOVE WS-CLM-POL-ID           TO WCAPL-POL-ID.
           MOVE LAPLQ-LOAN-SEQ-NUM (WS-LOAN-IX)
                                        TO WCAPL-SEQ-NUM.

           PERFORM  CAPL-1000-READ-FOR-UPDATE
               THRU CAPL-1000-READ-FOR-UPDATE-X.

           IF  NOT WCAPL-IO-OK
           OR  NOT RCAPL-COMM-PAY-STAT-ACTIVE
               GO TO 3400-CLOSE-LOAN-X
           END-IF.

           IF  RCAPL-LOAN-TYP-VOLUNTARY
               ADD LAPLQ-LOAN-PAYOFF-AMT (WS-LOAN-IX)
                                        TO WDCST-LOAN-PAYOFF-AMT
           ELSE
               ADD LAPLQ-LOAN-PAYOFF-AMT (WS-LOAN-IX)
                                        TO WDCST-APL-PAYOFF-AMT
           END-IF.

           MOVE RCAPL-COMM-BAL-AMT      TO RCAPL-PREV-COMM-BAL-AMT.
           MOVE ZERO                    TO RCAPL-COMM-BAL-AMT.
           MOVE WGLOB-PROCESS-DATE      TO RCAPL-APL-PD-TO-DT.
           MOVE RCAPL-COMM-PAY-STAT-CD  TO RCAPL-PREV-COMM-PAY-STAT-CD.
           SET  RCAPL-COMM-PAY-STAT-HISTORY
                                        TO TRUE.

           PERFORM  CAPL-2000-REWRITE
               THRU CAPL-2000-REWRITE-X.

           ADD 1                        TO WDCST-LOAN-CLOSE-CNT
                                           WS-LOAN-CLOSE-CNT.

       3400-CLOSE-LOAN-X.
           EXIT.
      /
      *---------------------------
       4000-ALLOCATE-NET.
      *---------------------------

      *
      *  THE NET AMOUNT FOLLOWS EACH BENEFICIARY'S SHARE OF THE
      *  DEATH BENEFIT.  THE LAST ONE TAKES THE ROUNDING, SO THE
      *  PAYMENTS ALWAYS ADD UP TO THE NET AMOUNT.
      *
           MOVE WDCST-NET-AMT           TO WS-ALLOC-AMT.

           PERFORM  4010-ALLOCATE-SHARE
               THRU 4010-ALLOCATE-SHARE-X
               VARYING WS-BENE-IX FROM 1 BY 1
                 UNTIL WS-BENE-IX > WS-BENE-CNT.

           MOVE WS-BENE-CNT             TO WDCST-BENE-CNT.

       4000-ALLOCATE-NET-X.
           EXIT.

      *---------------------------
       4010-ALLOCATE-SHARE.
      *---------------------------

           IF  WS-TOT-ENTL-AMT > ZERO
               COMPUTE WS-BENE-SHARE-PCT (WS-BENE-IX) ROUNDED =
                   WS-BENE-ENTL-AMT (WS-BENE-IX) * 100
                 / WS-TOT-ENTL-AMT
           ELSE
               MOVE ZERO            TO WS-BENE-SHARE-PCT (WS-BENE-IX)
           END-IF.

           IF  WS-BENE-IX = WS-BENE-CNT
               MOVE WS-ALLOC-AMT    TO WS-BENE-PAYMT-AMT (WS-BENE-IX)
           ELSE
               IF  WS-TOT-ENTL-AMT > ZERO
                   COMPUTE WS-BENE-PAYMT-AMT (WS-BENE-IX) ROUNDED =
                       WDCST-NET-AMT * WS-BENE-ENTL-AMT (WS-BENE-IX)
                     / WS-TOT-ENTL-AMT
               ELSE
                   MOVE ZERO        TO WS-BENE-PAYMT-AMT (WS-BENE-IX)
               END-IF
               SUBTRACT WS-BENE-PAYMT-AMT (WS-BENE-IX)
                                        FROM WS-ALLOC-AMT
           END-IF.

           MOVE WS-BENE-CLI-ID (WS-BENE-IX)
                                TO WDCST-BENE-CLI-ID (WS-BENE-IX).
           MOVE WS-BENE-NAME (WS-BENE-IX)
                                TO WDCST-BENE-NAME (WS-BENE-IX).
           MOVE WS-BENE-SHARE-PCT (WS-BENE-IX)
                                TO WDCST-BENE-SHARE-PCT (WS-BENE-IX).
           MOVE WS-BENE-ENTL-AMT (WS-BENE-IX)
                                TO WDCST-BENE-ENTL-AMT (WS-BENE-IX).
           MOVE WS-BENE-PAYMT-AMT (WS-BENE-IX)
                                TO WDCST-BENE-PAYMT-AMT (WS-BENE-IX).

       4010-ALLOCATE-SHARE-X.
           EXIT.
      /
      *---------------------------
       5000-STAGE-PAYMENT.
      *---------------------------

      *
      *  EACH SHARE IS PAID TO THE BENEFICIARY'S OWN ACCOUNT - THE
      *  DRAIN (ZSBMDSBD) PAYS THE PAYEE CLIENT WHEN ONE IS GIVEN.
      *
           IF  WS-BENE-PAYMT-AMT (WS-BENE-IX) NOT > ZERO
               GO TO 5000-STAGE-PAYMENT-X
           END-IF.

      *
      *  A BENEFICIARY NAMED ON THE DESIGNATION BUT NOT SET UP AS A
      *  CLIENT HAS NO PAYEE THE DRAIN CAN PAY - STAGED WITH A BLANK
      *  PAYEE IT WOULD GO TO THE PAYOR.  THE SHARE IS HELD FOR
      *  MANUAL PAYMENT INSTEAD AND LEFT AS A VARIANCE ON THE
      *  REGISTER UNTIL THE CLAIMS SYSTEM REPORTS IT PAID.
      *
           IF  WS-BENE-CLI-ID (WS-BENE-IX) = SPACES
               ADD 1                    TO WS-MANL-CNT
               ADD WS-BENE-PAYMT-AMT (WS-BENE-IX)
                                        TO WS-MANL-AMT
               SUBTRACT WS-BENE-PAYMT-AMT (WS-BENE-IX)
                                        FROM WS-TOT-NET-AMT
      *MSG: (W) DEATH CLAIM @1 SHARE TO @2 HELD FOR MANUAL PAYMENT
               MOVE WS-CLM-ID           TO WGLOB-MSG-PARM (1)
               MOVE WS-BENE-NAME (WS-BENE-IX)
                                        TO WGLOB-MSG-PARM (2)
               MOVE 'ZSDCST0005'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 5000-STAGE-PAYMENT-X
           END-IF.

           MOVE SPACES                  TO RDSBQ-SEQ-REC-INFO.
           MOVE WS-CLM-POL-ID           TO RDSBQ-POL-ID.
           SET  RDSBQ-TYP-DEATH         TO TRUE.
           MOVE WS-BENE-PAYMT-AMT (WS-BENE-IX)
                                        TO RDSBQ-DSBMT-AMT.
           MOVE WGLOB-PROCESS-DATE      TO RDSBQ-QUEUED-DT.
           MOVE ZERO                    TO RDSBQ-LOAN-SEQ-NUM.
           MOVE WS-BENE-CLI-ID (WS-BENE-IX)
                                        TO RDSBQ-PAYEE-CLI-ID.

           MOVE TFCMD-WRITE-RECORD      TO WDSBQ-SEQ-IO-COMMAND.
           WRITE RDSBQ-SEQ-REC-INFO.
           IF  WDSBQ-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9700-HANDLE-DSBQ-ERROR
                   THRU 9700-HANDLE-DSBQ-ERROR-X
           END-IF.

           ADD 1                        TO WS-DSBQ-CNT.

       5000-STAGE-PAYMENT-X.
           EXIT.
      /
      *---------------------------
       6000-UPDATE-POLICY.
      *---------------------------

      *
      *  THE POLICY ENDS AT THE DEATH.  THE DEFERRED MATURITY
      *  PROCEEDS HAVE BEEN PAID OUT IN THE SETTLEMENT.
      *
           MOVE RPOL-POL-CSTAT-CD       TO RPOL-POL-PREV-CSTAT-CD.
           SET  RPOL-POL-STAT-DEATH     TO TRUE.
           MOVE WS-DTH-DT               TO RPOL-POL-STAT-CHNG-DT.
           MOVE ZERO                    TO RPOL-MAT-DEFR-AMT
                                           RPOL-MAT-DEFR-INT-AMT.

           PERFORM  POL-2000-REWRITE
               THRU POL-2000-REWRITE-X.

           MOVE SPACES                  TO RPHST-REC-INFO.
           MOVE WS-CLM-POL-ID           TO RPHST-POL-ID.
           MOVE WS-DTH-DT               TO RPHST-PCHST-EFF-DT.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-ACTVTY-EFF-DT.
           MOVE ZEROES                  TO RPHST-CVG-NUM.
           MOVE 'DCST'                  TO RPHST-POL-ACTV-TYP-ID.
           MOVE 'CL'                    TO RPHST-ACTVTY-TYP-CD.
           SET  RPHST-PCHST-STAT-ACTIVE TO TRUE.
           MOVE WS-CLM-ID               TO WS-PHST-DESC-CLM-ID.
           MOVE WS-PHST-DESC-TXT        TO RPHST-ACTVTY-DESC-TXT.
           MOVE WDCST-DTH-BNFT-AMT      TO WS-PHST-OLD-AMT.
           MOVE WS-PHST-OLD-VALU-TXT    TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE WDCST-NET-AMT           TO WS-PHST-NEW-AMT.
           MOVE WS-PHST-NEW-VALU-TXT    TO RPHST-PCHST-NEW-VALU-TXT.
           MOVE WPGWS-CRNT-PGM-ID       TO RPHST-PREV-UPDT-USER-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-PREV-UPDT-DT.

           PERFORM  PHST-1000-CREATE
               THRU PHST-1000-CREATE-X.

       6000-UPDATE-POLICY-X.
           EXIT.
      /
      *---------------------------
       8000-PRINT-STATEMENT.
      *---------------------------

      *
      *  ONE PAGE PER BENEFICIARY SHOWING EVERY LINE OF THE
      *  SETTLEMENT AND THE BENEFICIARY'S OWN PAYMENT.
      *
           PERFORM  8450-WRITE-PAGE-HEADING
               THRU 8450-WRITE-PAGE-HEADING-X.

           MOVE SPACES                  TO P-STMT-CLAIM-LINE.
           MOVE 'CLAIM: '               TO P-STMT-CLAIM-LINE (2:7).
           MOVE WS-CLM-ID               TO P-CLM-ID.
           MOVE WS-CLM-POL-ID           TO P-POL-ID.
           MOVE WS-DTH-DT               TO P-DTH-DT.
           MOVE WGLOB-PROCESS-DATE      TO P-SETL-DT.
           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-STMT-CLAIM-LINE       TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-BENE-CLI-ID (WS-BENE-IX)
                                        TO P-BENE-CLI-ID.
           MOVE WS-BENE-NAME (WS-BENE-IX)
                                        TO P-BENE-NAME.
           MOVE WS-BENE-SHARE-PCT (WS-BENE-IX)
                                        TO P-BENE-SHARE-PCT.
           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-STMT-BENE-LINE        TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE 'DEATH BENEFIT'         TO WS-STMT-LABEL.
           MOVE WDCST-DTH-BNFT-AMT      TO WS-STMT-AMT.
           MOVE SPACES                  TO WS-STMT-NOTE.
           PERFORM  8410-WRITE-AMOUNT-LINE
               THRU 8410-WRITE-AMOUNT-LINE-X.

           MOVE 'ADD: ADVANCE PREMIUM REFUND'
                                        TO WS-STMT-LABEL.
           MOVE WDCST-ADV-PREM-RFND-AMT TO WS-STMT-AMT.
           PERFORM  8410-WRITE-AMOUNT-LINE
               THRU 8410-WRITE-AMOUNT-LINE-X.

           MOVE 'ADD: ACCRUED CASH-BACK BONUS'
                                        TO WS-STMT-LABEL.
           MOVE WDCST-CBB-ACCR-AMT      TO WS-STMT-AMT.
           PERFORM  8410-WRITE-AMOUNT-LINE
               THRU 8410-WRITE-AMOUNT-LINE-X.

           MOVE 'ADD: DEFERRED MATURITY PROCEEDS'
                                        TO WS-STMT-LABEL.
           MOVE WDCST-MAT-DEFR-AMT      TO WS-STMT-AMT.
           PERFORM  8410-WRITE-AMOUNT-LINE
               THRU 8410-WRITE-AMOUNT-LINE-X.

           MOVE 'ADD: UNEARNED PREMIUM REFUND'
                                        TO WS-STMT-LABEL.
           MOVE WDCST-UNERN-PREM-AMT    TO WS-STMT-AMT.
           IF  WDCST-UNERN-MO-CNT > ZERO
               MOVE WDCST-UNERN-MO-CNT  TO P-STMT-UNIT-CNT
               MOVE 'MONTH(S)'          TO P-STMT-UNIT-TXT
               MOVE P-STMT-UNIT-NOTE    TO WS-STMT-NOTE
           END-IF.
           PERFORM  8410-WRITE-AMOUNT-LINE
               THRU 8410-WRITE-AMOUNT-LINE-X.

           MOVE 'LESS: AUTOMATIC PREMIUM LOANS'
                                        TO WS-STMT-LABEL.
           COMPUTE WS-STMT-AMT = ZERO - WDCST-APL-PAYOFF-AMT.
           PERFORM  8410-WRITE-AMOUNT-LINE
               THRU 8410-WRITE-AMOUNT-LINE-X.

           MOVE 'LESS: POLICY LOANS WITH INTEREST'
                                        TO WS-STMT-LABEL.
           COMPUTE WS-STMT-AMT = ZERO - WDCST-LOAN-PAYOFF-AMT.
           PERFORM  8410-WRITE-AMOUNT-LINE
               THRU 8410-WRITE-AMOUNT-LINE-X.

           MOVE 'LESS: UNPAID PREMIUMS IN GRACE'
                                        TO WS-STMT-LABEL.
           COMPUTE WS-STMT-AMT = ZERO - WDCST-GRACE-PREM-AMT.
           IF  WDCST-GRACE-DUE-CNT > ZERO
               MOVE WDCST-GRACE-DUE-CNT TO P-STMT-UNIT-CNT
               MOVE 'PREMIUM(S) DUE'    TO P-STMT-UNIT-TXT
               MOVE P-STMT-UNIT-NOTE    TO WS-STMT-NOTE
           END-IF.
           PERFORM  8410-WRITE-AMOUNT-LINE
               THRU 8410-WRITE-AMOUNT-LINE-X.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-STMT-RULE-LINE        TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'NET AMOUNT PAYABLE'    TO WS-STMT-LABEL.
           MOVE WDCST-NET-AMT           TO WS-STMT-AMT.
           PERFORM  8410-WRITE-AMOUNT-LINE
               THRU 8410-WRITE-AMOUNT-LINE-X.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE 'PAYABLE TO THIS BENEFICIARY'
                                        TO WS-STMT-LABEL.
           MOVE WS-BENE-PAYMT-AMT (WS-BENE-IX)
                                        TO WS-STMT-AMT.
           IF  WS-BENE-CLI-ID (WS-BENE-IX) = SPACES
           AND WS-BENE-PAYMT-AMT (WS-BENE-IX) > ZERO
               MOVE 'MANUAL PAYMENT'    TO WS-STMT-NOTE
           END-IF.
           PERFORM  8410-WRITE-AMOUNT-LINE
               THRU 8410-WRITE-AMOUNT-LINE-X.

           ADD 1                        TO WS-STMT-CNT.

       8000-PRINT-STATEMENT-X.
           EXIT.

      *---------------------------
       8410-WRITE-AMOUNT-LINE.
      *---------------------------

           MOVE SPACES                  TO P-STMT-AMT-LINE.
           MOVE WS-STMT-LABEL           TO P-STMT-LABEL.
           MOVE WS-STMT-AMT             TO P-STMT-AMT.
           MOVE WS-STMT-NOTE            TO P-STMT-NOTE.

           MOVE P-STMT-AMT-LINE         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE SPACES                  TO WS-STMT-NOTE.

       8410-WRITE-AMOUNT-LINE-X.
           EXIT.

      *--------------------------
       8450-WRITE-PAGE-HEADING.
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
           MOVE P-STMT-TITLE-LINE      TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8450-WRITE-PAGE-HEADING-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE WHDG-LINE-1              TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-2000-WRITE
               THRU PRT1-2000-WRITE-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE WHDG-LINE-2              TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-CLPS-READ-CNT         TO P-READ-CNT-X.
           MOVE WS-CLM-CNT               TO P-CLM-CNT-X.
           MOVE WS-SETL-CNT              TO P-SETL-CNT-X.
           MOVE WS-DUP-CNT               TO P-DUP-CNT-X.
           MOVE WS-HELD-CNT              TO P-HELD-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-STMT-CNT              TO P-STMT-CNT-X.
           MOVE WS-DSBQ-CNT              TO P-DSBQ-CNT-X.
           MOVE WS-LOAN-CLOSE-CNT        TO P-LOAN-CNT-X.
           MOVE WS-MANL-CNT              TO P-MANL-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-TOTAL-LINE.
           MOVE 'DEATH BENEFIT SETTLED'  TO P-TOTAL-LABEL.
           MOVE WS-TOT-DTH-BNFT-AMT      TO P-TOTAL-AMT.
           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-TOTAL-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-TOTAL-LINE.
           MOVE 'NET AMOUNT STAGED'      TO P-TOTAL-LABEL.
           MOVE WS-TOT-NET-AMT           TO P-TOTAL-AMT.
           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-TOTAL-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-TOTAL-LINE.
           MOVE 'HELD FOR MANUAL PAYMENT' TO P-TOTAL-LABEL.
           MOVE WS-MANL-AMT              TO P-TOTAL-AMT.
           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-TOTAL-LINE             TO RPRT1-SEQ-REC-INFO.
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
           PERFORM 9650-GET-TEXT-DESC
              THRU 9650-GET-TEXT-DESC-X.
           MOVE L2490-TXT-STR-TXT  TO L0040-PROGRAM-DESC.
           MOVE L2490-TXT-STR-TXT  TO WHDG-REPORT-TITLE.

           PERFORM 0040-1000-INIT-TITLE
              THRU 0040-1000-INIT-TITLE-X.

       9100-INIT-TITLES-X.
           EXIT.

      *-------------------
       9650-GET-TEXT-DESC.
      *-------------------

           PERFORM 2490-1000-BUILD-PARM-INFO
              THRU 2490-1000-BUILD-PARM-INFO-X.
           MOVE WPGWS-CRNT-PGM-ID  TO L2490-TXT-SRC-ID.
           MOVE WS-TXT-SRC-REF-ID  TO L2490-TXT-SRC-REF-ID.
           PERFORM 2490-1000-RETRIEVE-TEXT
              THRU 2490-1000-RETRIEVE-TEXT-X.

       9650-GET-TEXT-DESC-X.
           EXIT.
      /
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           OPEN I-O DCST-FILE.
           IF  WDCST-IO-NOFILE
               OPEN OUTPUT DCST-FILE
               CLOSE DCST-FILE
               OPEN I-O DCST-FILE
           END-IF.
           IF  WDCST-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-OPEN-U-FILE      TO WDCST-SEQ-IO-COMMAND
              PERFORM 9750-HANDLE-DCST-ERROR
                 THRU 9750-HANDLE-DCST-ERROR-X
           END-IF.

           OPEN INPUT BENE-FILE.
           IF  WBENE-IO-NOFILE
               OPEN OUTPUT BENE-FILE
               CLOSE BENE-FILE
               OPEN INPUT BENE-FILE
           END-IF.
           IF  WBENE-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
              PERFORM 9740-HANDLE-BENE-ERROR
                 THRU 9740-HANDLE-BENE-ERROR-X
           END-IF.

           OPEN I-O APDL-FILE.
           IF  WAPDL-IO-NOFILE
               OPEN OUTPUT APDL-FILE
               CLOSE APDL-FILE
               OPEN I-O APDL-FILE
           END-IF.
           IF  WAPDL-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-OPEN-U-FILE      TO WAPDL-SEQ-IO-COMMAND
              PERFORM 9710-HANDLE-APDL-ERROR
                 THRU 9710-HANDLE-APDL-ERROR-X
           END-IF.

           OPEN I-O APDH-FILE.
           IF  WAPDH-IO-NOFILE
               OPEN OUTPUT APDH-FILE
               CLOSE APDH-FILE
               OPEN I-O APDH-FILE
           END-IF.
           IF  WAPDH-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-OPEN-U-FILE      TO WAPDH-SEQ-IO-COMMAND
              PERFORM 9720-HANDLE-APDH-ERROR
                 THRU 9720-HANDLE-APDH-ERROR-X
           END-IF.

S51309     OPEN I-O CBDL-FILE.
S51309     IF  WCBDL-IO-NOFILE
S51309         OPEN OUTPUT CBDL-FILE
S51309         CLOSE CBDL-FILE
S51309         OPEN I-O CBDL-FILE
S51309     END-IF.
S51309     IF  WCBDL-SEQ-FILE-STATUS NOT = '00'
S51309        MOVE TFCMD-OPEN-U-FILE      TO WCBDL-SEQ-IO-COMMAND
S51309        PERFORM 9760-HANDLE-CBDL-ERROR
S51309           THRU 9760-HANDLE-CBDL-ERROR-X
S51309     END-IF.

S51309     OPEN I-O CBDH-FILE.
S51309     IF  WCBDH-IO-NOFILE
S51309         OPEN OUTPUT CBDH-FILE
S51309         CLOSE CBDH-FILE
S51309         OPEN I-O CBDH-FILE
S51309     END-IF.
S51309     IF  WCBDH-SEQ-FILE-STATUS NOT = '00'
S51309        MOVE TFCMD-OPEN-U-FILE      TO WCBDH-SEQ-IO-COMMAND
S51309        PERFORM 9770-HANDLE-CBDH-ERROR
S51309           THRU 9770-HANDLE-CBDH-ERROR-X
S51309     END-IF.

           MOVE ZERO TO WCLPS-SEQ-IO-STATUS.
           OPEN INPUT CLPS-DATA-FILE.
           IF WCLPS-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9730-HANDLE-CLPS-ERROR
                 THRU 9730-HANDLE-CLPS-ERROR-X
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

           MOVE WS-SETL-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE WS-TOT-NET-AMT           TO  WS-DISP-AMT.
           MOVE WS-DISP-AMT              TO  WGLOB-MSG-PARM (2).
           MOVE 'ZSDCST0004'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) DEATH CLAIMS SETTLED @1 - NET AMOUNT STAGED @2
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE DCST-FILE.
           CLOSE BENE-FILE.
           CLOSE APDL-FILE.
           CLOSE APDH-FILE.
S51309     CLOSE CBDL-FILE.
S51309     CLOSE CBDH-FILE.
           CLOSE CLPS-DATA-FILE.
           CLOSE DSBQ-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-CLPS-READ.
      *----------------

           MOVE ZERO                   TO WCLPS-SEQ-IO-STATUS.

           READ CLPS-DATA-FILE
                AT END
                  MOVE 8               TO WCLPS-SEQ-IO-STATUS
                  GO TO 9500-CLPS-READ-X.

           IF  WCLPS-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9730-HANDLE-CLPS-ERROR
                   THRU 9730-HANDLE-CLPS-ERROR-X
           END-IF.

       9500-CLPS-READ-X.
           EXIT.

      *---------------------
       9510-BENE-READ-NEXT.
      *---------------------

           READ BENE-FILE NEXT
               AT END
                   MOVE '10'            TO WBENE-SEQ-FILE-STATUS
                   GO TO 9510-BENE-READ-NEXT-X
           END-READ.

           IF  NOT WBENE-IO-OK
               MOVE TFCMD-READNEXT-RECORD
                                        TO WGLOB-IO-COMMAND
               PERFORM 9740-HANDLE-BENE-ERROR
                  THRU 9740-HANDLE-BENE-ERROR-X
           END-IF.

       9510-BENE-READ-NEXT-X.
           EXIT.

      *---------------------
       9520-DCST-READ.
      *---------------------

           MOVE TFCMD-READ-RECORD       TO WDCST-SEQ-IO-COMMAND.

           READ DCST-FILE
               INVALID KEY
                   MOVE '23'            TO WDCST-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WDCST-IO-OK
           AND NOT WDCST-IO-NOTFND
               PERFORM 9750-HANDLE-DCST-ERROR
                  THRU 9750-HANDLE-DCST-ERROR-X
           END-IF.

       9520-DCST-READ-X.
           EXIT.

      *---------------------
       9530-APDL-READ.
      *---------------------

           MOVE TFCMD-READ-RECORD       TO WAPDL-SEQ-IO-COMMAND.

           READ APDL-FILE
               INVALID KEY
                   MOVE '23'            TO WAPDL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WAPDL-IO-OK
           AND NOT WAPDL-IO-NOTFND
               PERFORM 9710-HANDLE-APDL-ERROR
                  THRU 9710-HANDLE-APDL-ERROR-X
           END-IF.

       9530-APDL-READ-X.
           EXIT.

S51309*---------------------
S51309 9540-CBDL-READ.
S51309*---------------------

S51309     MOVE TFCMD-READ-RECORD       TO WCBDL-SEQ-IO-COMMAND.

S51309     READ CBDL-FILE
S51309         INVALID KEY
S51309             MOVE '23'            TO WCBDL-SEQ-FILE-STATUS
S51309     END-READ.

S51309     IF  NOT WCBDL-IO-OK
S51309     AND NOT WCBDL-IO-NOTFND
S51309         PERFORM 9760-HANDLE-CBDL-ERROR
S51309            THRU 9760-HANDLE-CBDL-ERROR-X
S51309     END-IF.

S51309 9540-CBDL-READ-X.
S51309     EXIT.

      *---------------------
       9600-DCST-WRITE.
      *---------------------

           MOVE TFCMD-WRITE-RECORD      TO WDCST-SEQ-IO-COMMAND.

           WRITE WDCST-REC-INFO.

           IF  NOT WDCST-IO-OK
               PERFORM 9750-HANDLE-DCST-ERROR
                  THRU 9750-HANDLE-DCST-ERROR-X
           END-IF.

       9600-DCST-WRITE-X.
           EXIT.

      *---------------------
       9610-APDL-REWRITE.
      *---------------------

           MOVE TFCMD-REWRITE-RECORD    TO WAPDL-SEQ-IO-COMMAND.

           REWRITE WAPDL-REC-INFO.

           IF  NOT WAPDL-IO-OK
               PERFORM 9710-HANDLE-APDL-ERROR
                  THRU 9710-HANDLE-APDL-ERROR-X
           END-IF.

       9610-APDL-REWRITE-X.
           EXIT.

      *---------------------
       9620-APDH-WRITE.
      *---------------------

           MOVE TFCMD-WRITE-RECORD      TO WAPDH-SEQ-IO-COMMAND.

           WRITE WAPDH-REC-INFO.

           IF  NOT WAPDH-IO-OK
               PERFORM 9720-HANDLE-APDH-ERROR
                  THRU 9720-HANDLE-APDH-ERROR-X
           END-IF.

       9620-APDH-WRITE-X.
           EXIT.

S51309*---------------------
S51309 9630-CBDH-WRITE.
S51309*---------------------

S51309     MOVE TFCMD-WRITE-RECORD      TO WCBDH-SEQ-IO-COMMAND.

S51309     WRITE WCBDH-REC-INFO.

S51309     IF  NOT WCBDH-IO-OK
S51309         PERFORM 9770-HANDLE-CBDH-ERROR
S51309            THRU 9770-HANDLE-CBDH-ERROR-X
S51309     END-IF.

S51309 9630-CBDH-WRITE-X.
S51309     EXIT.

S51309*---------------------
S51309 9640-CBDL-REWRITE.
S51309*---------------------

S51309     MOVE TFCMD-REWRITE-RECORD    TO WCBDL-SEQ-IO-COMMAND.

S51309     REWRITE WCBDL-REC-INFO.

S51309     IF  NOT WCBDL-IO-OK
S51309         PERFORM 9760-HANDLE-CBDL-ERROR
S51309            THRU 9760-HANDLE-CBDL-ERROR-X
S51309     END-IF.

S51309 9640-CBDL-REWRITE-X.
S51309     EXIT.

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

      *-----------------------
       9710-HANDLE-APDL-ERROR.
      *-----------------------

           MOVE WAPDL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WAPDL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WAPDL-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-APDL-ERROR-X.
           EXIT.

      *-----------------------
       9720-HANDLE-APDH-ERROR.
      *-----------------------

           MOVE WAPDH-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WAPDH-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WAPDH-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9720-HANDLE-APDH-ERROR-X.
           EXIT.

      *-----------------------
       9730-HANDLE-CLPS-ERROR.
      *-----------------------

           MOVE WCLPS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCLPS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCLPS-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9730-HANDLE-CLPS-ERROR-X.
           EXIT.

      *-----------------------
       9740-HANDLE-BENE-ERROR.
      *-----------------------

           MOVE WBENE-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WBENE-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9740-HANDLE-BENE-ERROR-X.
           EXIT.

      *-----------------------
       9750-HANDLE-DCST-ERROR.
      *-----------------------

           MOVE WDCST-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WDCST-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WDCST-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9750-HANDLE-DCST-ERROR-X.
           EXIT.

S51309*-----------------------
S51309 9760-HANDLE-CBDL-ERROR.
S51309*-----------------------

S51309     MOVE WCBDL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
S51309     MOVE WCBDL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
S51309     MOVE WCBDL-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
S51309     PERFORM 0030-3000-QSAM-ERROR
S51309        THRU 0030-3000-QSAM-ERROR-X.

S51309 9760-HANDLE-CBDL-ERROR-X.
S51309     EXIT.

S51309*-----------------------
S51309 9770-HANDLE-CBDH-ERROR.
S51309*-----------------------

S51309     MOVE WCBDH-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
S51309     MOVE WCBDH-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
S51309     MOVE WCBDH-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
S51309     PERFORM 0030-3000-QSAM-ERROR
S51309        THRU 0030-3000-QSAM-ERROR-X.

S51309 9770-HANDLE-CBDH-ERROR-X.
S51309     EXIT.
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
      * POLICY READ FOR UPDATE / REWRITE
      *
       COPY CCPUPOL.
      *
      * LOAN READ FOR UPDATE / REWRITE
      *
       COPY CCPBCAPL.
      *
      * POLICY ACTIVITY HISTORY CREATE
      *
       COPY CCPCPHST.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMDCST                     **
      *****************************************************************
