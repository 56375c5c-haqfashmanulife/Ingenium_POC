      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMCBDL.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMCBDL                                         **
      **  REMARKS:  MONTH-END CASH-BACK BONUS LEFT-ON-DEPOSIT        **
      **            (SUEY-OKI) LEDGER RUN.  POSTS EACH BONUS THE     **
      **            CLIENT LEFT ON DEPOSIT (ZCSRCBDF) TO THE         **
      **            POLICY'S LEDGER (CBDL, ENTRIES ON CBDH) AS A     **
      **            TRANCHE CARRYING THE DECLARED RATE (CBRT) IN     **
      **            FORCE ON ITS DUE DATE, OPENING THE LEDGER ON     **
      **            THE FIRST DEPOSIT.  EVERY ACTIVE LEDGER IS THEN  **
      **            CREDITED A MONTH'S INTEREST, EACH TRANCHE AT ITS **
      **            OWN RATE.  WHEN THE POLICY HAS MATURED OR BEEN   **
      **            SURRENDERED THE BALANCE IS STAGED FOR PAYMENT ON **
      **            THE DISBURSEMENT QUEUE (ZCSRDSBQ) AND THE LEDGER **
      **            CLOSED.  A DEATH IS LEFT TO THE CLAIM SETTLEMENT **
      **            (ZSBMDCST), WHICH PAYS AND CLOSES THE LEDGER.    **
      **            ONLINE WITHDRAWALS ARE POSTED BY ZSRQCBDW.       **
      **                                                             **
      **  DOMAIN :  PR                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51309**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHCBDL.

           COPY CCFHCBDH.

           COPY CCFHCBRT.

           SELECT CBDF-DATA-FILE ASSIGN TO ZSCBDF
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCBDF-SEQ-FILE-STATUS.

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

       COPY CCFWCBDL.

       COPY CCFWCBDH.

       COPY CCFWCBRT.

       FD  CBDF-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCBDF.

       FD  DSBQ-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRDSBQ.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMCBDL'.

       COPY SQLCA.

       COPY CCWWCBDL.

       COPY CCWWCBRT.

       01  WCBDF-SEQ-IO-WORK-AREA.
           05  WCBDF-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'CBDF'.
           05  WCBDF-SEQ-IO-COMMAND            PIC X(02).
           05  WCBDF-SEQ-FILE-STATUS           PIC X(02).
           05  WCBDF-SEQ-IO-STATUS             PIC 9(01).
               88  WCBDF-SEQ-IO-OK             VALUE 0.
               88  WCBDF-SEQ-IO-EOF            VALUE 8.
               88  WCBDF-SEQ-IO-ERROR          VALUE 9.

       01  WDSBQ-SEQ-IO-WORK-AREA.
           05  WDSBQ-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'DSBQ'.
           05  WDSBQ-SEQ-IO-COMMAND            PIC X(02).
           05  WDSBQ-SEQ-FILE-STATUS           PIC X(02).

       01  WS-PROGRAM-WORK-AREA.
           05  WS-POL-ID                 PIC X(10)  VALUE SPACES.
           05  WS-DPOS-RATE-PCT          PIC 9(02)V9(04).
           05  WS-DPOS-BNS-YR            PIC 9(04).
           05  WS-TRNCH-INT-AMT          PIC S9(13)V99 COMP-3.
           05  WS-INT-TOT-AMT            PIC S9(13)V99 COMP-3.
           05  WS-INT-YEN-AMT            PIC S9(13)    COMP-3.
           05  WS-ENTRY-TYP-CD           PIC X(02).
           05  WS-ENTRY-EFF-DT           PIC X(10).
           05  WS-ENTRY-AMT              PIC S9(13)V99 COMP-3.
           05  WS-ENTRY-TXT              PIC X(30).
           05  WS-CLOSE-RSN-CD           PIC X(02).
           05  WS-CLOSE-DT               PIC X(10).
           05  WS-LDGR-PROOF-AMT         PIC S9(13)V99 COMP-3.
           05  WS-NEW-LDGR-SW            PIC X(01).
               88  WS-NEW-LDGR                      VALUE 'Y'.
           05  WS-RATE-FOUND-SW          PIC X(01).
               88  WS-RATE-FOUND                    VALUE 'Y'.
           05  WS-RATE-TBL-SW            PIC X(01)  VALUE 'Y'.
               88  WS-RATE-TBL-AVAIL                VALUE 'Y'.
               88  WS-RATE-TBL-NONE                 VALUE 'N'.
           05  WS-PRCES-DT               PIC X(10).
           05  WS-PRCES-DT-PARTS REDEFINES
               WS-PRCES-DT.
               10  WS-PRCES-YM           PIC X(07).
               10  FILLER                PIC X(03).
           05  WS-LAST-INT-DT            PIC X(10).
           05  WS-LAST-INT-DT-PARTS REDEFINES
               WS-LAST-INT-DT.
               10  WS-LAST-INT-YM        PIC X(07).
               10  FILLER                PIC X(03).
           05  WS-TRNCH-EFF-DT           PIC X(10).
           05  WS-TRNCH-EFF-DT-PARTS REDEFINES
               WS-TRNCH-EFF-DT.
               10  WS-TRNCH-EFF-YM       PIC X(07).
               10  FILLER                PIC X(03).

      *
      *  PHST DESCRIPTION AND BEFORE/AFTER VALUE TEXT
      *
       01  WS-PHST-DESC-TXT.
           05  FILLER                    PIC X(24)
               VALUE 'CBB DEPOSIT PAID OUT -  '.
           05  WS-PHST-DESC-RSN          PIC X(08).
           05  FILLER                    PIC X(08)  VALUE SPACES.

       01  WS-PHST-OLD-VALU-TXT.
           05  FILLER                    PIC X(08)  VALUE 'BALANCE '.
           05  WS-PHST-OLD-AMT           PIC Z(12)9.99.
           05  FILLER                    PIC X(05)  VALUE SPACES.

       01  WS-PHST-NEW-VALU-TXT.
           05  FILLER                    PIC X(08)  VALUE 'BALANCE '.
           05  WS-PHST-NEW-AMT           PIC Z(12)9.99.
           05  FILLER                    PIC X(05)  VALUE SPACES.

       01  WS-REPORT-TOTALS.
           05  WS-DPOS-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-DPOS-REJ-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-LDGR-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-LDGR-OPEN-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-INT-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-PAYOUT-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-HELD-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-PROOF-ERR-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-TOT-DPOS-AMT         PIC S9(15)V99 COMP-3 VALUE +0.
           05  WS-TOT-INT-AMT          PIC S9(15)V99 COMP-3 VALUE +0.
           05  WS-TOT-PAYOUT-AMT       PIC S9(15)V99 COMP-3 VALUE +0.
           05  WS-TOT-LDGR-BAL-AMT     PIC S9(15)V99 COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'CASH-BACK BONUS LEFT-ON-DEPOSIT LEDGER      '.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'POLICY    '.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(02)
               VALUE 'TY'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(10)
               VALUE 'EFF DATE  '.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(18)
               VALUE '            AMOUNT'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(17)
               VALUE '          BALANCE'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(30)
               VALUE 'REMARKS                       '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-ENTRY-TYP                 PIC X(02).
           03  FILLER                      PIC X(02).
           03  P-EFF-DT                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-ENTRY-AMT                 PIC Z(12)9.99-.
           03  FILLER                      PIC X(02).
           03  P-BAL-AMT                   PIC Z(12)9.99-.
           03  FILLER                      PIC X(02).
           03  P-REMARK                    PIC X(30).

       01  P-TOTAL-LINE.
           03  FILLER                      PIC X(01).
           03  P-TOT-LABEL                 PIC X(30).
           03  P-TOT-AMT                   PIC Z(14)9.99-.

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'DEPOSITS: '.
           03  P-DPOS-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(10)
               VALUE 'REJECTED: '.
           03  P-DPOS-REJ-CNT-X            PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(09)
               VALUE 'LEDGERS: '.
           03  P-LDGR-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(08)
               VALUE 'OPENED: '.
           03  P-LDGR-OPEN-CNT-X           PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(06)
               VALUE 'HELD: '.
           03  P-HELD-CNT-X                PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(19)
               VALUE 'INTEREST CREDITED: '.
           03  P-INT-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(16)
               VALUE 'PAYOUTS STAGED: '.
           03  P-PAYOUT-CNT-X              PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(18)
               VALUE 'LEDGERS NOT PROVED'.
           03  FILLER                      PIC X(02)
               VALUE ': '.
           03  P-PROOF-ERR-CNT-X           PIC ZZZZZZ9.

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

           PERFORM  1000-POST-DEPOSIT
               THRU 1000-POST-DEPOSIT-X
                    UNTIL WCBDF-SEQ-IO-EOF.

           MOVE LOW-VALUES              TO WCBDL-KEY.
           START CBDL-FILE
               KEY IS GREATER THAN WCBDL-KEY
               INVALID KEY
                   MOVE '10'            TO WCBDL-SEQ-FILE-STATUS
           END-START.

           IF  WCBDL-IO-OK
               PERFORM  9510-CBDL-READ-NEXT
                   THRU 9510-CBDL-READ-NEXT-X
           END-IF.

           PERFORM  2000-PROCESS-LEDGER
               THRU 2000-PROCESS-LEDGER-X
                    UNTIL NOT WCBDL-IO-OK.

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

           MOVE WGLOB-PROCESS-DATE      TO WS-PRCES-DT.

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

           PERFORM  9500-CBDF-READ
              THRU 9500-CBDF-READ-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------------
       1000-POST-DEPOSIT.
      *---------------------------

           ADD 1                        TO WS-DPOS-CNT.
           MOVE RCBDF-POL-ID            TO WS-POL-ID.
           MOVE ZERO                    TO WS-ENTRY-AMT.

           IF  RCBDF-BNS-AMT NOT NUMERIC
           OR  RCBDF-BNS-YR NOT NUMERIC
           OR  RCBDF-DUE-DT = SPACES
               MOVE 'INVALID DEPOSIT RECORD        ' TO WS-ENTRY-TXT
               GO TO 1000-REJECT-DEPOSIT
           END-IF.

           MOVE RCBDF-BNS-AMT           TO WS-ENTRY-AMT.
           IF  WS-ENTRY-AMT NOT > ZERO
               MOVE 'INVALID DEPOSIT AMOUNT        ' TO WS-ENTRY-TXT
               GO TO 1000-REJECT-DEPOSIT
           END-IF.

           MOVE WS-POL-ID               TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
               MOVE 'NO POLICY ROW                 ' TO WS-ENTRY-TXT
               GO TO 1000-REJECT-DEPOSIT
           END-IF.

           IF  NOT RPOL-POL-STAT-IN-FORCE
               MOVE 'POLICY NOT IN FORCE           ' TO WS-ENTRY-TXT
               GO TO 1000-REJECT-DEPOSIT
           END-IF.

           PERFORM  1050-FIND-DECLARED-RATE
               THRU 1050-FIND-DECLARED-RATE-X.

           IF  NOT WS-RATE-FOUND
               MOVE 'NO DECLARED RATE FOR DUE DATE ' TO WS-ENTRY-TXT
               GO TO 1000-REJECT-DEPOSIT
           END-IF.

           MOVE 'N'                     TO WS-NEW-LDGR-SW.
           MOVE WS-POL-ID               TO WCBDL-POL-ID.
           PERFORM  9520-CBDL-READ
               THRU 9520-CBDL-READ-X.

           IF  WCBDL-IO-NOTFND
               PERFORM  1100-OPEN-LEDGER
                   THRU 1100-OPEN-LEDGER-X
           END-IF.

           IF  WCBDL-STAT-PAID-OUT
               MOVE 'LEDGER CLOSED - NOT POSTED    ' TO WS-ENTRY-TXT
               GO TO 1000-REJECT-DEPOSIT
           END-IF.

           MOVE RCBDF-BNS-YR            TO WS-DPOS-BNS-YR.
           MOVE 'DP'                    TO WS-ENTRY-TYP-CD.
           MOVE RCBDF-DUE-DT            TO WS-ENTRY-EFF-DT.
           MOVE SPACES                  TO WS-ENTRY-TXT.
           PERFORM  5000-POST-ENTRY
               THRU 5000-POST-ENTRY-X.
           ADD 1                        TO WCBDL-DPOS-CNT.
           ADD WS-ENTRY-AMT             TO WS-TOT-DPOS-AMT.

           IF  WS-NEW-LDGR
               PERFORM  9600-CBDL-WRITE
                   THRU 9600-CBDL-WRITE-X
           ELSE
               PERFORM  9610-CBDL-REWRITE
                   THRU 9610-CBDL-REWRITE-X
           END-IF.

           GO TO 1000-NEXT-DEPOSIT.

       1000-REJECT-DEPOSIT.

           ADD 1                        TO WS-DPOS-REJ-CNT.
           MOVE 'DP'                    TO WS-ENTRY-TYP-CD.
           MOVE RCBDF-DUE-DT            TO WS-ENTRY-EFF-DT.
           MOVE ZERO                    TO WCBDL-BAL-AMT.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       1000-NEXT-DEPOSIT.

           PERFORM  9500-CBDF-READ
               THRU 9500-CBDF-READ-X.

       1000-POST-DEPOSIT-X.
           EXIT.

      *---------------------------
       1050-FIND-DECLARED-RATE.
      *---------------------------

      *
      *  THE DEPOSIT EARNS THE RATE DECLARED LAST ON OR BEFORE ITS
      *  DUE DATE FOR AS LONG AS IT STAYS ON DEPOSIT.
      *
           MOVE 'N'                     TO WS-RATE-FOUND-SW.
           MOVE ZERO                    TO WS-DPOS-RATE-PCT.

           IF  WS-RATE-TBL-NONE
               GO TO 1050-FIND-DECLARED-RATE-X
           END-IF.

           MOVE LOW-VALUES              TO WCBRT-KEY.
           START CBRT-FILE
               KEY IS GREATER THAN WCBRT-KEY
               INVALID KEY
                   MOVE '10'            TO WCBRT-SEQ-FILE-STATUS
           END-START.

           IF  WCBRT-IO-OK
               PERFORM  9530-CBRT-READ-NEXT
                   THRU 9530-CBRT-READ-NEXT-X
           END-IF.

           PERFORM  1060-TAKE-DECLARED-RATE
               THRU 1060-TAKE-DECLARED-RATE-X
               UNTIL NOT WCBRT-IO-OK
               OR    WCBRT-EFF-DT > RCBDF-DUE-DT.

       1050-FIND-DECLARED-RATE-X.
           EXIT.

      *---------------------------
       1060-TAKE-DECLARED-RATE.
      *---------------------------

           SET  WS-RATE-FOUND           TO TRUE.
           MOVE WCBRT-DCLR-INT-PCT      TO WS-DPOS-RATE-PCT.

           PERFORM  9530-CBRT-READ-NEXT
               THRU 9530-CBRT-READ-NEXT-X.

       1060-TAKE-DECLARED-RATE-X.
           EXIT.

      *---------------------------
       1100-OPEN-LEDGER.
      *---------------------------

           MOVE SPACES                  TO WCBDL-REC-INFO.
           MOVE WS-POL-ID               TO WCBDL-POL-ID.
           SET  WCBDL-STAT-ACTIVE       TO TRUE.
           MOVE RCBDF-DUE-DT            TO WCBDL-OPEN-DT.

           MOVE ZERO                    TO WCBDL-TOT-DPOS-AMT
                                           WCBDL-TOT-INT-AMT
                                           WCBDL-TOT-WDRL-AMT
                                           WCBDL-TOT-PAYOUT-AMT
                                           WCBDL-BAL-AMT
                                           WCBDL-DPOS-CNT
                                           WCBDL-LAST-SEQ-NUM.

           SET  WS-NEW-LDGR             TO TRUE.
           ADD 1                        TO WS-LDGR-OPEN-CNT.

       1100-OPEN-LEDGER-X.
           EXIT.
      /
      *---------------------------
       2000-PROCESS-LEDGER.
      *---------------------------

           MOVE WCBDL-POL-ID            TO WS-POL-ID.
           ADD 1                        TO WS-LDGR-CNT.

           IF  NOT WCBDL-STAT-ACTIVE
               GO TO 2000-PROVE-LEDGER
           END-IF.

           MOVE WS-POL-ID               TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
               ADD 1                    TO WS-HELD-CNT
               MOVE 'NO POLICY ROW - LEDGER HELD   ' TO WS-ENTRY-TXT
               PERFORM  2900-WRITE-LEDGER-NOTE
                   THRU 2900-WRITE-LEDGER-NOTE-X
               GO TO 2000-PROVE-LEDGER
           END-IF.

      *
      *  A DEATH IS PAID WITH THE CLAIM SETTLEMENT, WHICH CLOSES THE
      *  LEDGER; UNTIL THEN IT IS HELD AND EARNS NO FURTHER INTEREST.
      *
           MOVE SPACES                  TO WS-CLOSE-RSN-CD.
           EVALUATE TRUE
               WHEN RPOL-POL-STAT-IN-FORCE
                   CONTINUE
               WHEN RPOL-POL-STAT-EXPIRED
                   MOVE 'MT'            TO WS-CLOSE-RSN-CD
               WHEN RPOL-POL-STAT-SURRENDERED
                   MOVE 'SU'            TO WS-CLOSE-RSN-CD
               WHEN RPOL-POL-STAT-DEATH
                   ADD 1                TO WS-HELD-CNT
                   MOVE 'DEATH - PAID WITH THE CLAIM   '
                                        TO WS-ENTRY-TXT
                   PERFORM  2900-WRITE-LEDGER-NOTE
                       THRU 2900-WRITE-LEDGER-NOTE-X
                   GO TO 2000-PROVE-LEDGER
               WHEN OTHER
                   ADD 1                TO WS-HELD-CNT
                   MOVE 'NOT IN FORCE - LEDGER HELD    '
                                        TO WS-ENTRY-TXT
                   PERFORM  2900-WRITE-LEDGER-NOTE
                       THRU 2900-WRITE-LEDGER-NOTE-X
                   GO TO 2000-PROVE-LEDGER
           END-EVALUATE.

           PERFORM  2100-CREDIT-INTEREST
               THRU 2100-CREDIT-INTEREST-X.

           IF  WS-CLOSE-RSN-CD NOT = SPACES
               MOVE RPOL-POL-STAT-CHNG-DT   TO WS-CLOSE-DT
               IF  WS-CLOSE-DT = SPACES
               OR  WS-CLOSE-DT > WGLOB-PROCESS-DATE
                   MOVE WGLOB-PROCESS-DATE  TO WS-CLOSE-DT
               END-IF
               PERFORM  2300-STAGE-PAYOUT
                   THRU 2300-STAGE-PAYOUT-X
           END-IF.

           PERFORM  9610-CBDL-REWRITE
               THRU 9610-CBDL-REWRITE-X.

       2000-PROVE-LEDGER.

      *
      *  EVERY LEDGER MUST PROVE - ITS TOTALS MUST EXPLAIN ITS
      *  BALANCE.
      *
           COMPUTE WS-LDGR-PROOF-AMT =
               WCBDL-TOT-DPOS-AMT + WCBDL-TOT-INT-AMT
             - WCBDL-TOT-WDRL-AMT - WCBDL-TOT-PAYOUT-AMT.

           IF  WS-LDGR-PROOF-AMT NOT = WCBDL-BAL-AMT
               ADD 1                    TO WS-PROOF-ERR-CNT
               MOVE 'LEDGER TOTALS DO NOT PROVE    ' TO WS-ENTRY-TXT
               PERFORM  2900-WRITE-LEDGER-NOTE
                   THRU 2900-WRITE-LEDGER-NOTE-X
           END-IF.

           ADD WCBDL-BAL-AMT            TO WS-TOT-LDGR-BAL-AMT.

           PERFORM  9510-CBDL-READ-NEXT
               THRU 9510-CBDL-READ-NEXT-X.

       2000-PROCESS-LEDGER-X.
           EXIT.

      *---------------------------
       2100-CREDIT-INTEREST.
      *---------------------------

      *
      *  ONE MONTH'S INTEREST, ONCE A MONTH, ON EACH TRANCHE LEFT ON
      *  DEPOSIT BEFORE THIS MONTH, AT THE TRANCHE'S OWN DECLARED
      *  RATE.  THE INTEREST STAYS WITH THE TRANCHE AND EARNS IN
      *  TURN.  YEN INTEREST IS CREDITED IN WHOLE YEN.
      *
           MOVE WCBDL-LAST-INT-DT       TO WS-LAST-INT-DT.
           IF  WS-LAST-INT-DT NOT = SPACES
           AND WS-LAST-INT-YM = WS-PRCES-YM
               GO TO 2100-CREDIT-INTEREST-X
           END-IF.

           MOVE ZERO                    TO WS-INT-TOT-AMT.
           MOVE WS-POL-ID               TO WCBDH-POL-ID.
           MOVE ZERO                    TO WCBDH-SEQ-NUM.
           START CBDH-FILE
               KEY IS NOT LESS THAN WCBDH-KEY
               INVALID KEY
                   MOVE '10'            TO WCBDH-SEQ-FILE-STATUS
           END-START.

           IF  WCBDH-IO-OK
               PERFORM  9540-CBDH-READ-NEXT
                   THRU 9540-CBDH-READ-NEXT-X
           END-IF.

           PERFORM  2110-CREDIT-TRANCHE
               THRU 2110-CREDIT-TRANCHE-X
               UNTIL NOT WCBDH-IO-OK
               OR    WCBDH-POL-ID NOT = WS-POL-ID.

           MOVE WGLOB-PROCESS-DATE      TO WCBDL-LAST-INT-DT.

           IF  WS-INT-TOT-AMT NOT > ZERO
               GO TO 2100-CREDIT-INTEREST-X
           END-IF.

           MOVE 'IN'                    TO WS-ENTRY-TYP-CD.
           MOVE WGLOB-PROCESS-DATE      TO WS-ENTRY-EFF-DT.
           MOVE WS-INT-TOT-AMT          TO WS-ENTRY-AMT.
           MOVE SPACES                  TO WS-ENTRY-TXT.
           PERFORM  5000-POST-ENTRY
               THRU 5000-POST-ENTRY-X.
           ADD 1                        TO WS-INT-CNT.
           ADD WS-ENTRY-AMT             TO WS-TOT-INT-AMT.

       2100-CREDIT-INTEREST-X.
           EXIT.

      *---------------------------
       2110-CREDIT-TRANCHE.
      *---------------------------

           MOVE WCBDH-EFF-DT            TO WS-TRNCH-EFF-DT.

           IF  NOT WCBDH-TYP-DEPOSIT
           OR  WCBDH-TRNCH-BAL-AMT NOT > ZERO
           OR  WS-TRNCH-EFF-YM NOT < WS-PRCES-YM
               GO TO 2110-NEXT-TRANCHE
           END-IF.

           IF  RPOL-POL-CRCY-YEN
               COMPUTE WS-INT-YEN-AMT ROUNDED =
                   WCBDH-TRNCH-BAL-AMT * WCBDH-INT-RT-PCT / 1200
               MOVE WS-INT-YEN-AMT      TO WS-TRNCH-INT-AMT
           ELSE
               COMPUTE WS-TRNCH-INT-AMT ROUNDED =
                   WCBDH-TRNCH-BAL-AMT * WCBDH-INT-RT-PCT / 1200
           END-IF.

           IF  WS-TRNCH-INT-AMT NOT > ZERO
               GO TO 2110-NEXT-TRANCHE
           END-IF.

           ADD WS-TRNCH-INT-AMT         TO WCBDH-TRNCH-BAL-AMT
                                           WS-INT-TOT-AMT.
           PERFORM  9630-CBDH-REWRITE
               THRU 9630-CBDH-REWRITE-X.

       2110-NEXT-TRANCHE.

           PERFORM  9540-CBDH-READ-NEXT
               THRU 9540-CBDH-READ-NEXT-X.

       2110-CREDIT-TRANCHE-X.
           EXIT.

      *---------------------------
       2300-STAGE-PAYOUT.
      *---------------------------

           MOVE WS-CLOSE-RSN-CD         TO WCBDL-CLOSE-RSN-CD.
           MOVE WS-CLOSE-DT             TO WCBDL-CLOSE-DT.
           SET  WCBDL-STAT-PAID-OUT     TO TRUE.

           IF  WCBDL-BAL-AMT NOT > ZERO
               GO TO 2300-STAGE-PAYOUT-X
           END-IF.

           MOVE WCBDL-BAL-AMT           TO WS-PHST-OLD-AMT.

           MOVE SPACES                  TO RDSBQ-SEQ-REC-INFO.
           MOVE WS-POL-ID               TO RDSBQ-POL-ID.
           SET  RDSBQ-TYP-CBB-DEPOSIT   TO TRUE.
           MOVE WCBDL-BAL-AMT           TO RDSBQ-DSBMT-AMT.
           MOVE WGLOB-PROCESS-DATE      TO RDSBQ-QUEUED-DT.
           MOVE ZERO                    TO RDSBQ-LOAN-SEQ-NUM.

           MOVE TFCMD-WRITE-RECORD      TO WDSBQ-SEQ-IO-COMMAND.
           WRITE RDSBQ-SEQ-REC-INFO.
           IF  WDSBQ-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9700-HANDLE-DSBQ-ERROR
                   THRU 9700-HANDLE-DSBQ-ERROR-X
           END-IF.

           EVALUATE TRUE
               WHEN WCBDL-CLOSE-MATURITY
                   MOVE 'MATURITY'      TO WS-PHST-DESC-RSN
                   MOVE 'PAYOUT STAGED - MATURITY      '
                                        TO WS-ENTRY-TXT
               WHEN OTHER
                   MOVE 'SURRENDR'      TO WS-PHST-DESC-RSN
                   MOVE 'PAYOUT STAGED - SURRENDER     '
                                        TO WS-ENTRY-TXT
           END-EVALUATE.

           COMPUTE WS-ENTRY-AMT = ZERO - WCBDL-BAL-AMT.
           MOVE 'PO'                    TO WS-ENTRY-TYP-CD.
           MOVE WGLOB-PROCESS-DATE      TO WS-ENTRY-EFF-DT.
           PERFORM  5000-POST-ENTRY
               THRU 5000-POST-ENTRY-X.

           ADD 1                        TO WS-PAYOUT-CNT.
           SUBTRACT WS-ENTRY-AMT        FROM WS-TOT-PAYOUT-AMT.

           MOVE SPACES                  TO RPHST-REC-INFO.
           MOVE WS-POL-ID               TO RPHST-POL-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-PCHST-EFF-DT
                                           RPHST-ACTVTY-EFF-DT.
           MOVE ZEROES                  TO RPHST-CVG-NUM.
           SET  RPHST-PCHST-STAT-ACTIVE TO TRUE.
           MOVE 'AR'                    TO RPHST-ACTVTY-TYP-CD.
           MOVE WS-PHST-DESC-TXT        TO RPHST-ACTVTY-DESC-TXT.
           MOVE WS-PHST-OLD-VALU-TXT    TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE ZERO                    TO WS-PHST-NEW-AMT.
           MOVE WS-PHST-NEW-VALU-TXT    TO RPHST-PCHST-NEW-VALU-TXT.
           MOVE WPGWS-CRNT-PGM-ID       TO RPHST-PREV-UPDT-USER-ID.

           PERFORM  PHST-1000-WRITE
               THRU PHST-1000-WRITE-X.

       2300-STAGE-PAYOUT-X.
           EXIT.

      *---------------------------
       2900-WRITE-LEDGER-NOTE.
      *---------------------------

           MOVE SPACES                  TO WS-ENTRY-TYP-CD.
           MOVE WCBDL-LAST-ACTV-DT      TO WS-ENTRY-EFF-DT.
           MOVE ZERO                    TO WS-ENTRY-AMT.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2900-WRITE-LEDGER-NOTE-X.
           EXIT.
      /
      *---------------------------
       5000-POST-ENTRY.
      *---------------------------

      *
      *  POSTS WS-ENTRY-AMT (PLUS IN, MINUS OUT) TO THE LEDGER HELD
      *  IN WCBDL-REC-INFO AND WRITES THE ENTRY.  A DEPOSIT ENTRY IS
      *  ALSO THE TRANCHE AND CARRIES ITS RATE.  THE CALLER WRITES
      *  OR REWRITES THE LEDGER ROW.
      *
           EVALUATE WS-ENTRY-TYP-CD
               WHEN 'DP'
                   ADD WS-ENTRY-AMT     TO WCBDL-TOT-DPOS-AMT
               WHEN 'IN'
                   ADD WS-ENTRY-AMT     TO WCBDL-TOT-INT-AMT
               WHEN 'WD'
                   SUBTRACT WS-ENTRY-AMT FROM WCBDL-TOT-WDRL-AMT
               WHEN 'PO'
                   SUBTRACT WS-ENTRY-AMT FROM WCBDL-TOT-PAYOUT-AMT
           END-EVALUATE.

           ADD WS-ENTRY-AMT             TO WCBDL-BAL-AMT.
           ADD 1                        TO WCBDL-LAST-SEQ-NUM.
           MOVE WGLOB-PROCESS-DATE      TO WCBDL-LAST-ACTV-DT.

           MOVE SPACES                  TO WCBDH-REC-INFO.
           MOVE WS-POL-ID               TO WCBDH-POL-ID.
           MOVE WCBDL-LAST-SEQ-NUM      TO WCBDH-SEQ-NUM.
           MOVE WS-ENTRY-TYP-CD         TO WCBDH-ENTRY-TYP-CD.
           MOVE WS-ENTRY-EFF-DT         TO WCBDH-EFF-DT.
           MOVE WS-ENTRY-AMT            TO WCBDH-ENTRY-AMT.
           MOVE WCBDL-BAL-AMT           TO WCBDH-BAL-AMT.
           MOVE WGLOB-PROCESS-DATE      TO WCBDH-ENTRY-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO WCBDH-ENTRY-USER-ID.

           IF  WCBDH-TYP-DEPOSIT
               MOVE WS-DPOS-BNS-YR      TO WCBDH-BNS-YR
               MOVE WS-DPOS-RATE-PCT    TO WCBDH-INT-RT-PCT
               MOVE WS-ENTRY-AMT        TO WCBDH-TRNCH-BAL-AMT
               MOVE RPOL-HLDR-CLI-ID    TO WCBDH-HLDR-CLI-ID
           ELSE
               MOVE ZERO                TO WCBDH-BNS-YR
                                           WCBDH-INT-RT-PCT
                                           WCBDH-TRNCH-BAL-AMT
           END-IF.

           PERFORM  9620-CBDH-WRITE
               THRU 9620-CBDH-WRITE-X.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       5000-POST-ENTRY-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-DPOS-CNT              TO P-DPOS-CNT-X.
           MOVE WS-DPOS-REJ-CNT          TO P-DPOS-REJ-CNT-X.
           MOVE WS-LDGR-CNT              TO P-LDGR-CNT-X.
           MOVE WS-LDGR-OPEN-CNT         TO P-LDGR-OPEN-CNT-X.
           MOVE WS-HELD-CNT              TO P-HELD-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-INT-CNT               TO P-INT-CNT-X.
           MOVE WS-PAYOUT-CNT            TO P-PAYOUT-CNT-X.
           MOVE WS-PROOF-ERR-CNT         TO P-PROOF-ERR-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-TOTAL-LINE.
           MOVE 'BONUSES LEFT ON DEPOSIT'
                                         TO P-TOT-LABEL.
           MOVE WS-TOT-DPOS-AMT          TO P-TOT-AMT.
           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-TOTAL-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-TOTAL-LINE.
           MOVE 'INTEREST CREDITED'      TO P-TOT-LABEL.
           MOVE WS-TOT-INT-AMT           TO P-TOT-AMT.
           PERFORM  8610-WRITE-TOTAL-LINE
               THRU 8610-WRITE-TOTAL-LINE-X.

           MOVE SPACES                   TO P-TOTAL-LINE.
           MOVE 'BALANCES PAID OUT'      TO P-TOT-LABEL.
           MOVE WS-TOT-PAYOUT-AMT        TO P-TOT-AMT.
           PERFORM  8610-WRITE-TOTAL-LINE
               THRU 8610-WRITE-TOTAL-LINE-X.

           MOVE SPACES                   TO P-TOTAL-LINE.
           MOVE 'LEDGER TOTAL BALANCE'   TO P-TOT-LABEL.
           MOVE WS-TOT-LDGR-BAL-AMT      TO P-TOT-AMT.
           PERFORM  8610-WRITE-TOTAL-LINE
               THRU 8610-WRITE-TOTAL-LINE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      *---------------------------
       8610-WRITE-TOTAL-LINE.
      *---------------------------

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-TOTAL-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8610-WRITE-TOTAL-LINE-X.
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

      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE WS-POL-ID               TO P-POL-ID.
           MOVE WS-ENTRY-TYP-CD         TO P-ENTRY-TYP.
           MOVE WS-ENTRY-EFF-DT         TO P-EFF-DT.
           MOVE WS-ENTRY-AMT            TO P-ENTRY-AMT.
           MOVE WCBDL-BAL-AMT           TO P-BAL-AMT.
           MOVE WS-ENTRY-TXT            TO P-REMARK.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

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

           OPEN I-O CBDL-FILE.
           IF  WCBDL-IO-NOFILE
               OPEN OUTPUT CBDL-FILE
               CLOSE CBDL-FILE
               OPEN I-O CBDL-FILE
           END-IF.
           IF  WCBDL-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-OPEN-U-FILE      TO WCBDL-SEQ-IO-COMMAND
              PERFORM 9710-HANDLE-CBDL-ERROR
                 THRU 9710-HANDLE-CBDL-ERROR-X
           END-IF.

           OPEN I-O CBDH-FILE.
           IF  WCBDH-IO-NOFILE
               OPEN OUTPUT CBDH-FILE
               CLOSE CBDH-FILE
               OPEN I-O CBDH-FILE
           END-IF.
           IF  WCBDH-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-OPEN-U-FILE      TO WCBDH-SEQ-IO-COMMAND
              PERFORM 9720-HANDLE-CBDH-ERROR
                 THRU 9720-HANDLE-CBDH-ERROR-X
           END-IF.

      *
      *  NO RATE TABLE YET - EVERY DEPOSIT IS REJECTED UNTIL A RATE
      *  IS DECLARED ONLINE (ZSRQCBRT).
      *
           OPEN INPUT CBRT-FILE.
           IF  WCBRT-IO-NOFILE
               SET  WS-RATE-TBL-NONE    TO TRUE
           ELSE
               IF  WCBRT-SEQ-FILE-STATUS NOT = '00'
                  MOVE TFCMD-OPEN-I-FILE  TO WCBRT-SEQ-IO-COMMAND
                  PERFORM 9730-HANDLE-CBRT-ERROR
                     THRU 9730-HANDLE-CBRT-ERROR-X
               END-IF
           END-IF.

           MOVE ZERO TO WCBDF-SEQ-IO-STATUS.
           OPEN INPUT CBDF-DATA-FILE.
           IF WCBDF-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9740-HANDLE-CBDF-ERROR
                 THRU 9740-HANDLE-CBDF-ERROR-X
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

           MOVE WS-TOT-LDGR-BAL-AMT      TO  WS-DISP-AMT.
           MOVE WS-DISP-AMT              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSCBDL0001'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) CASH-BACK BONUS DEPOSIT LEDGER TOTAL BALANCE @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           IF  WS-PROOF-ERR-CNT NOT = ZERO
               MOVE WS-PROOF-ERR-CNT     TO  WS-DISP-CTR
               MOVE WS-DISP-CTR          TO  WGLOB-MSG-PARM (1)
               MOVE 'ZSCBDL0002'         TO  WGLOB-MSG-REF-INFO
      *MSG: (I) @1 CASH-BACK BONUS DEPOSIT LEDGERS DO NOT PROVE
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE CBDL-FILE.
           CLOSE CBDH-FILE.
           IF  WS-RATE-TBL-AVAIL
               CLOSE CBRT-FILE
           END-IF.
           CLOSE CBDF-DATA-FILE.
           CLOSE DSBQ-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-CBDF-READ.
      *----------------

           MOVE ZERO                   TO WCBDF-SEQ-IO-STATUS.

           READ CBDF-DATA-FILE
                AT END
                  MOVE 8               TO WCBDF-SEQ-IO-STATUS
                  GO TO 9500-CBDF-READ-X.

           IF  WCBDF-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9740-HANDLE-CBDF-ERROR
                   THRU 9740-HANDLE-CBDF-ERROR-X
           END-IF.

       9500-CBDF-READ-X.
           EXIT.

      *---------------------
       9510-CBDL-READ-NEXT.
      *---------------------

           MOVE TFCMD-READNEXT-RECORD   TO WCBDL-SEQ-IO-COMMAND.

           READ CBDL-FILE NEXT
               AT END
                   MOVE '10'            TO WCBDL-SEQ-FILE-STATUS
                   GO TO 9510-CBDL-READ-NEXT-X
           END-READ.

           IF  NOT WCBDL-IO-OK
               PERFORM 9710-HANDLE-CBDL-ERROR
                  THRU 9710-HANDLE-CBDL-ERROR-X
           END-IF.

       9510-CBDL-READ-NEXT-X.
           EXIT.

      *---------------------
       9520-CBDL-READ.
      *---------------------

           MOVE TFCMD-READ-RECORD       TO WCBDL-SEQ-IO-COMMAND.

           READ CBDL-FILE
               INVALID KEY
                   MOVE '23'            TO WCBDL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCBDL-IO-OK
           AND NOT WCBDL-IO-NOTFND
               PERFORM 9710-HANDLE-CBDL-ERROR
                  THRU 9710-HANDLE-CBDL-ERROR-X
           END-IF.

       9520-CBDL-READ-X.
           EXIT.

      *---------------------
       9530-CBRT-READ-NEXT.
      *---------------------

           MOVE TFCMD-READNEXT-RECORD   TO WCBRT-SEQ-IO-COMMAND.

           READ CBRT-FILE NEXT
               AT END
                   MOVE '10'            TO WCBRT-SEQ-FILE-STATUS
                   GO TO 9530-CBRT-READ-NEXT-X
           END-READ.

           IF  NOT WCBRT-IO-OK
               PERFORM 9730-HANDLE-CBRT-ERROR
                  THRU 9730-HANDLE-CBRT-ERROR-X
           END-IF.

       9530-CBRT-READ-NEXT-X.
           EXIT.

      *---------------------
       9540-CBDH-READ-NEXT.
      *---------------------

           MOVE TFCMD-READNEXT-RECORD   TO WCBDH-SEQ-IO-COMMAND.

           READ CBDH-FILE NEXT
               AT END
                   MOVE '10'            TO WCBDH-SEQ-FILE-STATUS
                   GO TO 9540-CBDH-READ-NEXT-X
           END-READ.

           IF  NOT WCBDH-IO-OK
               PERFORM 9720-HANDLE-CBDH-ERROR
                  THRU 9720-HANDLE-CBDH-ERROR-X
           END-IF.

       9540-CBDH-READ-NEXT-X.
           EXIT.

      *---------------------
       9600-CBDL-WRITE.
      *---------------------

           MOVE TFCMD-WRITE-RECORD      TO WCBDL-SEQ-IO-COMMAND.

           WRITE WCBDL-REC-INFO.

           IF  NOT WCBDL-IO-OK
               PERFORM 9710-HANDLE-CBDL-ERROR
                  THRU 9710-HANDLE-CBDL-ERROR-X
           END-IF.

       9600-CBDL-WRITE-X.
           EXIT.

      *---------------------
       9610-CBDL-REWRITE.
      *---------------------

           MOVE TFCMD-REWRITE-RECORD    TO WCBDL-SEQ-IO-COMMAND.

           REWRITE WCBDL-REC-INFO.

           IF  NOT WCBDL-IO-OK
               PERFORM 9710-HANDLE-CBDL-ERROR
                  THRU 9710-HANDLE-CBDL-ERROR-X
           END-IF.

       9610-CBDL-REWRITE-X.
           EXIT.

      *---------------------
       9620-CBDH-WRITE.
      *---------------------

           MOVE TFCMD-WRITE-RECORD      TO WCBDH-SEQ-IO-COMMAND.

           WRITE WCBDH-REC-INFO.

           IF  NOT WCBDH-IO-OK
               PERFORM 9720-HANDLE-CBDH-ERROR
                  THRU 9720-HANDLE-CBDH-ERROR-X
           END-IF.

       9620-CBDH-WRITE-X.
           EXIT.

      *---------------------
       9630-CBDH-REWRITE.
      *---------------------

           MOVE TFCMD-REWRITE-RECORD    TO WCBDH-SEQ-IO-COMMAND.

           REWRITE WCBDH-REC-INFO.

           IF  NOT WCBDH-IO-OK
               PERFORM 9720-HANDLE-CBDH-ERROR
                  THRU 9720-HANDLE-CBDH-ERROR-X
           END-IF.

       9630-CBDH-REWRITE-X.
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

      *-----------------------
       9710-HANDLE-CBDL-ERROR.
      *-----------------------

           MOVE WCBDL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCBDL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCBDL-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-CBDL-ERROR-X.
           EXIT.

      *-----------------------
       9720-HANDLE-CBDH-ERROR.
      *-----------------------

           MOVE WCBDH-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCBDH-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCBDH-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9720-HANDLE-CBDH-ERROR-X.
           EXIT.

      *-----------------------
       9730-HANDLE-CBRT-ERROR.
      *-----------------------

           MOVE WCBRT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCBRT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCBRT-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9730-HANDLE-CBRT-ERROR-X.
           EXIT.

      *-----------------------
       9740-HANDLE-CBDF-ERROR.
      *-----------------------

           MOVE WCBDF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCBDF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCBDF-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9740-HANDLE-CBDF-ERROR-X.
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
      * POLICY CHANGE HISTORY
      *
       COPY CCPBPHST.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMCBDL                     **
      *****************************************************************
