      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMAPDL.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMAPDL                                         **
      **  REMARKS:  MONTH-END ADVANCE-PREMIUM (ZENNOU) DEPOSIT       **
      **            LEDGER RUN.  POSTS THE MONTH'S ADVANCE DEPOSIT   **
      **            RECEIPTS (ZCSRAPRC) AND THEIR DISCOUNT TO THE    **
      **            POLICY'S LEDGER (APDL, ENTRIES ON APDH), OPENING **
      **            THE LEDGER ON THE FIRST RECEIPT.  EVERY ACTIVE   **
      **            LEDGER IS THEN CREDITED A MONTH'S INTEREST AT    **
      **            THE CONTROL CARD RATE AND EACH PREMIUM DUE BY    **
      **            THE PROCESS DATE IS DRAWN FROM IT ON ITS DUE     **
      **            DATE.  WHEN THE POLICY HAS ENDED BY DEATH,       **
      **            SURRENDER OR CONVERSION THE PREMIUMS DUE UP TO   **
      **            THE END ARE DRAWN AND THE UNUSED BALANCE IS      **
      **            STAGED FOR REFUND ON THE DISBURSEMENT QUEUE      **
      **            (ZCSRDSBQ).  THE LEDGER TOTAL IS BALANCED TO THE **
      **            ADVANCE-PREMIUM GL ACCOUNT FROM THE MONTH-END    **
      **            TRIAL BALANCE (ZCSRGLAB) AND ANY DIFFERENCE IS   **
      **            FLAGGED ON THE REPORT.                           **
      **                                                             **
      **  DOMAIN :  PR                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51273**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHAPDL.

           COPY CCFHAPDH.

           SELECT APRC-DATA-FILE ASSIGN TO ZSAPRC
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WAPRC-SEQ-FILE-STATUS.

           SELECT GLAB-DATA-FILE ASSIGN TO ZSGLAB
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WGLAB-SEQ-FILE-STATUS.

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

       COPY CCFWAPDL.

       COPY CCFWAPDH.

       FD  APRC-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRAPRC.

       FD  GLAB-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRGLAB.

       FD  DSBQ-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRDSBQ.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMAPDL'.

       COPY SQLCA.

       COPY CCWWAPDL.

       01  WAPRC-SEQ-IO-WORK-AREA.
           05  WAPRC-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'APRC'.
           05  WAPRC-SEQ-IO-COMMAND            PIC X(02).
           05  WAPRC-SEQ-FILE-STATUS           PIC X(02).
           05  WAPRC-SEQ-IO-STATUS             PIC 9(01).
               88  WAPRC-SEQ-IO-OK             VALUE 0.
               88  WAPRC-SEQ-IO-EOF            VALUE 8.
               88  WAPRC-SEQ-IO-ERROR          VALUE 9.

       01  WGLAB-SEQ-IO-WORK-AREA.
           05  WGLAB-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'GLAB'.
           05  WGLAB-SEQ-IO-COMMAND            PIC X(02).
           05  WGLAB-SEQ-FILE-STATUS           PIC X(02).
           05  WGLAB-SEQ-IO-STATUS             PIC 9(01).
               88  WGLAB-SEQ-IO-OK             VALUE 0.
               88  WGLAB-SEQ-IO-EOF            VALUE 8.
               88  WGLAB-SEQ-IO-ERROR          VALUE 9.

       01  WDSBQ-SEQ-IO-WORK-AREA.
           05  WDSBQ-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'DSBQ'.
           05  WDSBQ-SEQ-IO-COMMAND            PIC X(02).
           05  WDSBQ-SEQ-FILE-STATUS           PIC X(02).

      ****************************************************************
      *    CONTROL CARD - THE ADVANCE-PREMIUM GL ACCOUNT AND THE
      *    ANNUAL INTEREST RATE CREDITED TO DEPOSITS (BLANK - NONE)
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-GL-ACCT-CD                   PIC X(08).
           02  FILLER                          PIC X(01).
           02  CR-INT-RATE-PCT-TXT             PIC X(04).
           02  CR-INT-RATE-PCT REDEFINES
               CR-INT-RATE-PCT-TXT             PIC 9(02)V99.
           02  FILLER                          PIC X(60).

       01  WS-PROGRAM-WORK-AREA.
           05  WS-POL-ID                 PIC X(10)  VALUE SPACES.
           05  WS-INT-RATE-PCT           PIC S9(02)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-DSCNT-AMT              PIC S9(11)V99 COMP-3.
           05  WS-PREM-AMT               PIC S9(13)V99 COMP-3.
           05  WS-INT-BASE-AMT           PIC S9(13)V99 COMP-3.
           05  WS-INT-YEN-AMT            PIC S9(13)    COMP-3.
           05  WS-ENTRY-TYP-CD           PIC X(02).
           05  WS-ENTRY-EFF-DT           PIC X(10).
           05  WS-ENTRY-AMT              PIC S9(13)V99 COMP-3.
           05  WS-ENTRY-TXT              PIC X(30).
           05  WS-DRAW-TO-DT             PIC X(10).
           05  WS-CLOSE-RSN-CD           PIC X(02).
           05  WS-LDGR-PROOF-AMT         PIC S9(13)V99 COMP-3.
           05  WS-NEW-LDGR-SW            PIC X(01).
               88  WS-NEW-LDGR                      VALUE 'Y'.
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
           05  WS-GL-FOUND-SW            PIC X(01)  VALUE 'N'.
               88  WS-GL-FOUND                      VALUE 'Y'.
           05  WS-GL-BAL-DT              PIC X(10)  VALUE SPACES.
           05  WS-GL-BAL-AMT             PIC S9(15)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-GL-DIFF-AMT            PIC S9(15)V99 COMP-3
                                                    VALUE ZERO.

      *
      *  PHST DESCRIPTION AND BEFORE/AFTER VALUE TEXT
      *
       01  WS-PHST-DESC-TXT.
           05  FILLER                    PIC X(32)
               VALUE 'ADVANCE PREMIUM REFUND STAGED - '.
           05  WS-PHST-DESC-RSN          PIC X(08).

       01  WS-PHST-OLD-VALU-TXT.
           05  FILLER                    PIC X(08)  VALUE 'BALANCE '.
           05  WS-PHST-OLD-AMT           PIC Z(12)9.99.
           05  FILLER                    PIC X(05)  VALUE SPACES.

       01  WS-PHST-NEW-VALU-TXT.
           05  FILLER                    PIC X(08)  VALUE 'BALANCE '.
           05  WS-PHST-NEW-AMT           PIC Z(12)9.99.
           05  FILLER                    PIC X(05)  VALUE SPACES.

       01  WS-REPORT-TOTALS.
           05  WS-RCPT-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-RCPT-REJ-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-LDGR-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-LDGR-OPEN-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-DRAW-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXHST-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-RFND-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-HELD-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-PROOF-ERR-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-TOT-RCPT-AMT         PIC S9(15)V99 COMP-3 VALUE +0.
           05  WS-TOT-CR-AMT           PIC S9(15)V99 COMP-3 VALUE +0.
           05  WS-TOT-DRAWN-AMT        PIC S9(15)V99 COMP-3 VALUE +0.
           05  WS-TOT-RFND-AMT         PIC S9(15)V99 COMP-3 VALUE +0.
           05  WS-TOT-LDGR-BAL-AMT     PIC S9(15)V99 COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'ADVANCE PREMIUM DEPOSIT LEDGER              '.
           03  FILLER                      PIC X(12)
               VALUE 'GL ACCOUNT: '.
           03  P-HDR-GL-ACCT-CD            PIC X(08).

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

       01  P-GL-LINE.
           03  FILLER                      PIC X(01).
           03  P-GL-LABEL                  PIC X(30).
           03  P-GL-AMT                    PIC Z(14)9.99-.
           03  FILLER                      PIC X(02).
           03  P-GL-REMARK                 PIC X(30).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'RECEIPTS: '.
           03  P-RCPT-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(10)
               VALUE 'REJECTED: '.
           03  P-RCPT-REJ-CNT-X            PIC ZZZZZZ9.
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
           03  FILLER                      PIC X(17)
               VALUE 'PREMIUMS DRAWN:  '.
           03  P-DRAW-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(11)
               VALUE 'EXHAUSTED: '.
           03  P-EXHST-CNT-X               PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(17)
               VALUE 'REFUNDS STAGED:  '.
           03  P-RFND-CNT-X                PIC ZZZZZZ9.
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

           PERFORM  1000-POST-RECEIPT
               THRU 1000-POST-RECEIPT-X
                    UNTIL WAPRC-SEQ-IO-EOF.

           MOVE LOW-VALUES              TO WAPDL-KEY.
           START APDL-FILE
               KEY IS GREATER THAN WAPDL-KEY
               INVALID KEY
                   MOVE '10'            TO WAPDL-SEQ-FILE-STATUS
           END-START.

           IF  WAPDL-IO-OK
               PERFORM  9510-APDL-READ-NEXT
                   THRU 9510-APDL-READ-NEXT-X
           END-IF.

           PERFORM  2000-PROCESS-LEDGER
               THRU 2000-PROCESS-LEDGER-X
                    UNTIL NOT WAPDL-IO-OK.

           PERFORM  4000-BALANCE-TO-GL
               THRU 4000-BALANCE-TO-GL-X.

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

           IF  WBCF-SEQ-IO-EOF
      *MSG: (S) MISSING ADVANCE PREMIUM LEDGER CONTROL CARD
               MOVE 'ZSAPDL0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           IF  CR-INT-RATE-PCT-TXT = SPACES
               MOVE ZERO                TO WS-INT-RATE-PCT
           ELSE
               IF  CR-INT-RATE-PCT NUMERIC
                   MOVE CR-INT-RATE-PCT TO WS-INT-RATE-PCT
               ELSE
                   MOVE SPACES          TO CR-GL-ACCT-CD
               END-IF
           END-IF.

           IF  CR-GL-ACCT-CD = SPACES
      *MSG: (S) INVALID ADVANCE PREMIUM LEDGER CONTROL CARD
               MOVE 'ZSAPDL0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

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

           PERFORM  9500-APRC-READ
              THRU 9500-APRC-READ-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------------
       1000-POST-RECEIPT.
      *---------------------------

           ADD 1                        TO WS-RCPT-CNT.
           MOVE RAPRC-POL-ID            TO WS-POL-ID.
           MOVE ZERO                    TO WS-ENTRY-AMT.

           IF  RAPRC-DSCNT-AMT-TXT = SPACES
               MOVE ZERO                TO WS-DSCNT-AMT
           ELSE
               IF  RAPRC-DSCNT-AMT NUMERIC
                   MOVE RAPRC-DSCNT-AMT TO WS-DSCNT-AMT
               ELSE
                   MOVE -1              TO WS-DSCNT-AMT
               END-IF
           END-IF.

           IF  RAPRC-RCPT-AMT NOT NUMERIC
           OR  WS-DSCNT-AMT < ZERO
               MOVE 'INVALID RECEIPT AMOUNT        ' TO WS-ENTRY-TXT
               GO TO 1000-REJECT-RECEIPT
           END-IF.

           MOVE RAPRC-RCPT-AMT          TO WS-ENTRY-AMT.
           IF  WS-ENTRY-AMT NOT > ZERO
               MOVE 'INVALID RECEIPT AMOUNT        ' TO WS-ENTRY-TXT
               GO TO 1000-REJECT-RECEIPT
           END-IF.

           MOVE WS-POL-ID               TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
               MOVE 'NO POLICY ROW                 ' TO WS-ENTRY-TXT
               GO TO 1000-REJECT-RECEIPT
           END-IF.

           IF  RPOL-ADV-PMT-TYP-CD = SPACES
               MOVE 'POLICY NOT ON ADVANCE PAYMENT ' TO WS-ENTRY-TXT
               GO TO 1000-REJECT-RECEIPT
           END-IF.

           MOVE 'N'                     TO WS-NEW-LDGR-SW.
           MOVE WS-POL-ID               TO WAPDL-POL-ID.
           PERFORM  9520-APDL-READ
               THRU 9520-APDL-READ-X.

           IF  WAPDL-IO-NOTFND
               PERFORM  1100-OPEN-LEDGER
                   THRU 1100-OPEN-LEDGER-X
           END-IF.

           IF  WAPDL-STAT-REFUNDED
               MOVE 'LEDGER CLOSED - NOT POSTED    ' TO WS-ENTRY-TXT
               GO TO 1000-REJECT-RECEIPT
           END-IF.

      *
      *  A TOP-UP TO AN EXHAUSTED DEPOSIT PUTS IT BACK IN USE FROM
      *  THE NEXT PREMIUM STILL DUE.
      *
           SET  WAPDL-STAT-ACTIVE       TO TRUE.

           MOVE 'DP'                    TO WS-ENTRY-TYP-CD.
           MOVE RAPRC-RCPT-DT           TO WS-ENTRY-EFF-DT.
           MOVE SPACES                  TO WS-ENTRY-TXT.
           PERFORM  5000-POST-ENTRY
               THRU 5000-POST-ENTRY-X.
           ADD WS-ENTRY-AMT             TO WAPDL-UNINT-RCPT-AMT
                                           WS-TOT-RCPT-AMT.

           IF  WS-DSCNT-AMT > ZERO
               MOVE 'DC'                TO WS-ENTRY-TYP-CD
               MOVE WS-DSCNT-AMT        TO WS-ENTRY-AMT
               PERFORM  5000-POST-ENTRY
                   THRU 5000-POST-ENTRY-X
               ADD WS-ENTRY-AMT         TO WAPDL-UNINT-RCPT-AMT
                                           WS-TOT-CR-AMT
           END-IF.

           IF  WS-NEW-LDGR
               PERFORM  9600-APDL-WRITE
                   THRU 9600-APDL-WRITE-X
           ELSE
               PERFORM  9610-APDL-REWRITE
                   THRU 9610-APDL-REWRITE-X
           END-IF.

           GO TO 1000-NEXT-RECEIPT.

       1000-REJECT-RECEIPT.

           ADD 1                        TO WS-RCPT-REJ-CNT.
           MOVE 'DP'                    TO WS-ENTRY-TYP-CD.
           MOVE RAPRC-RCPT-DT           TO WS-ENTRY-EFF-DT.
           MOVE ZERO                    TO WAPDL-BAL-AMT.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       1000-NEXT-RECEIPT.

           PERFORM  9500-APRC-READ
               THRU 9500-APRC-READ-X.

       1000-POST-RECEIPT-X.
           EXIT.

      *---------------------------
       1100-OPEN-LEDGER.
      *---------------------------

      *
      *  THE FIRST PREMIUM DRAWN IS THE ONE DUE ON THE ADVANCE
      *  PAYMENT START DATE, AND ONE IS DRAWN EVERY BILLING MODE
      *  AFTER THAT.
      *
           MOVE SPACES                  TO WAPDL-REC-INFO.
           MOVE WS-POL-ID               TO WAPDL-POL-ID.
           SET  WAPDL-STAT-ACTIVE       TO TRUE.
           MOVE RAPRC-RCPT-DT           TO WAPDL-OPEN-DT.

           IF  RPOL-ADV-PMT-STRT-DT = SPACES
               MOVE RAPRC-RCPT-DT       TO WAPDL-NEXT-DUE-DT
           ELSE
               MOVE RPOL-ADV-PMT-STRT-DT
                                        TO WAPDL-NEXT-DUE-DT
           END-IF.

           EVALUATE TRUE
               WHEN RPOL-POL-BILL-MODE-CD-N NOT NUMERIC
                   MOVE 1               TO WAPDL-MODE-MO-N
               WHEN RPOL-POL-BILL-MODE-ANNUALLY
                   MOVE 12              TO WAPDL-MODE-MO-N
               WHEN RPOL-POL-BILL-MODE-SEMI-ANN
                   MOVE 6               TO WAPDL-MODE-MO-N
               WHEN RPOL-POL-BILL-MODE-CD-N = 4
                   MOVE 3               TO WAPDL-MODE-MO-N
               WHEN OTHER
                   MOVE 1               TO WAPDL-MODE-MO-N
           END-EVALUATE.

           MOVE ZERO                    TO WAPDL-TOT-DPOS-AMT
                                           WAPDL-TOT-CR-AMT
                                           WAPDL-TOT-DRAWN-AMT
                                           WAPDL-TOT-RFND-AMT
                                           WAPDL-BAL-AMT
                                           WAPDL-UNINT-RCPT-AMT
                                           WAPDL-DRAW-CNT
                                           WAPDL-LAST-SEQ-NUM.

           SET  WS-NEW-LDGR             TO TRUE.
           ADD 1                        TO WS-LDGR-OPEN-CNT.

       1100-OPEN-LEDGER-X.
           EXIT.
      /
      *---------------------------
       2000-PROCESS-LEDGER.
      *---------------------------

           MOVE WAPDL-POL-ID            TO WS-POL-ID.
           ADD 1                        TO WS-LDGR-CNT.

           IF  NOT WAPDL-STAT-ACTIVE
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

           MOVE SPACES                  TO WS-CLOSE-RSN-CD.
           EVALUATE TRUE
               WHEN RPOL-POL-STAT-IN-FORCE
                   MOVE WGLOB-PROCESS-DATE  TO WS-DRAW-TO-DT
               WHEN RPOL-POL-CSTAT-CD = 'DH'
                   MOVE 'DH'            TO WS-CLOSE-RSN-CD
               WHEN RPOL-POL-STAT-SURRENDERED
                   MOVE 'SU'            TO WS-CLOSE-RSN-CD
               WHEN RPOL-POL-CSTAT-CD = 'TR'
                   MOVE 'CV'            TO WS-CLOSE-RSN-CD
               WHEN OTHER
                   ADD 1                TO WS-HELD-CNT
                   MOVE 'NOT IN FORCE - LEDGER HELD    '
                                        TO WS-ENTRY-TXT
                   PERFORM  2900-WRITE-LEDGER-NOTE
                       THRU 2900-WRITE-LEDGER-NOTE-X
                   GO TO 2000-PROVE-LEDGER
           END-EVALUATE.

      *
      *  PREMIUMS FALLING DUE BEFORE THE POLICY ENDED ARE STILL
      *  DRAWN; ONLY WHAT IS LEFT AFTER THEM IS REFUNDED.
      *
           IF  WS-CLOSE-RSN-CD NOT = SPACES
               MOVE RPOL-POL-STAT-CHNG-DT   TO WS-DRAW-TO-DT
               IF  WS-DRAW-TO-DT = SPACES
               OR  WS-DRAW-TO-DT > WGLOB-PROCESS-DATE
                   MOVE WGLOB-PROCESS-DATE  TO WS-DRAW-TO-DT
               END-IF
           END-IF.

           PERFORM  2100-CREDIT-INTEREST
               THRU 2100-CREDIT-INTEREST-X.

           MOVE RPOL-MODE-PREM-AMT      TO WS-PREM-AMT.
           IF  WS-PREM-AMT NOT > ZERO
           AND WAPDL-NEXT-DUE-DT NOT > WS-DRAW-TO-DT
               MOVE 'NO MODAL PREMIUM - NOT DRAWN  ' TO WS-ENTRY-TXT
               PERFORM  2900-WRITE-LEDGER-NOTE
                   THRU 2900-WRITE-LEDGER-NOTE-X
           END-IF.

           PERFORM  2200-DRAW-PREMIUM
               THRU 2200-DRAW-PREMIUM-X
               UNTIL WAPDL-NEXT-DUE-DT > WS-DRAW-TO-DT
               OR    WAPDL-BAL-AMT NOT > ZERO
               OR    WS-PREM-AMT NOT > ZERO.

           IF  WS-CLOSE-RSN-CD NOT = SPACES
               PERFORM  2300-STAGE-REFUND
                   THRU 2300-STAGE-REFUND-X
           END-IF.

           PERFORM  9610-APDL-REWRITE
               THRU 9610-APDL-REWRITE-X.

       2000-PROVE-LEDGER.

      *
      *  EVERY LEDGER MUST PROVE - ITS TOTALS MUST EXPLAIN ITS
      *  BALANCE - BEFORE IT COUNTS TOWARD THE GL BALANCE.
      *
           COMPUTE WS-LDGR-PROOF-AMT =
               WAPDL-TOT-DPOS-AMT + WAPDL-TOT-CR-AMT
             - WAPDL-TOT-DRAWN-AMT - WAPDL-TOT-RFND-AMT.

           IF  WS-LDGR-PROOF-AMT NOT = WAPDL-BAL-AMT
               ADD 1                    TO WS-PROOF-ERR-CNT
               MOVE 'LEDGER TOTALS DO NOT PROVE    ' TO WS-ENTRY-TXT
               PERFORM  2900-WRITE-LEDGER-NOTE
                   THRU 2900-WRITE-LEDGER-NOTE-X
           END-IF.

           ADD WAPDL-BAL-AMT            TO WS-TOT-LDGR-BAL-AMT.

           PERFORM  9510-APDL-READ-NEXT
               THRU 9510-APDL-READ-NEXT-X.

       2000-PROCESS-LEDGER-X.
           EXIT.

      *---------------------------
       2100-CREDIT-INTEREST.
      *---------------------------

      *
      *  ONE MONTH'S INTEREST ON THE BALANCE BROUGHT FORWARD, ONCE A
      *  MONTH.  DEPOSITS RECEIVED SINCE THE LAST CREDIT EARN FROM
      *  THE NEXT ONE.  YEN INTEREST IS CREDITED IN WHOLE YEN.
      *
           IF  WS-INT-RATE-PCT = ZERO
               GO TO 2100-CREDIT-INTEREST-X
           END-IF.

           MOVE WAPDL-LAST-INT-DT       TO WS-LAST-INT-DT.
           IF  WS-LAST-INT-DT NOT = SPACES
           AND WS-LAST-INT-YM = WS-PRCES-YM
               GO TO 2100-CREDIT-INTEREST-X
           END-IF.

           COMPUTE WS-INT-BASE-AMT =
               WAPDL-BAL-AMT - WAPDL-UNINT-RCPT-AMT.

           MOVE WGLOB-PROCESS-DATE      TO WAPDL-LAST-INT-DT.
           MOVE ZERO                    TO WAPDL-UNINT-RCPT-AMT.

           IF  WS-INT-BASE-AMT NOT > ZERO
               GO TO 2100-CREDIT-INTEREST-X
           END-IF.

           IF  RPOL-POL-CRCY-YEN
               COMPUTE WS-INT-YEN-AMT ROUNDED =
                   WS-INT-BASE-AMT * WS-INT-RATE-PCT / 1200
               MOVE WS-INT-YEN-AMT      TO WS-ENTRY-AMT
           ELSE
               COMPUTE WS-ENTRY-AMT ROUNDED =
                   WS-INT-BASE-AMT * WS-INT-RATE-PCT / 1200
           END-IF.

           IF  WS-ENTRY-AMT NOT > ZERO
               GO TO 2100-CREDIT-INTEREST-X
           END-IF.

           MOVE 'IN'                    TO WS-ENTRY-TYP-CD.
           MOVE WGLOB-PROCESS-DATE      TO WS-ENTRY-EFF-DT.
           MOVE SPACES                  TO WS-ENTRY-TXT.
           PERFORM  5000-POST-ENTRY
               THRU 5000-POST-ENTRY-X.
           ADD WS-ENTRY-AMT             TO WS-TOT-CR-AMT.

       2100-CREDIT-INTEREST-X.
           EXIT.

      *---------------------------
       2200-DRAW-PREMIUM.
      *---------------------------

      *
      *  THE PREMIUM IS DRAWN ON ITS DUE DATE.  A DEPOSIT TOO SMALL
      *  FOR THE WHOLE PREMIUM GIVES WHAT IS LEFT AND IS EXHAUSTED;
      *  BILLING PICKS UP THE REST.
      *
           IF  WAPDL-BAL-AMT < WS-PREM-AMT
               COMPUTE WS-ENTRY-AMT = ZERO - WAPDL-BAL-AMT
               MOVE 'PART PREMIUM - DEPOSIT USED UP' TO WS-ENTRY-TXT
           ELSE
               COMPUTE WS-ENTRY-AMT = ZERO - WS-PREM-AMT
               MOVE SPACES              TO WS-ENTRY-TXT
           END-IF.

           MOVE 'DD'                    TO WS-ENTRY-TYP-CD.
           MOVE WAPDL-NEXT-DUE-DT       TO WS-ENTRY-EFF-DT.
           PERFORM  5000-POST-ENTRY
               THRU 5000-POST-ENTRY-X.

           ADD 1                        TO WAPDL-DRAW-CNT
                                           WS-DRAW-CNT.
           SUBTRACT WS-ENTRY-AMT        FROM WS-TOT-DRAWN-AMT.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WAPDL-NEXT-DUE-DT       TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-DAYS.
           MOVE WAPDL-MODE-MO-N         TO L1680-NUMBER-OF-MONTHS.
           PERFORM  1680-3000-ADD-Y-M-D-TO-DATE
               THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.
           MOVE L1680-INTERNAL-2        TO WAPDL-NEXT-DUE-DT.

           IF  WAPDL-BAL-AMT NOT > ZERO
           AND WS-CLOSE-RSN-CD = SPACES
               SET  WAPDL-STAT-EXHAUSTED
                                        TO TRUE
               ADD 1                    TO WS-EXHST-CNT
           END-IF.

       2200-DRAW-PREMIUM-X.
           EXIT.

      *---------------------------
       2300-STAGE-REFUND.
      *---------------------------

           MOVE WS-CLOSE-RSN-CD         TO WAPDL-CLOSE-RSN-CD.
           MOVE WS-DRAW-TO-DT           TO WAPDL-CLOSE-DT.
           SET  WAPDL-STAT-REFUNDED     TO TRUE.

           IF  WAPDL-BAL-AMT NOT > ZERO
               GO TO 2300-STAGE-REFUND-X
           END-IF.

           MOVE WAPDL-BAL-AMT           TO WS-PHST-OLD-AMT.

           MOVE SPACES                  TO RDSBQ-SEQ-REC-INFO.
           MOVE WS-POL-ID               TO RDSBQ-POL-ID.
           SET  RDSBQ-TYP-PREM-REFUND   TO TRUE.
           MOVE WAPDL-BAL-AMT           TO RDSBQ-DSBMT-AMT.
           MOVE WGLOB-PROCESS-DATE      TO RDSBQ-QUEUED-DT.
           MOVE ZERO                    TO RDSBQ-LOAN-SEQ-NUM.

           MOVE TFCMD-WRITE-RECORD      TO WDSBQ-SEQ-IO-COMMAND.
           WRITE RDSBQ-SEQ-REC-INFO.
           IF  WDSBQ-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9700-HANDLE-DSBQ-ERROR
                   THRU 9700-HANDLE-DSBQ-ERROR-X
           END-IF.

           EVALUATE TRUE
               WHEN WAPDL-CLOSE-DEATH
                   MOVE 'DEATH   '      TO WS-PHST-DESC-RSN
                   MOVE 'REFUND STAGED - DEATH         '
                                        TO WS-ENTRY-TXT
               WHEN WAPDL-CLOSE-SURRENDER
                   MOVE 'SURRENDR'      TO WS-PHST-DESC-RSN
                   MOVE 'REFUND STAGED - SURRENDER     '
                                        TO WS-ENTRY-TXT
               WHEN OTHER
                   MOVE 'CONVERSN'      TO WS-PHST-DESC-RSN
                   MOVE 'REFUND STAGED - CONVERSION    '
                                        TO WS-ENTRY-TXT
           END-EVALUATE.

           COMPUTE WS-ENTRY-AMT = ZERO - WAPDL-BAL-AMT.
           MOVE 'RF'                    TO WS-ENTRY-TYP-CD.
           MOVE WGLOB-PROCESS-DATE      TO WS-ENTRY-EFF-DT.
           PERFORM  5000-POST-ENTRY
               THRU 5000-POST-ENTRY-X.

           ADD 1                        TO WS-RFND-CNT.
           SUBTRACT WS-ENTRY-AMT        FROM WS-TOT-RFND-AMT.

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

       2300-STAGE-REFUND-X.
           EXIT.

      *---------------------------
       2900-WRITE-LEDGER-NOTE.
      *---------------------------

           MOVE SPACES                  TO WS-ENTRY-TYP-CD.
           MOVE WAPDL-NEXT-DUE-DT       TO WS-ENTRY-EFF-DT.
           MOVE ZERO                    TO WS-ENTRY-AMT.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2900-WRITE-LEDGER-NOTE-X.
           EXIT.
      /
      *---------------------------
       4000-BALANCE-TO-GL.
      *---------------------------

      *
      *  THE LEDGER TOTAL IS A LIABILITY AND SHOULD EQUAL THE
      *  ACCOUNT'S CREDIT BALANCE AT THE PROCESS DATE.  A MISSING
      *  BALANCE LEAVES THE WHOLE LEDGER UNRECONCILED.
      *
           PERFORM  4100-FIND-GL-BALANCE
               THRU 4100-FIND-GL-BALANCE-X
               UNTIL WGLAB-SEQ-IO-EOF.

           COMPUTE WS-GL-DIFF-AMT =
               WS-TOT-LDGR-BAL-AMT - WS-GL-BAL-AMT.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE SPACES                  TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                  TO P-GL-LINE.
           MOVE 'LEDGER TOTAL BALANCE'  TO P-GL-LABEL.
           MOVE WS-TOT-LDGR-BAL-AMT     TO P-GL-AMT.
           PERFORM  4200-WRITE-GL-LINE
               THRU 4200-WRITE-GL-LINE-X.

           MOVE SPACES                  TO P-GL-LINE.
           MOVE 'GL ACCOUNT BALANCE'    TO P-GL-LABEL.
           MOVE WS-GL-BAL-AMT           TO P-GL-AMT.
           IF  WS-GL-FOUND
               MOVE WS-GL-BAL-DT        TO P-GL-REMARK
           ELSE
               MOVE 'NO GL BALANCE SUPPLIED'
                                        TO P-GL-REMARK
           END-IF.
           PERFORM  4200-WRITE-GL-LINE
               THRU 4200-WRITE-GL-LINE-X.

           MOVE SPACES                  TO P-GL-LINE.
           MOVE 'DIFFERENCE'            TO P-GL-LABEL.
           MOVE WS-GL-DIFF-AMT          TO P-GL-AMT.
           IF  WS-GL-DIFF-AMT NOT = ZERO
           OR  NOT WS-GL-FOUND
               MOVE '*OUT OF BAL* '     TO P-GL-REMARK
           END-IF.
           PERFORM  4200-WRITE-GL-LINE
               THRU 4200-WRITE-GL-LINE-X.

       4000-BALANCE-TO-GL-X.
           EXIT.

      *---------------------------
       4100-FIND-GL-BALANCE.
      *---------------------------

           IF  RGLAB-GL-ACCT-CD NOT = CR-GL-ACCT-CD
           OR  RGLAB-BAL-DT NOT = WGLOB-PROCESS-DATE
           OR  RGLAB-BAL-AMT NOT NUMERIC
               GO TO 4100-NEXT-GL-BALANCE
           END-IF.

           SET  WS-GL-FOUND             TO TRUE.
           MOVE RGLAB-BAL-DT            TO WS-GL-BAL-DT.
           IF  RGLAB-DEBIT-BAL
               COMPUTE WS-GL-BAL-AMT = ZERO - RGLAB-BAL-AMT
           ELSE
               MOVE RGLAB-BAL-AMT       TO WS-GL-BAL-AMT
           END-IF.

       4100-NEXT-GL-BALANCE.

           PERFORM  9500-GLAB-READ
               THRU 9500-GLAB-READ-X.

       4100-FIND-GL-BALANCE-X.
           EXIT.

      *---------------------------
       4200-WRITE-GL-LINE.
      *---------------------------

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-GL-LINE               TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       4200-WRITE-GL-LINE-X.
           EXIT.
      /
      *---------------------------
       5000-POST-ENTRY.
      *---------------------------

      *
      *  POSTS WS-ENTRY-AMT (PLUS IN, MINUS OUT) TO THE LEDGER HELD
      *  IN WAPDL-REC-INFO AND WRITES THE ENTRY.  THE CALLER WRITES
      *  OR REWRITES THE LEDGER ROW.
      *
           EVALUATE WS-ENTRY-TYP-CD
               WHEN 'DP'
                   ADD WS-ENTRY-AMT     TO WAPDL-TOT-DPOS-AMT
               WHEN 'DC'
               WHEN 'IN'
                   ADD WS-ENTRY-AMT     TO WAPDL-TOT-CR-AMT
               WHEN 'DD'
                   SUBTRACT WS-ENTRY-AMT FROM WAPDL-TOT-DRAWN-AMT
               WHEN 'RF'
                   SUBTRACT WS-ENTRY-AMT FROM WAPDL-TOT-RFND-AMT
           END-EVALUATE.

           ADD WS-ENTRY-AMT             TO WAPDL-BAL-AMT.
           ADD 1                        TO WAPDL-LAST-SEQ-NUM.
           MOVE WGLOB-PROCESS-DATE      TO WAPDL-LAST-ACTV-DT.

           MOVE SPACES                  TO WAPDH-REC-INFO.
           MOVE WS-POL-ID               TO WAPDH-POL-ID.
           MOVE WAPDL-LAST-SEQ-NUM      TO WAPDH-SEQ-NUM.
           MOVE WS-ENTRY-TYP-CD         TO WAPDH-ENTRY-TYP-CD.
           MOVE WS-ENTRY-EFF-DT         TO WAPDH-EFF-DT.
           MOVE WS-ENTRY-AMT            TO WAPDH-ENTRY-AMT.
           MOVE WAPDL-BAL-AMT           TO WAPDH-BAL-AMT.
           MOVE WGLOB-PROCESS-DATE      TO WAPDH-ENTRY-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO WAPDH-ENTRY-USER-ID.

           PERFORM  9620-APDH-WRITE
               THRU 9620-APDH-WRITE-X.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       5000-POST-ENTRY-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-RCPT-CNT              TO P-RCPT-CNT-X.
           MOVE WS-RCPT-REJ-CNT          TO P-RCPT-REJ-CNT-X.
           MOVE WS-LDGR-CNT              TO P-LDGR-CNT-X.
           MOVE WS-LDGR-OPEN-CNT         TO P-LDGR-OPEN-CNT-X.
           MOVE WS-HELD-CNT              TO P-HELD-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-DRAW-CNT              TO P-DRAW-CNT-X.
           MOVE WS-EXHST-CNT             TO P-EXHST-CNT-X.
           MOVE WS-RFND-CNT              TO P-RFND-CNT-X.
           MOVE WS-PROOF-ERR-CNT         TO P-PROOF-ERR-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-GL-LINE.
           MOVE 'DEPOSITS RECEIVED'      TO P-GL-LABEL.
           MOVE WS-TOT-RCPT-AMT          TO P-GL-AMT.
           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-GL-LINE                TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-GL-LINE.
           MOVE 'DISCOUNT AND INTEREST CREDITED'
                                         TO P-GL-LABEL.
           MOVE WS-TOT-CR-AMT            TO P-GL-AMT.
           PERFORM  4200-WRITE-GL-LINE
               THRU 4200-WRITE-GL-LINE-X.

           MOVE SPACES                   TO P-GL-LINE.
           MOVE 'PREMIUMS DRAWN'         TO P-GL-LABEL.
           MOVE WS-TOT-DRAWN-AMT         TO P-GL-AMT.
           PERFORM  4200-WRITE-GL-LINE
               THRU 4200-WRITE-GL-LINE-X.

           MOVE SPACES                   TO P-GL-LINE.
           MOVE 'UNUSED BALANCES REFUNDED'
                                         TO P-GL-LABEL.
           MOVE WS-TOT-RFND-AMT          TO P-GL-AMT.
           PERFORM  4200-WRITE-GL-LINE
               THRU 4200-WRITE-GL-LINE-X.

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

      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE WS-POL-ID               TO P-POL-ID.
           MOVE WS-ENTRY-TYP-CD         TO P-ENTRY-TYP.
           MOVE WS-ENTRY-EFF-DT         TO P-EFF-DT.
           MOVE WS-ENTRY-AMT            TO P-ENTRY-AMT.
           MOVE WAPDL-BAL-AMT           TO P-BAL-AMT.
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

           MOVE CR-GL-ACCT-CD          TO P-HDR-GL-ACCT-CD.

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

           MOVE ZERO TO WAPRC-SEQ-IO-STATUS.
           OPEN INPUT APRC-DATA-FILE.
           IF WAPRC-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9730-HANDLE-APRC-ERROR
                 THRU 9730-HANDLE-APRC-ERROR-X
           END-IF.

           MOVE ZERO TO WGLAB-SEQ-IO-STATUS.
           OPEN INPUT GLAB-DATA-FILE.
           IF WGLAB-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9740-HANDLE-GLAB-ERROR
                 THRU 9740-HANDLE-GLAB-ERROR-X
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
           MOVE 'ZSAPDL0003'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) ADVANCE PREMIUM LEDGER TOTAL BALANCE @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           IF  WS-GL-DIFF-AMT NOT = ZERO
           OR  NOT WS-GL-FOUND
               MOVE WS-GL-DIFF-AMT       TO  WS-DISP-AMT
               MOVE WS-DISP-AMT          TO  WGLOB-MSG-PARM (1)
               MOVE 'ZSAPDL0004'         TO  WGLOB-MSG-REF-INFO
      *MSG: (I) ADVANCE PREMIUM LEDGER OUT OF BALANCE WITH GL BY @1
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE APDL-FILE.
           CLOSE APDH-FILE.
           CLOSE APRC-DATA-FILE.
           CLOSE GLAB-DATA-FILE.
           CLOSE DSBQ-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-APRC-READ.
      *----------------

           MOVE ZERO                   TO WAPRC-SEQ-IO-STATUS.

           READ APRC-DATA-FILE
                AT END
                  MOVE 8               TO WAPRC-SEQ-IO-STATUS
                  GO TO 9500-APRC-READ-X.

           IF  WAPRC-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9730-HANDLE-APRC-ERROR
                   THRU 9730-HANDLE-APRC-ERROR-X
           END-IF.

       9500-APRC-READ-X.
           EXIT.

      *----------------
       9500-GLAB-READ.
      *----------------

           MOVE ZERO                   TO WGLAB-SEQ-IO-STATUS.

           READ GLAB-DATA-FILE
                AT END
                  MOVE 8               TO WGLAB-SEQ-IO-STATUS
                  GO TO 9500-GLAB-READ-X.

           IF  WGLAB-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9740-HANDLE-GLAB-ERROR
                   THRU 9740-HANDLE-GLAB-ERROR-X
           END-IF.

       9500-GLAB-READ-X.
           EXIT.

      *---------------------
       9510-APDL-READ-NEXT.
      *---------------------

           MOVE TFCMD-READNEXT-RECORD   TO WAPDL-SEQ-IO-COMMAND.

           READ APDL-FILE NEXT
               AT END
                   MOVE '10'            TO WAPDL-SEQ-FILE-STATUS
                   GO TO 9510-APDL-READ-NEXT-X
           END-READ.

           IF  NOT WAPDL-IO-OK
               PERFORM 9710-HANDLE-APDL-ERROR
                  THRU 9710-HANDLE-APDL-ERROR-X
           END-IF.

       9510-APDL-READ-NEXT-X.
           EXIT.

      *---------------------
       9520-APDL-READ.
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

       9520-APDL-READ-X.
           EXIT.

      *---------------------
       9600-APDL-WRITE.
      *---------------------

           MOVE TFCMD-WRITE-RECORD      TO WAPDL-SEQ-IO-COMMAND.

           WRITE WAPDL-REC-INFO.

           IF  NOT WAPDL-IO-OK
               PERFORM 9710-HANDLE-APDL-ERROR
                  THRU 9710-HANDLE-APDL-ERROR-X
           END-IF.

       9600-APDL-WRITE-X.
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
       9730-HANDLE-APRC-ERROR.
      *-----------------------

           MOVE WAPRC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WAPRC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WAPRC-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9730-HANDLE-APRC-ERROR-X.
           EXIT.

      *-----------------------
       9740-HANDLE-GLAB-ERROR.
      *-----------------------

           MOVE WGLAB-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WGLAB-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WGLAB-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9740-HANDLE-GLAB-ERROR-X.
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
      **                 END OF PROGRAM ZSBMAPDL                     **
      *****************************************************************
