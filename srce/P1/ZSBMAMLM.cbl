      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMAMLM.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMAMLM                                         **
      **  REMARKS: NIGHTLY AML INBOUND TRANSACTION MONITORING.  THE  **
      **           PAYOUT FRAUD SCREEN (ZSBMFRDS) WATCHES MONEY      **
      **           GOING OUT; THIS RUN WATCHES MONEY COMING IN.  IT  **
      **           READS THE DAY'S RECEIPTS (ZCSRAMRC) AND THEN THE  **
      **           DISBURSEMENT QUEUE (ZCSRDSBQ) BEFORE THE DRAIN,   **
      **           AND APPLIES THE RULE-BASED SCENARIOS BELOW.  EACH **
      **           HIT IS OPENED ON THE COMPLIANCE WORKLIST (AMLW)   **
      **           WITH ITS EVIDENCE AND LISTED ON THE REPORT.  THE  **
      **           PER-POLICY PROFILE (AMPF) CARRIES THE LAST LARGE  **
      **           RECEIPT AND THE CONVENIENCE-STORE WINDOW FROM ONE **
      **           NIGHT TO THE NEXT.                                **
      **                                                             **
      **           SCENARIOS:                                        **
      **             LP  SINGLE PREMIUM OR TOP-UP AT OR OVER THE     **
      **                 LARGE PREMIUM THRESHOLD                     **
      **             OR  PREMIUM REFUND QUEUED AGAINST AN            **
      **                 OVERPAYMENT OR CASH-REFUND SUSPENSE AT OR   **
      **                 OVER THE OVERPAYMENT THRESHOLD              **
      **             CV  REPEATED CONVENIENCE-STORE PAYMENTS JUST    **
      **                 UNDER THE REPORTING LIMIT WITHIN THE WINDOW **
      **             SE  SURRENDER QUEUED WITHIN THE WINDOW AFTER A  **
      **                 LARGE PREMIUM                               **
      **             TP  PAYMENT FROM A PARTY OTHER THAN THE         **
      **                 POLICYHOLDER (PAYROLL DEDUCTION EXCEPTED)   **
      **                                                             **
      **           THRESHOLDS COME FROM THE CONTROL CARD; A ZERO     **
      **           FIELD TAKES THE HOUSE DEFAULT.  THE THRESHOLD IN  **
      **           FORCE IS KEPT ON EACH HIT FOR TUNING (ZSBMAMLS).  **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51285**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           SELECT AMRC-DATA-FILE ASSIGN TO ZSAMRC
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WAMRC-SEQ-FILE-STATUS.

           SELECT DSBQ-DATA-FILE ASSIGN TO ZSDSBQ
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WDSBQ-SEQ-FILE-STATUS.

           COPY CCFHAMPF.

           COPY CCFHAMLW.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       FD  AMRC-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRAMRC.

       FD  DSBQ-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRDSBQ.

       COPY CCFWAMPF.

       COPY CCFWAMLW.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMAMLM'.

       COPY SQLCA.

       01  WAMRC-SEQ-IO-WORK-AREA.
           05  WAMRC-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'AMRC'.
           05  WAMRC-SEQ-IO-COMMAND            PIC X(02).
           05  WAMRC-SEQ-FILE-STATUS           PIC X(02).
           05  WAMRC-SEQ-IO-STATUS             PIC 9(01).
               88  WAMRC-SEQ-IO-OK             VALUE 0.
               88  WAMRC-SEQ-IO-EOF            VALUE 8.
               88  WAMRC-SEQ-IO-ERROR          VALUE 9.

       01  WDSBQ-SEQ-IO-WORK-AREA.
           05  WDSBQ-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'DSBQ'.
           05  WDSBQ-SEQ-IO-COMMAND            PIC X(02).
           05  WDSBQ-SEQ-FILE-STATUS           PIC X(02).
           05  WDSBQ-SEQ-IO-STATUS             PIC 9(01).
               88  WDSBQ-SEQ-IO-OK             VALUE 0.
               88  WDSBQ-SEQ-IO-EOF            VALUE 8.
               88  WDSBQ-SEQ-IO-ERROR          VALUE 9.

       COPY CCWWAMPF.

       COPY CCWWAMLW.

      ****************************************************************
      *    CONTROL CARD - SCENARIO THRESHOLDS AND WINDOWS
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-LRG-PREM-AMT                 PIC 9(09).
           02  CR-OVPY-AMT                     PIC 9(09).
           02  CR-CVS-LMT-AMT                  PIC 9(09).
           02  CR-CVS-MRGN-PCT                 PIC 9(02).
           02  CR-CVS-CNT                      PIC 9(02).
           02  CR-CVS-WNDW-DAYS                PIC 9(03).
           02  CR-SURR-WNDW-DAYS               PIC 9(03).
           02  CR-TP-MIN-AMT                   PIC 9(09).
           02  FILLER                          PIC X(27).

      ****************************************************************
      *    ONE RECEIPT OR DISBURSEMENT IN PROGRESS
      ****************************************************************

       01  WS-WORK-AREA.
           05  WS-SERIAL-EVNT            PIC S9(09) COMP-3
                                                    VALUE ZERO.
           05  WS-SERIAL-REF             PIC S9(09) COMP-3
                                                    VALUE ZERO.
           05  WS-ELAPSED-DAYS           PIC S9(09) COMP-3
                                                    VALUE ZERO.
           05  WS-CVS-FLOOR-AMT          PIC 9(11)V99 VALUE ZERO.
           05  WS-OVPY-AMT               PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-CRNT-POL-ID            PIC X(10)  VALUE SPACES.
           05  WS-HLDR-CLI-ID            PIC X(10)  VALUE SPACES.
           05  WS-SERV-AGT-ID            PIC X(10)  VALUE SPACES.
           05  WS-SERV-BR-ID             PIC X(05)  VALUE SPACES.
           05  WS-POL-FOUND-SW           PIC X(01)  VALUE 'N'.
               88  WS-POL-FOUND                     VALUE 'Y'.
               88  WS-POL-NOT-FOUND                 VALUE 'N'.
           05  WS-AMPF-FOUND-SW          PIC X(01)  VALUE 'N'.
               88  WS-AMPF-FOUND                    VALUE 'Y'.
               88  WS-AMPF-NEW                      VALUE 'N'.
           05  WS-AMPF-CHG-SW            PIC X(01)  VALUE 'N'.
               88  WS-AMPF-CHANGED                  VALUE 'Y'.
           05  WS-AMPF-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-AMPF-OPEN                     VALUE 'Y'.
           05  WS-AMLW-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-AMLW-OPEN                     VALUE 'Y'.

       01  WS-REPORT-TOTALS.
           05  WS-RCPT-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-DSBQ-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-HIT-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-DUP-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-LP-CNT               PIC S9(07) COMP-3 VALUE +0.
           05  WS-OR-CNT               PIC S9(07) COMP-3 VALUE +0.
           05  WS-CV-CNT               PIC S9(07) COMP-3 VALUE +0.
           05  WS-SE-CNT               PIC S9(07) COMP-3 VALUE +0.
           05  WS-TP-CNT               PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'AML INBOUND MONITORING - SCENARIO HITS      '.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(12)
               VALUE 'POLICY'.
           03  FILLER                      PIC X(04)
               VALUE 'SC'.
           03  FILLER                      PIC X(12)
               VALUE 'EVENT DT'.
           03  FILLER                      PIC X(16)
               VALUE '  TRIGGER AMT'.
           03  FILLER                      PIC X(18)
               VALUE '    REFERENCE AMT'.
           03  FILLER                      PIC X(12)
               VALUE 'REF DT'.
           03  FILLER                      PIC X(05)
               VALUE 'CNT'.
           03  FILLER                      PIC X(04)
               VALUE 'CH'.
           03  FILLER                      PIC X(10)
               VALUE 'PAYOR'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-SCNR-CD                   PIC X(02).
           03  FILLER                      PIC X(02).
           03  P-EVNT-DT                   PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-TRIG-AMT                  PIC Z(10)9.99.
           03  FILLER                      PIC X(02).
           03  P-REF-AMT                   PIC Z(12)9.99.
           03  FILLER                      PIC X(02).
           03  P-REF-DT                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-RCPT-CNT                  PIC ZZ9.
           03  FILLER                      PIC X(02).
           03  P-CHNL-CD                   PIC X(02).
           03  FILLER                      PIC X(02).
           03  P-PAYOR-CLI-ID              PIC X(10).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'RECEIPTS:'.
           03  P-RCPT-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE 'DISBURSEMENTS: '.
           03  P-DSBQ-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(07)
               VALUE 'HITS: '.
           03  P-HIT-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(22)
               VALUE 'ALREADY ON WORKLIST: '.
           03  P-DUP-CNT-X                 PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(04)
               VALUE 'LP:'.
           03  P-LP-CNT-X                  PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(04)
               VALUE 'OR:'.
           03  P-OR-CNT-X                  PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(04)
               VALUE 'CV:'.
           03  P-CV-CNT-X                  PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(04)
               VALUE 'SE:'.
           03  P-SE-CNT-X                  PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(04)
               VALUE 'TP:'.
           03  P-TP-CNT-X                  PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCWWDAYS.

       COPY CCFWPOL.
       COPY CCFRPOL.

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

           PERFORM  2000-PROCESS-RECEIPT
               THRU 2000-PROCESS-RECEIPT-X
                    UNTIL WAMRC-SEQ-IO-EOF.

      *
      *  THE QUEUE IS SCREENED AFTER THE RECEIPTS SO THAT A LARGE
      *  PREMIUM AND A SURRENDER ON THE SAME DAY ARE SEEN TOGETHER.
      *
           MOVE SPACES                  TO WS-CRNT-POL-ID.

           PERFORM  9500-DSBQ-READ
               THRU 9500-DSBQ-READ-X.

           PERFORM  3000-PROCESS-DISBURSEMENT
               THRU 3000-PROCESS-DISBURSEMENT-X
                    UNTIL WDSBQ-SEQ-IO-EOF.

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
      *MSG: (S) MISSING AML MONITORING THRESHOLD CONTROL CARD
               MOVE 'ZSAMLM0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           IF  CR-LRG-PREM-AMT = ZERO
               MOVE 10000000            TO CR-LRG-PREM-AMT
           END-IF.
           IF  CR-OVPY-AMT = ZERO
               MOVE 1000000             TO CR-OVPY-AMT
           END-IF.
           IF  CR-CVS-LMT-AMT = ZERO
               MOVE 300000              TO CR-CVS-LMT-AMT
           END-IF.
           IF  CR-CVS-MRGN-PCT = ZERO
               MOVE 10                  TO CR-CVS-MRGN-PCT
           END-IF.
           IF  CR-CVS-CNT = ZERO
               MOVE 3                   TO CR-CVS-CNT
           END-IF.
           IF  CR-CVS-WNDW-DAYS = ZERO
               MOVE 30                  TO CR-CVS-WNDW-DAYS
           END-IF.
           IF  CR-SURR-WNDW-DAYS = ZERO
               MOVE 180                 TO CR-SURR-WNDW-DAYS
           END-IF.
           IF  CR-TP-MIN-AMT = ZERO
               MOVE 500000              TO CR-TP-MIN-AMT
           END-IF.

      *
      *  A CONVENIENCE-STORE PAYMENT IS "NEAR THE LIMIT" FROM THE
      *  MARGIN BELOW THE LIMIT UP TO (NOT INCLUDING) THE LIMIT.
      *
           COMPUTE WS-CVS-FLOOR-AMT =
               CR-CVS-LMT-AMT * (100 - CR-CVS-MRGN-PCT) / 100.

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

           PERFORM  9500-AMRC-READ
              THRU 9500-AMRC-READ-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *----------------------------
       2000-PROCESS-RECEIPT.
      *----------------------------

           ADD 1                        TO WS-RCPT-CNT.

           IF  RAMRC-POL-ID NOT = WS-CRNT-POL-ID
               MOVE RAMRC-POL-ID        TO WS-CRNT-POL-ID
               PERFORM  2050-GET-POLICY
                   THRU 2050-GET-POLICY-X
           END-IF.

           PERFORM  2100-READ-PROFILE
               THRU 2100-READ-PROFILE-X.

           MOVE RAMRC-RCPT-DT           TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           MOVE WDAYS-SERIAL            TO WS-SERIAL-EVNT.

           PERFORM  2200-CHECK-LARGE-PREMIUM
               THRU 2200-CHECK-LARGE-PREMIUM-X.

           PERFORM  2300-CHECK-CONV-STORE
               THRU 2300-CHECK-CONV-STORE-X.

           PERFORM  2400-CHECK-THIRD-PARTY
               THRU 2400-CHECK-THIRD-PARTY-X.

           MOVE RAMRC-RCPT-DT           TO WAMPF-LAST-RCPT-DT.

           IF  WS-AMPF-CHANGED
               PERFORM  2900-SAVE-PROFILE
                   THRU 2900-SAVE-PROFILE-X
           END-IF.

           PERFORM  9500-AMRC-READ
               THRU 9500-AMRC-READ-X.

       2000-PROCESS-RECEIPT-X.
           EXIT.
      /
      *--------------------
       2050-GET-POLICY.
      *--------------------

      *
      *  A RECEIPT OR REFUND FOR A POLICY NOT ON FILE IS STILL
      *  MONITORED; THE HIT CARRIES NO HOLDER OR AGENT.
      *
           MOVE SPACES                  TO WS-HLDR-CLI-ID
                                           WS-SERV-AGT-ID
                                           WS-SERV-BR-ID.
           SET  WS-POL-NOT-FOUND        TO TRUE.

           MOVE WS-CRNT-POL-ID          TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
               MOVE WS-CRNT-POL-ID      TO WGLOB-MSG-PARM (1)
      *MSG: (W) AML MONITORING - POLICY @1 NOT ON FILE
               MOVE 'ZSAMLM0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 2050-GET-POLICY-X
           END-IF.

           SET  WS-POL-FOUND            TO TRUE.
           MOVE RPOL-HLDR-CLI-ID        TO WS-HLDR-CLI-ID.
           MOVE RPOL-SERV-AGT-ID        TO WS-SERV-AGT-ID.
           MOVE RPOL-SERV-BR-ID         TO WS-SERV-BR-ID.

       2050-GET-POLICY-X.
           EXIT.

      *--------------------
       2100-READ-PROFILE.
      *--------------------

           MOVE 'N'                     TO WS-AMPF-CHG-SW.
           MOVE WS-CRNT-POL-ID          TO WAMPF-POL-ID.

           READ AMPF-FILE
               INVALID KEY
                   MOVE '23'            TO WAMPF-SEQ-FILE-STATUS
           END-READ.

           IF  WAMPF-IO-OK
               SET WS-AMPF-FOUND        TO TRUE
               GO TO 2100-READ-PROFILE-X
           END-IF.

           IF  NOT WAMPF-IO-NOTFND
               MOVE TFCMD-READ-RECORD   TO WGLOB-IO-COMMAND
               PERFORM 9700-HANDLE-AMPF-ERROR
                  THRU 9700-HANDLE-AMPF-ERROR-X
           END-IF.

           SET  WS-AMPF-NEW             TO TRUE.
           MOVE SPACES                  TO WAMPF-REC-INFO.
           MOVE WS-CRNT-POL-ID          TO WAMPF-POL-ID.
           MOVE ZERO                    TO WAMPF-LRG-RCPT-AMT
                                           WAMPF-CVS-WNDW-CNT
                                           WAMPF-CVS-WNDW-AMT.

       2100-READ-PROFILE-X.
           EXIT.
      /
      *--------------------------
       2200-CHECK-LARGE-PREMIUM.
      *--------------------------

      *
      *  ANY LARGE RECEIPT IS REMEMBERED FOR THE EARLY SURRENDER
      *  SCENARIO; ONLY A SINGLE PREMIUM OR TOP-UP IS A HIT ITSELF.
      *
           IF  RAMRC-RCPT-AMT < CR-LRG-PREM-AMT
               GO TO 2200-CHECK-LARGE-PREMIUM-X
           END-IF.

           MOVE RAMRC-RCPT-DT           TO WAMPF-LRG-RCPT-DT.
           MOVE RAMRC-RCPT-AMT          TO WAMPF-LRG-RCPT-AMT.
           SET  WS-AMPF-CHANGED         TO TRUE.

           IF  NOT RAMRC-TYP-SINGLE-PREM
           AND NOT RAMRC-TYP-TOP-UP
               GO TO 2200-CHECK-LARGE-PREMIUM-X
           END-IF.

           PERFORM  4100-INIT-HIT
               THRU 4100-INIT-HIT-X.
           SET  WAMLW-SCNR-LRG-PREM     TO TRUE.
           MOVE RAMRC-RCPT-DT           TO WAMLW-EVNT-DT.
           PERFORM  4200-RECEIPT-EVIDENCE
               THRU 4200-RECEIPT-EVIDENCE-X.
           MOVE CR-LRG-PREM-AMT         TO WAMLW-THRSHLD-AMT.

           PERFORM  4000-WRITE-HIT
               THRU 4000-WRITE-HIT-X.

       2200-CHECK-LARGE-PREMIUM-X.
           EXIT.
      /
      *--------------------------
       2300-CHECK-CONV-STORE.
      *--------------------------

           IF  NOT RAMRC-CHNL-CONV-STORE
           OR  RAMRC-RCPT-AMT < WS-CVS-FLOOR-AMT
           OR  RAMRC-RCPT-AMT NOT < CR-CVS-LMT-AMT
               GO TO 2300-CHECK-CONV-STORE-X
           END-IF.

           SET  WS-AMPF-CHANGED         TO TRUE.

      *
      *  A WINDOW THAT HAS RUN OUT STARTS AGAIN AT THIS PAYMENT.
      *
           IF  WAMPF-CVS-WNDW-STRT-DT = SPACES
               PERFORM  2310-START-WINDOW
                   THRU 2310-START-WINDOW-X
           ELSE
               MOVE WAMPF-CVS-WNDW-STRT-DT
                                        TO WDAYS-IN-DT
               PERFORM  DAYS-1000-CALC-SERIAL
                   THRU DAYS-1000-CALC-SERIAL-X
               COMPUTE WS-ELAPSED-DAYS =
                   WS-SERIAL-EVNT - WDAYS-SERIAL
               IF  WS-ELAPSED-DAYS > CR-CVS-WNDW-DAYS
                   PERFORM  2310-START-WINDOW
                       THRU 2310-START-WINDOW-X
               END-IF
           END-IF.

           ADD 1                        TO WAMPF-CVS-WNDW-CNT.
           ADD RAMRC-RCPT-AMT           TO WAMPF-CVS-WNDW-AMT.

           IF  WAMPF-CVS-WNDW-CNT < CR-CVS-CNT
               GO TO 2300-CHECK-CONV-STORE-X
           END-IF.

           PERFORM  4100-INIT-HIT
               THRU 4100-INIT-HIT-X.
           SET  WAMLW-SCNR-CVS-STRCT    TO TRUE.
           MOVE RAMRC-RCPT-DT           TO WAMLW-EVNT-DT.
           PERFORM  4200-RECEIPT-EVIDENCE
               THRU 4200-RECEIPT-EVIDENCE-X.
           MOVE WAMPF-CVS-WNDW-AMT      TO WAMLW-REF-AMT.
           MOVE WAMPF-CVS-WNDW-STRT-DT  TO WAMLW-REF-DT.
           MOVE WAMPF-CVS-WNDW-CNT      TO WAMLW-RCPT-CNT.
           MOVE CR-CVS-LMT-AMT          TO WAMLW-THRSHLD-AMT.

           PERFORM  4000-WRITE-HIT
               THRU 4000-WRITE-HIT-X.

      *
      *  THE PAYMENTS BEHIND A HIT ARE NOT COUNTED TOWARDS THE NEXT.
      *
           MOVE SPACES                  TO WAMPF-CVS-WNDW-STRT-DT.
           MOVE ZERO                    TO WAMPF-CVS-WNDW-CNT
                                           WAMPF-CVS-WNDW-AMT.

       2300-CHECK-CONV-STORE-X.
           EXIT.

      *--------------------
       2310-START-WINDOW.
      *--------------------

           MOVE RAMRC-RCPT-DT           TO WAMPF-CVS-WNDW-STRT-DT.
           MOVE ZERO                    TO WAMPF-CVS-WNDW-CNT
                                           WAMPF-CVS-WNDW-AMT.

       2310-START-WINDOW-X.
           EXIT.
      /
      *--------------------------
       2400-CHECK-THIRD-PARTY.
      *--------------------------

      *
      *  ONLY AN IDENTIFIED PAYOR CAN BE COMPARED WITH THE HOLDER.
      *  PAYROLL DEDUCTION IS PAID BY THE EMPLOYER BY DESIGN.
      *
           IF  RAMRC-PAYOR-CLI-ID = SPACES
           OR  WS-HLDR-CLI-ID = SPACES
           OR  RAMRC-PAYOR-CLI-ID = WS-HLDR-CLI-ID
           OR  RAMRC-CHNL-PAYROLL
           OR  RAMRC-RCPT-AMT < CR-TP-MIN-AMT
               GO TO 2400-CHECK-THIRD-PARTY-X
           END-IF.

           PERFORM  4100-INIT-HIT
               THRU 4100-INIT-HIT-X.
           SET  WAMLW-SCNR-THIRD-PRTY   TO TRUE.
           MOVE RAMRC-RCPT-DT           TO WAMLW-EVNT-DT.
           PERFORM  4200-RECEIPT-EVIDENCE
               THRU 4200-RECEIPT-EVIDENCE-X.
           MOVE CR-TP-MIN-AMT           TO WAMLW-THRSHLD-AMT.

           PERFORM  4000-WRITE-HIT
               THRU 4000-WRITE-HIT-X.

       2400-CHECK-THIRD-PARTY-X.
           EXIT.
      /
      *--------------------
       2900-SAVE-PROFILE.
      *--------------------

           MOVE WGLOB-PROCESS-DATE      TO WAMPF-LAST-CHG-DT.

           IF  WS-AMPF-FOUND
               MOVE TFCMD-REWRITE-RECORD
                                        TO WGLOB-IO-COMMAND
               REWRITE WAMPF-REC-INFO
                   INVALID KEY
                       MOVE '23'        TO WAMPF-SEQ-FILE-STATUS
               END-REWRITE
           ELSE
               MOVE TFCMD-WRITE-RECORD  TO WGLOB-IO-COMMAND
               WRITE WAMPF-REC-INFO
                   INVALID KEY
                       MOVE '22'        TO WAMPF-SEQ-FILE-STATUS
               END-WRITE
           END-IF.

           IF  NOT WAMPF-IO-OK
               PERFORM 9700-HANDLE-AMPF-ERROR
                  THRU 9700-HANDLE-AMPF-ERROR-X
           END-IF.

       2900-SAVE-PROFILE-X.
           EXIT.
      /
      *-------------------------------
       3000-PROCESS-DISBURSEMENT.
      *-------------------------------

           IF  NOT RDSBQ-TYP-PREM-REFUND
           AND NOT RDSBQ-TYP-SURRENDER
               GO TO 3000-NEXT-DISBURSEMENT
           END-IF.

           ADD 1                        TO WS-DSBQ-CNT.

           IF  RDSBQ-POL-ID NOT = WS-CRNT-POL-ID
               MOVE RDSBQ-POL-ID        TO WS-CRNT-POL-ID
               PERFORM  2050-GET-POLICY
                   THRU 2050-GET-POLICY-X
           END-IF.

           MOVE RDSBQ-QUEUED-DT         TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           MOVE WDAYS-SERIAL            TO WS-SERIAL-EVNT.

           IF  RDSBQ-TYP-PREM-REFUND
               PERFORM  3100-CHECK-OVPY-REFUND
                   THRU 3100-CHECK-OVPY-REFUND-X
           ELSE
               PERFORM  3200-CHECK-EARLY-SURR
                   THRU 3200-CHECK-EARLY-SURR-X
           END-IF.

       3000-NEXT-DISBURSEMENT.

           PERFORM  9500-DSBQ-READ
               THRU 9500-DSBQ-READ-X.

       3000-PROCESS-DISBURSEMENT-X.
           EXIT.
      /
      *--------------------------
       3100-CHECK-OVPY-REFUND.
      *--------------------------

      *
      *  THE OVERPAYMENT IS WHAT SITS IN OVER/SHORT PREMIUM AND THE
      *  CASH-REFUND SUSPENSE WHEN THE REFUND IS QUEUED.  EITHER IT
      *  OR THE REFUND ITSELF REACHING THE THRESHOLD IS A HIT.
      *
           MOVE ZERO                    TO WS-OVPY-AMT.

           IF  WS-POL-FOUND
               IF  RPOL-OVR-SHRT-PREM-AMT > ZERO
                   ADD RPOL-OVR-SHRT-PREM-AMT
                                        TO WS-OVPY-AMT
               END-IF
               IF  RPOL-CSH-RFND-SUSP-AMT > ZERO
                   ADD RPOL-CSH-RFND-SUSP-AMT
                                        TO WS-OVPY-AMT
               END-IF
           END-IF.

           IF  WS-OVPY-AMT < CR-OVPY-AMT
           AND RDSBQ-DSBMT-AMT < CR-OVPY-AMT
               GO TO 3100-CHECK-OVPY-REFUND-X
           END-IF.

           PERFORM  4100-INIT-HIT
               THRU 4100-INIT-HIT-X.
           SET  WAMLW-SCNR-OVPY-RFND    TO TRUE.
           MOVE RDSBQ-QUEUED-DT         TO WAMLW-EVNT-DT.
           MOVE RDSBQ-DSBMT-AMT         TO WAMLW-TRIG-AMT.
           MOVE WS-OVPY-AMT             TO WAMLW-REF-AMT.
           IF  WS-POL-FOUND
               MOVE RPOL-OVR-SHRT-PREM-DT
                                        TO WAMLW-REF-DT
           END-IF.
           MOVE CR-OVPY-AMT             TO WAMLW-THRSHLD-AMT.

           PERFORM  4000-WRITE-HIT
               THRU 4000-WRITE-HIT-X.

       3100-CHECK-OVPY-REFUND-X.
           EXIT.
      /
      *--------------------------
       3200-CHECK-EARLY-SURR.
      *--------------------------

           MOVE WS-CRNT-POL-ID          TO WAMPF-POL-ID.

           READ AMPF-FILE
               INVALID KEY
                   MOVE '23'            TO WAMPF-SEQ-FILE-STATUS
           END-READ.

           IF  WAMPF-IO-NOTFND
               GO TO 3200-CHECK-EARLY-SURR-X
           END-IF.

           IF  NOT WAMPF-IO-OK
               MOVE TFCMD-READ-RECORD   TO WGLOB-IO-COMMAND
               PERFORM 9700-HANDLE-AMPF-ERROR
                  THRU 9700-HANDLE-AMPF-ERROR-X
           END-IF.

           IF  WAMPF-LRG-RCPT-DT = SPACES
               GO TO 3200-CHECK-EARLY-SURR-X
           END-IF.

           MOVE WAMPF-LRG-RCPT-DT       TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           MOVE WDAYS-SERIAL            TO WS-SERIAL-REF.

           COMPUTE WS-ELAPSED-DAYS = WS-SERIAL-EVNT - WS-SERIAL-REF.

           IF  WS-ELAPSED-DAYS < ZERO
           OR  WS-ELAPSED-DAYS > CR-SURR-WNDW-DAYS
               GO TO 3200-CHECK-EARLY-SURR-X
           END-IF.

           PERFORM  4100-INIT-HIT
               THRU 4100-INIT-HIT-X.
           SET  WAMLW-SCNR-EARLY-SURR   TO TRUE.
           MOVE RDSBQ-QUEUED-DT         TO WAMLW-EVNT-DT.
           MOVE RDSBQ-DSBMT-AMT         TO WAMLW-TRIG-AMT.
           MOVE WAMPF-LRG-RCPT-AMT      TO WAMLW-REF-AMT.
           MOVE WAMPF-LRG-RCPT-DT       TO WAMLW-REF-DT.
           MOVE CR-LRG-PREM-AMT         TO WAMLW-THRSHLD-AMT.

           PERFORM  4000-WRITE-HIT
               THRU 4000-WRITE-HIT-X.

       3200-CHECK-EARLY-SURR-X.
           EXIT.
      /
      *------------------------
       4000-WRITE-HIT.
      *------------------------

      *
      *  A HIT ALREADY ON THE WORKLIST (THE SAME QUEUE ENTRY SEEN
      *  AGAIN ON A LATER NIGHT, OR A RERUN) IS LEFT AS IT IS.
      *
           WRITE WAMLW-REC-INFO
               INVALID KEY
                   MOVE '22'            TO WAMLW-SEQ-FILE-STATUS
           END-WRITE.

           IF  WAMLW-IO-DUPKEY
               ADD 1                    TO WS-DUP-CNT
               GO TO 4000-WRITE-HIT-X
           END-IF.

           IF  NOT WAMLW-IO-OK
               MOVE WAMLW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WAMLW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-WRITE-RECORD     TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           ADD 1                        TO WS-HIT-CNT.

           EVALUATE TRUE
               WHEN WAMLW-SCNR-LRG-PREM
                   ADD 1                TO WS-LP-CNT
               WHEN WAMLW-SCNR-OVPY-RFND
                   ADD 1                TO WS-OR-CNT
               WHEN WAMLW-SCNR-CVS-STRCT
                   ADD 1                TO WS-CV-CNT
               WHEN WAMLW-SCNR-EARLY-SURR
                   ADD 1                TO WS-SE-CNT
               WHEN WAMLW-SCNR-THIRD-PRTY
                   ADD 1                TO WS-TP-CNT
           END-EVALUATE.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       4000-WRITE-HIT-X.
           EXIT.

      *------------------------
       4100-INIT-HIT.
      *------------------------

           MOVE SPACES                  TO WAMLW-REC-INFO.
           MOVE WS-CRNT-POL-ID          TO WAMLW-POL-ID.
           MOVE WS-HLDR-CLI-ID          TO WAMLW-CLI-ID.
           MOVE WS-SERV-AGT-ID          TO WAMLW-SERV-AGT-ID.
           MOVE WS-SERV-BR-ID           TO WAMLW-SERV-BR-ID.
           MOVE ZERO                    TO WAMLW-TRIG-AMT
                                           WAMLW-REF-AMT
                                           WAMLW-RCPT-CNT
                                           WAMLW-THRSHLD-AMT.
           SET  WAMLW-STAT-OPEN         TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO WAMLW-OPEN-DT
                                           WAMLW-LAST-CHG-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO WAMLW-LAST-CHG-USER-ID.

       4100-INIT-HIT-X.
           EXIT.

      *------------------------
       4200-RECEIPT-EVIDENCE.
      *------------------------

           MOVE RAMRC-RCPT-AMT          TO WAMLW-TRIG-AMT.
           MOVE 1                       TO WAMLW-RCPT-CNT.
           MOVE RAMRC-CHNL-CD           TO WAMLW-CHNL-CD.
           MOVE RAMRC-PAYOR-CLI-ID      TO WAMLW-PAYOR-CLI-ID.
           MOVE RAMRC-PAYOR-NM          TO WAMLW-PAYOR-NM.

       4200-RECEIPT-EVIDENCE-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-RCPT-CNT              TO P-RCPT-CNT-X.
           MOVE WS-DSBQ-CNT              TO P-DSBQ-CNT-X.
           MOVE WS-HIT-CNT               TO P-HIT-CNT-X.
           MOVE WS-DUP-CNT               TO P-DUP-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-LP-CNT                TO P-LP-CNT-X.
           MOVE WS-OR-CNT                TO P-OR-CNT-X.
           MOVE WS-CV-CNT                TO P-CV-CNT-X.
           MOVE WS-SE-CNT                TO P-SE-CNT-X.
           MOVE WS-TP-CNT                TO P-TP-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE WAMLW-POL-ID            TO P-POL-ID.
           MOVE WAMLW-SCNR-CD           TO P-SCNR-CD.
           MOVE WAMLW-EVNT-DT           TO P-EVNT-DT.
           MOVE WAMLW-TRIG-AMT          TO P-TRIG-AMT.
           MOVE WAMLW-REF-AMT           TO P-REF-AMT.
           MOVE WAMLW-REF-DT            TO P-REF-DT.
           MOVE WAMLW-RCPT-CNT          TO P-RCPT-CNT.
           MOVE WAMLW-CHNL-CD           TO P-CHNL-CD.
           MOVE WAMLW-PAYOR-CLI-ID      TO P-PAYOR-CLI-ID.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8400-WRITE-DETAIL-LINE-X.
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

           MOVE ZERO TO WAMRC-SEQ-IO-STATUS.
           OPEN INPUT AMRC-DATA-FILE.
           IF WAMRC-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-AMRC-ERROR
                 THRU 9700-HANDLE-AMRC-ERROR-X
           END-IF.

           MOVE ZERO TO WDSBQ-SEQ-IO-STATUS.
           OPEN INPUT DSBQ-DATA-FILE.
           IF WDSBQ-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-DSBQ-ERROR
                 THRU 9700-HANDLE-DSBQ-ERROR-X
           END-IF.

      *
      * THE PROFILE AND THE WORKLIST ARE CREATED ON THE FIRST RUN.
      *
           OPEN I-O AMPF-FILE.
           IF  WAMPF-IO-NOFILE
               OPEN OUTPUT AMPF-FILE
               CLOSE AMPF-FILE
               OPEN I-O AMPF-FILE
           END-IF.
           IF  WAMPF-IO-OK
               SET WS-AMPF-OPEN         TO TRUE
           ELSE
               MOVE TFCMD-OPEN-U-FILE   TO WGLOB-IO-COMMAND
               PERFORM 9700-HANDLE-AMPF-ERROR
                  THRU 9700-HANDLE-AMPF-ERROR-X
           END-IF.

           OPEN I-O AMLW-FILE.
           IF  WAMLW-IO-NOFILE
               OPEN OUTPUT AMLW-FILE
               CLOSE AMLW-FILE
               OPEN I-O AMLW-FILE
           END-IF.
           IF  WAMLW-IO-OK
               SET WS-AMLW-OPEN         TO TRUE
           ELSE
               MOVE WAMLW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WAMLW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
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

           MOVE WS-HIT-CNT               TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSAMLM0003'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL AML SCENARIO HITS OPENED ON THE WORKLIST @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE AMRC-DATA-FILE.
           CLOSE DSBQ-DATA-FILE.

           IF  WS-AMPF-OPEN
               CLOSE AMPF-FILE
           END-IF.

           IF  WS-AMLW-OPEN
               CLOSE AMLW-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-AMRC-READ.
      *----------------

           MOVE ZERO                   TO WAMRC-SEQ-IO-STATUS.

           READ AMRC-DATA-FILE
                AT END
                  MOVE 8               TO WAMRC-SEQ-IO-STATUS
                  GO TO 9500-AMRC-READ-X.

           IF WAMRC-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-AMRC-ERROR
                 THRU 9700-HANDLE-AMRC-ERROR-X
           END-IF.

       9500-AMRC-READ-X.
           EXIT.

      *----------------
       9500-DSBQ-READ.
      *----------------

           MOVE ZERO                   TO WDSBQ-SEQ-IO-STATUS.

           READ DSBQ-DATA-FILE
                AT END
                  MOVE 8               TO WDSBQ-SEQ-IO-STATUS
                  GO TO 9500-DSBQ-READ-X.

           IF WDSBQ-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-DSBQ-ERROR
                 THRU 9700-HANDLE-DSBQ-ERROR-X
           END-IF.

       9500-DSBQ-READ-X.
           EXIT.

      *-----------------------
       9700-HANDLE-AMRC-ERROR.
      *-----------------------

           MOVE WAMRC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WAMRC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WAMRC-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-AMRC-ERROR-X.
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
       9700-HANDLE-AMPF-ERROR.
      *-----------------------

      *
      *  THE CALLER HAS ALREADY SET THE FAILING COMMAND.
      *
           MOVE WAMPF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WAMPF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-AMPF-ERROR-X.
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
      * POLICY MASTER
      *
       COPY CCPNPOL.
      *
      * COMMON SERIAL-DAY ROUTINES
      *
       COPY CCPPDAYS.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMAMLM                     **
      *****************************************************************
