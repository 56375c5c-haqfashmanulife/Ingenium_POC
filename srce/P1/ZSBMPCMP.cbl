      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMPCMP.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMPCMP                                         **
      **            DAILY PREMIUM PAYMENT COMPLETION RUN.            **
      **                                                             **
      **            WORKS THE PREMIUM PAYMENT COMPLETION REGISTER    **
      **            (PCMP) BUILT BY THE MONTHLY LOOKAHEAD ZSBMPCLK.  **
      **            A LISTED POLICY WHOSE PREMIUM-PAYING PERIOD HAS  **
      **            ENDED, AND WHICH IS PAID TO ITS END DATE, IS     **
      **            COMPLETED:                                       **
      **                                                             **
      **            - RPOL-PREM-PMT-CMPLT-IND IS SET AND THE POLICY  **
      **              MOVES TO PREMIUM PAYMENT COMPLETE ('CP');      **
      **            - THE BILLING ARRANGEMENT IS CLOSED - THE        **
      **              COLLECTION METHOD AND DEBIT DAY ARE CLEARED,   **
      **              THE OLD VALUES KEPT ON THE REGISTER ROW;       **
      **            - PHST IS STAMPED, THE PAID-UP NOTICE (ZCSRPCMN) **
      **              IS ROUTED BY THE CLIENT'S DEFAULT PREFERENCE   **
      **              (CPRF) - PRINTED OR QUEUED ELECTRONICALLY ON   **
      **              CNTQ - AND THE CLIENT LETTER (PCMP) QUEUED ON  **
      **              LTRC.                                          **
      **                                                             **
      **            A POLICY STILL OWING ITS LAST PREMIUM IS HELD    **
      **            AND RETRIED EACH NIGHT; ONE THAT HAS LEFT FORCE  **
      **            IS DROPPED FROM THE REGISTER.                    **
      **                                                             **
      **            THE DAY'S RECEIPTS (ZCSRAMRC) ARE THEN MATCHED   **
      **            TO THE REGISTER.  A PREMIUM APPLIED TO A POLICY  **
      **            COMPLETED ON AN EARLIER DAY IS STAGED FOR REFUND **
      **            ON THE DISBURSEMENT QUEUE (ZCSRDSBQ) AND COUNTED **
      **            ON THE REGISTER ROW.                             **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51308**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHPCMP.

           COPY CCFHLTRC.

           COPY CCFHCPRF.

           COPY CCFHCNTQ.

           SELECT AMRC-DATA-FILE ASSIGN TO ZSAMRC
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WAMRC-SEQ-FILE-STATUS.

           SELECT PCMN-DATA-FILE ASSIGN TO ZSPCMN
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WPCMN-SEQ-FILE-STATUS.

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

       COPY CCFWPCMP.

       COPY CCFWLTRC.

       COPY CCFWCPRF.

       COPY CCFWCNTQ.

       FD  AMRC-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRAMRC.

       FD  PCMN-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRPCMN.

       FD  DSBQ-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRDSBQ.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMPCMP'.

       COPY SQLCA.

       COPY CCWWPCMP.

       COPY CCWWLTRC.

       COPY CCFRCPRF.
       COPY CCWWCPRF.
       COPY CCWWCNTQ.

       01  WAMRC-SEQ-IO-WORK-AREA.
           05  WAMRC-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'AMRC'.
           05  WAMRC-SEQ-IO-COMMAND            PIC X(02).
           05  WAMRC-SEQ-FILE-STATUS           PIC X(02).
           05  WAMRC-SEQ-IO-STATUS             PIC 9(01).
               88  WAMRC-SEQ-IO-OK             VALUE 0.
               88  WAMRC-SEQ-IO-EOF            VALUE 8.
               88  WAMRC-SEQ-IO-ERROR          VALUE 9.

       01  WPCMN-SEQ-IO-WORK-AREA.
           05  WPCMN-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'PCMN'.
           05  WPCMN-SEQ-IO-COMMAND            PIC X(02).
           05  WPCMN-SEQ-FILE-STATUS           PIC X(02).

       01  WDSBQ-SEQ-IO-WORK-AREA.
           05  WDSBQ-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'DSBQ'.
           05  WDSBQ-SEQ-IO-COMMAND            PIC X(02).
           05  WDSBQ-SEQ-FILE-STATUS           PIC X(02).

       01  WS-WORK-AREA.
           05  WS-PDTO-DT                PIC X(10).
           05  WS-OLD-CSTAT-CD           PIC X(02).
           05  WS-CRNT-POL-ID            PIC X(10)  VALUE SPACES.
           05  WS-LTR-TYP                PIC X(04)  VALUE 'PCMP'.
           05  WS-RFND-ELIG-SW           PIC X(01)  VALUE 'N'.
               88  WS-RFND-ELIG                     VALUE 'Y'.
               88  WS-RFND-NOT-ELIG                 VALUE 'N'.

       01  WS-REPORT-TOTALS.
           05  WS-ROWS-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-DUE-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-CMPLT-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-HOLD-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-DROP-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-RCPT-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-RFND-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-RFND-AMT             PIC S9(13)V99 COMP-3
                                                      VALUE +0.
           05  WS-ERR-CNT              PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT HEADING AND DETAIL LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(11)
               VALUE 'POLICY     '.
           03  FILLER                      PIC X(11)
               VALUE 'PAID/RCPT  '.
           03  FILLER                      PIC X(11)
               VALUE 'PREM END   '.
           03  FILLER                      PIC X(11)
               VALUE 'LAST DUE   '.
           03  FILLER                      PIC X(16)
               VALUE '     AMOUNT     '.
           03  FILLER                      PIC X(18)
               VALUE 'DISPOSITION       '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  P-ACTV-DT                   PIC X(10).
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  P-END-DT                    PIC X(10).
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  P-LAST-DUE-DT               PIC X(10).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  P-AMT                       PIC Z(10)9.99.
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  P-DISP                      PIC X(18).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(18)
               VALUE 'REGISTER ROWS:    '.
           03  P-READ-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE 'DUE TO COMPLETE:'.
           03  P-DUE-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(11)
               VALUE 'COMPLETED: '.
           03  P-CMPL-CNT-X                PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(18)
               VALUE 'HELD - LAST PREM: '.
           03  P-HOLD-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE 'DROPPED:        '.
           03  P-DROP-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(08)
               VALUE 'ERRORS: '.
           03  P-ERR-CNT-X                 PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-3.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(18)
               VALUE 'RECEIPTS READ:    '.
           03  P-RCPT-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE 'REFUNDS STAGED: '.
           03  P-RFND-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(08)
               VALUE 'AMOUNT: '.
           03  P-RFND-AMT-X                PIC Z(12)9.99.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFWPHST.
       COPY CCFRPHST.

       COPY CCFWMAST.
       COPY CCFRMAST.

      ***************************************************************
      *    CALLED MODULE PARAMETER INFORMATION
      ***************************************************************

       COPY CCWL0307.

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

           PERFORM  2000-PROCESS-REGISTER
               THRU 2000-PROCESS-REGISTER-X
                    UNTIL NOT WPCMP-IO-OK.

      *
      *  COMPLETIONS FIRST, SO A RECEIPT TODAY AGAINST A POLICY
      *  COMPLETED TONIGHT IS LEFT ALONE - IT IS THE LAST PREMIUM.
      *
           PERFORM  9500-AMRC-READ
               THRU 9500-AMRC-READ-X.

           PERFORM  3000-PROCESS-RECEIPTS
               THRU 3000-PROCESS-RECEIPTS-X
                    UNTIL WAMRC-SEQ-IO-EOF.

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

           PERFORM  8450-WRITE-DETAIL-HEADING
              THRU 8450-WRITE-DETAIL-HEADING-X.

           MOVE LOW-VALUES              TO WPCMP-KEY.

           START PCMP-FILE
               KEY IS NOT LESS THAN WPCMP-KEY
               INVALID KEY
                   MOVE '10'            TO WPCMP-SEQ-FILE-STATUS
           END-START.

           IF  WPCMP-IO-OK
               PERFORM  2900-REGISTER-READ-NEXT
                   THRU 2900-REGISTER-READ-NEXT-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *----------------------
       2000-PROCESS-REGISTER.
      *----------------------

           ADD 1                        TO WS-ROWS-READ-CNT.

           IF  NOT WPCMP-STAT-LISTED
           OR  WPCMP-PREM-END-DT > WGLOB-PROCESS-DATE
               GO TO 2000-NEXT-ROW
           END-IF.

           ADD 1                        TO WS-DUE-CNT.
           MOVE SPACES                  TO WS-PDTO-DT.

           MOVE WPCMP-POL-ID            TO WPOL-POL-ID.
           PERFORM  POL-1000-READ-FOR-UPDATE
               THRU POL-1000-READ-FOR-UPDATE-X.

           IF  NOT WPOL-IO-OK
               ADD 1                    TO WS-ERR-CNT
               MOVE 'ERROR-POL READ   ' TO P-DISP
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 2000-NEXT-ROW
           END-IF.

           IF  RPOL-POL-PD-TO-DT-NUM NUMERIC
           AND RPOL-POL-PD-TO-DT-NUM NOT = ZERO
               MOVE RPOL-POL-PD-TO-DT-NUM-YR
                                        TO WS-PDTO-DT (1:4)
               MOVE '-'                 TO WS-PDTO-DT (5:1)
               MOVE RPOL-POL-PD-TO-DT-NUM-MO
                                        TO WS-PDTO-DT (6:2)
               MOVE '-'                 TO WS-PDTO-DT (8:1)
               MOVE RPOL-POL-PD-TO-DT-NUM-DY
                                        TO WS-PDTO-DT (9:2)
           END-IF.

      *
      *  A POLICY THAT LAPSED, WAS SURRENDERED OR BECAME A CLAIM
      *  BEFORE ITS LAST PREMIUM HAS NOTHING LEFT TO COMPLETE.
      *
           IF  NOT (RPOL-POL-STAT-PREM-PAYING
           OR       RPOL-POL-STAT-PREM-PAY-REG
           OR       RPOL-POL-STAT-COMPLETE)
               PERFORM  POL-3000-UNLOCK
                   THRU POL-3000-UNLOCK-X
               PERFORM  2100-DROP-ROW
                   THRU 2100-DROP-ROW-X
               GO TO 2000-NEXT-ROW
           END-IF.

      *
      *  THE LAST PREMIUM MUST BE IN BEFORE THE POLICY IS PAID UP.
      *  UNTIL IT IS THE ROW STAYS LISTED AND THE GRACE RUN DEALS
      *  WITH THE ARREARS.
      *
           IF  WS-PDTO-DT < WPCMP-PREM-END-DT
               PERFORM  POL-3000-UNLOCK
                   THRU POL-3000-UNLOCK-X
               ADD 1                    TO WS-HOLD-CNT
               MOVE 'HELD - LAST PREM ' TO P-DISP
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 2000-NEXT-ROW
           END-IF.

           PERFORM  4000-COMPLETE-POLICY
               THRU 4000-COMPLETE-POLICY-X.

       2000-NEXT-ROW.

           PERFORM  2900-REGISTER-READ-NEXT
               THRU 2900-REGISTER-READ-NEXT-X.

       2000-PROCESS-REGISTER-X.
           EXIT.

      *--------------------
       2100-DROP-ROW.
      *--------------------

           SET  WPCMP-STAT-DROPPED      TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO WPCMP-CMPLT-DT.

           PERFORM  7000-REWRITE-REGISTER
               THRU 7000-REWRITE-REGISTER-X.

           ADD 1                        TO WS-DROP-CNT.
           MOVE 'DROPPED - NOT IF '     TO P-DISP.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2100-DROP-ROW-X.
           EXIT.

      *-------------------------
       2900-REGISTER-READ-NEXT.
      *-------------------------

           READ PCMP-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WPCMP-SEQ-FILE-STATUS
           END-READ.

       2900-REGISTER-READ-NEXT-X.
           EXIT.
      /
      *----------------------
       3000-PROCESS-RECEIPTS.
      *----------------------

           ADD 1                        TO WS-RCPT-CNT.

           IF  NOT RAMRC-TYP-REGULAR
           OR  RAMRC-RCPT-AMT NOT > ZERO
               GO TO 3000-NEXT-RECEIPT
           END-IF.

           IF  RAMRC-POL-ID NOT = WS-CRNT-POL-ID
               MOVE RAMRC-POL-ID        TO WS-CRNT-POL-ID
               PERFORM  3100-CHECK-REGISTER
                   THRU 3100-CHECK-REGISTER-X
           END-IF.

           IF  WS-RFND-NOT-ELIG
               GO TO 3000-NEXT-RECEIPT
           END-IF.

           PERFORM  5000-STAGE-REFUND
               THRU 5000-STAGE-REFUND-X.

       3000-NEXT-RECEIPT.

           PERFORM  9500-AMRC-READ
               THRU 9500-AMRC-READ-X.

       3000-PROCESS-RECEIPTS-X.
           EXIT.

      *----------------------
       3100-CHECK-REGISTER.
      *----------------------

           SET  WS-RFND-NOT-ELIG        TO TRUE.

           MOVE RAMRC-POL-ID            TO WPCMP-POL-ID.

           READ PCMP-FILE
               INVALID KEY
                   MOVE '23'            TO WPCMP-SEQ-FILE-STATUS
           END-READ.

      *
      *  ONLY A POLICY COMPLETED ON AN EARLIER DAY - NO PREMIUM IS
      *  OWED ON IT, SO WHATEVER ARRIVES NOW GOES BACK.
      *
           IF  WPCMP-IO-OK
           AND WPCMP-STAT-COMPLETED
           AND WPCMP-CMPLT-DT < WGLOB-PROCESS-DATE
               SET  WS-RFND-ELIG        TO TRUE
           END-IF.

       3100-CHECK-REGISTER-X.
           EXIT.
      /
      *------------------------
       4000-COMPLETE-POLICY.
      *------------------------

      *
      *  THE OLD BILLING SETTINGS STAY ON THE REGISTER ROW SO A
      *  REVERSAL CAN PUT THE ARRANGEMENT BACK AS IT WAS.
      *
           MOVE RPOL-POL-BILL-TYP-CD    TO WPCMP-PREV-BILL-TYP-CD.
           MOVE RPOL-COLL-METH-CD       TO WPCMP-PREV-COLL-METH-CD.

           MOVE RPOL-POL-CSTAT-CD       TO WS-OLD-CSTAT-CD.
           IF  NOT RPOL-POL-STAT-COMPLETE
               MOVE RPOL-POL-CSTAT-CD   TO RPOL-POL-PREV-CSTAT-CD
               SET  RPOL-POL-STAT-COMPLETE
                                        TO TRUE
               MOVE WPCMP-PREM-END-DT   TO RPOL-POL-STAT-CHNG-DT
           END-IF.

           MOVE 'Y'                     TO RPOL-PREM-PMT-CMPLT-IND.
           MOVE SPACES                  TO RPOL-COLL-METH-CD
                                           RPOL-POL-PAC-DRW-DT
                                           RPOL-LAPS-GRACE-PER-DT.
           MOVE ZERO                    TO RPOL-POL-PAC-DRW-DY.

           PERFORM  POL-2000-REWRITE
               THRU POL-2000-REWRITE-X.

           IF  NOT WPOL-IO-OK
               ADD 1                    TO WS-ERR-CNT
               MOVE 'ERROR-POL UPDATE ' TO P-DISP
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 4000-COMPLETE-POLICY-X
           END-IF.

           SET  WPCMP-STAT-COMPLETED    TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO WPCMP-CMPLT-DT.

           PERFORM  7000-REWRITE-REGISTER
               THRU 7000-REWRITE-REGISTER-X.

           MOVE SPACES                  TO RPHST-REC-INFO.
           MOVE RPOL-POL-ID             TO RPHST-POL-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-PCHST-EFF-DT
                                           RPHST-ACTVTY-EFF-DT.
           MOVE WS-LTR-TYP              TO RPHST-POL-ACTV-TYP-ID.
           MOVE 'PC'                    TO RPHST-ACTVTY-TYP-CD.
           MOVE 'PREMIUM PAYMENT COMPLETE - POLICY PAID UP'
                                        TO RPHST-ACTVTY-DESC-TXT.
           MOVE WS-OLD-CSTAT-CD         TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE RPOL-POL-CSTAT-CD       TO RPHST-PCHST-NEW-VALU-TXT.
           SET  RPHST-PCHST-STAT-ACTIVE TO TRUE.
           MOVE WGLOB-USER-ID           TO RPHST-PREV-UPDT-USER-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-PREV-UPDT-DT.

           PERFORM  PHST-1000-CREATE
               THRU PHST-1000-CREATE-X.

           PERFORM  4100-WRITE-NOTICE
               THRU 4100-WRITE-NOTICE-X.

           MOVE RPOL-POL-ID             TO L0307-POL-ID.
           MOVE WS-LTR-TYP              TO L0307-LTR-TYP.
           MOVE WGLOB-PROCESS-DATE      TO L0307-RUN-DT.

           PERFORM  0307-1000-QUEUE-LETTER
               THRU 0307-1000-QUEUE-LETTER-X.

           ADD 1                        TO WS-CMPLT-CNT.
           MOVE 'COMPLETED-PAID UP'     TO P-DISP.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       4000-COMPLETE-POLICY-X.
           EXIT.

      *----------------------
       4100-WRITE-NOTICE.
      *----------------------

      *
      *  THE LETTER CONFIRMS THE POLICY IS PAID UP AND SHOWS THE
      *  COVER THAT GOES ON WITHOUT FURTHER PREMIUM.
      *
           MOVE SPACES                  TO RPCMN-SEQ-REC-INFO.
           MOVE RPOL-POL-ID             TO RPCMN-POL-ID.
           MOVE RPOL-HLDR-CLI-ID        TO RPCMN-HLDR-CLI-ID.
           MOVE RPOL-PLAN-ID            TO RPCMN-PLAN-ID.
           MOVE RPOL-POL-ISS-EFF-DT     TO RPCMN-POL-ISS-EFF-DT.
           MOVE WPCMP-PREM-END-DT       TO RPCMN-PREM-END-DT.
           MOVE WPCMP-LAST-DUE-DT       TO RPCMN-LAST-DUE-DT.
           MOVE RPOL-POL-MAT-DT         TO RPCMN-CVG-TO-DT.
           MOVE RPOL-POL-CSTAT-CD       TO RPCMN-CSTAT-CD.
           MOVE RPOL-MODE-PREM-AMT      TO RPCMN-LAST-PREM-AMT.
           MOVE RPOL-POL-BILL-MODE-CD   TO RPCMN-BILL-MODE-CD.

      *
      *  THE NOTICE GOES BY THE CLIENT'S DEFAULT PREFERENCE - PAPER
      *  TO THE NOTICE FILE, ELECTRONIC TO THE NOTICE QUEUE, AND NONE
      *  FOR DO NOT CONTACT.
      *
           MOVE RPOL-HLDR-CLI-ID        TO WCPRF-RQST-CLI-ID.
           MOVE '**'                    TO WCPRF-RQST-DOC-CAT-CD.
           SET  WCPRF-RQST-NOT-LEGAL    TO TRUE.
           PERFORM  CPRF-1000-GET-CHANNEL
               THRU CPRF-1000-GET-CHANNEL-X.

           IF  WCPRF-ROUTE-NO-CONTACT
               GO TO 4100-WRITE-NOTICE-X
           END-IF.

           IF  WCPRF-ROUTE-ELECTRONIC
               MOVE RPOL-POL-ID         TO WCNTQ-RQST-POL-ID
               MOVE RPCMN-SEQ-REC-INFO  TO WCNTQ-RQST-NTC-IMAGE-TXT
               PERFORM  CPRF-2000-QUEUE-NOTICE
                   THRU CPRF-2000-QUEUE-NOTICE-X
               GO TO 4100-WRITE-NOTICE-X
           END-IF.

           MOVE TFCMD-WRITE-RECORD      TO WPCMN-SEQ-IO-COMMAND.
           WRITE RPCMN-SEQ-REC-INFO.
           IF  WPCMN-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9710-HANDLE-PCMN-ERROR
                   THRU 9710-HANDLE-PCMN-ERROR-X
           END-IF.

       4100-WRITE-NOTICE-X.
           EXIT.
      /
      *----------------------
       5000-STAGE-REFUND.
      *----------------------

           MOVE SPACES                  TO RDSBQ-SEQ-REC-INFO.
           MOVE RAMRC-POL-ID            TO RDSBQ-POL-ID.
           SET  RDSBQ-TYP-PREM-REFUND   TO TRUE.
           MOVE RAMRC-RCPT-AMT          TO RDSBQ-DSBMT-AMT.
           MOVE WGLOB-PROCESS-DATE      TO RDSBQ-QUEUED-DT.
           MOVE ZERO                    TO RDSBQ-LOAN-SEQ-NUM.

           MOVE TFCMD-WRITE-RECORD      TO WDSBQ-SEQ-IO-COMMAND.
           WRITE RDSBQ-SEQ-REC-INFO.
           IF  WDSBQ-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9700-HANDLE-DSBQ-ERROR
                   THRU 9700-HANDLE-DSBQ-ERROR-X
           END-IF.

           ADD 1                        TO WPCMP-RFND-CNT.
           ADD RAMRC-RCPT-AMT           TO WPCMP-RFND-AMT.
           MOVE WGLOB-PROCESS-DATE      TO WPCMP-LAST-RFND-DT.

           PERFORM  7000-REWRITE-REGISTER
               THRU 7000-REWRITE-REGISTER-X.

           ADD 1                        TO WS-RFND-CNT.
           ADD RAMRC-RCPT-AMT           TO WS-RFND-AMT.

           MOVE RAMRC-RCPT-AMT          TO P-AMT.
           MOVE 'REFUND STAGED    '     TO P-DISP.
           PERFORM  8410-WRITE-RECEIPT-LINE
               THRU 8410-WRITE-RECEIPT-LINE-X.

       5000-STAGE-REFUND-X.
           EXIT.
      /
      *-----------------------
       7000-REWRITE-REGISTER.
      *-----------------------

           REWRITE WPCMP-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WPCMP-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WPCMP-IO-OK
              MOVE WPCMP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WPCMP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-REWRITE-RECORD   TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       7000-REWRITE-REGISTER-X.
           EXIT.
      /
      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

           MOVE WPCMP-POL-ID            TO P-POL-ID.
           MOVE WS-PDTO-DT              TO P-ACTV-DT.
           MOVE WPCMP-PREM-END-DT       TO P-END-DT.
           MOVE WPCMP-LAST-DUE-DT       TO P-LAST-DUE-DT.
           IF  WPOL-IO-OK
               MOVE RPOL-MODE-PREM-AMT  TO P-AMT
           ELSE
               MOVE ZERO                TO P-AMT
           END-IF.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                  TO P-DISP.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.

      *-------------------------
       8410-WRITE-RECEIPT-LINE.
      *-------------------------

           MOVE RAMRC-POL-ID            TO P-POL-ID.
           MOVE RAMRC-RCPT-DT           TO P-ACTV-DT.
           MOVE WPCMP-PREM-END-DT       TO P-END-DT.
           MOVE WPCMP-LAST-DUE-DT       TO P-LAST-DUE-DT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                  TO P-DISP.

       8410-WRITE-RECEIPT-LINE-X.
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

           MOVE WS-ROWS-READ-CNT         TO P-READ-CNT-X.
           MOVE WS-DUE-CNT               TO P-DUE-CNT-X.
           MOVE WS-CMPLT-CNT             TO P-CMPL-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-HOLD-CNT              TO P-HOLD-CNT-X.
           MOVE WS-DROP-CNT              TO P-DROP-CNT-X.
           MOVE WS-ERR-CNT               TO P-ERR-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-RCPT-CNT              TO P-RCPT-CNT-X.
           MOVE WS-RFND-CNT              TO P-RFND-CNT-X.
           MOVE WS-RFND-AMT              TO P-RFND-AMT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-3         TO RPRT1-SEQ-REC-INFO.
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
      *----------------
       9500-AMRC-READ.
      *----------------

           MOVE ZERO                   TO WAMRC-SEQ-IO-STATUS.

           READ AMRC-DATA-FILE
                AT END
                  MOVE 8               TO WAMRC-SEQ-IO-STATUS
                  GO TO 9500-AMRC-READ-X.

           IF WAMRC-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9720-HANDLE-AMRC-ERROR
                 THRU 9720-HANDLE-AMRC-ERROR-X
           END-IF.

       9500-AMRC-READ-X.
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
       9710-HANDLE-PCMN-ERROR.
      *-----------------------

           MOVE WPCMN-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WPCMN-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WPCMN-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-PCMN-ERROR-X.
           EXIT.

      *-----------------------
       9720-HANDLE-AMRC-ERROR.
      *-----------------------

           MOVE WAMRC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WAMRC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WAMRC-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9720-HANDLE-AMRC-ERROR-X.
           EXIT.
      /
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           OPEN I-O PCMP-FILE.
           IF  WPCMP-IO-NOFILE
               OPEN OUTPUT PCMP-FILE
               CLOSE PCMP-FILE
               OPEN I-O PCMP-FILE
           END-IF.
           IF  WPCMP-SEQ-FILE-STATUS NOT = '00'
              MOVE WPCMP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WPCMP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
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

           MOVE TFCMD-OPEN-I-FILE      TO WAMRC-SEQ-IO-COMMAND.
           OPEN INPUT AMRC-DATA-FILE.
           IF WAMRC-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9720-HANDLE-AMRC-ERROR
                 THRU 9720-HANDLE-AMRC-ERROR-X
           END-IF.

           MOVE TFCMD-OPEN-O-FILE      TO WPCMN-SEQ-IO-COMMAND.
           OPEN OUTPUT PCMN-DATA-FILE.
           IF WPCMN-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9710-HANDLE-PCMN-ERROR
                 THRU 9710-HANDLE-PCMN-ERROR-X
           END-IF.

           MOVE TFCMD-OPEN-EXTEND-FILE    TO WDSBQ-SEQ-IO-COMMAND.
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

           MOVE WS-CMPLT-CNT             TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSPCMP0001'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL POLICIES PREMIUM PAYMENT COMPLETED @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           MOVE WS-HOLD-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSPCMP0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL COMPLETIONS HELD FOR THE LAST PREMIUM @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           MOVE WS-RFND-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSPCMP0003'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL POST-COMPLETION PREMIUMS STAGED FOR REFUND @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           PERFORM  CPRF-9000-CLOSE
               THRU CPRF-9000-CLOSE-X.

           CLOSE PCMP-FILE.
           CLOSE LTR-CNTL-FILE.
           CLOSE AMRC-DATA-FILE.

           MOVE TFCMD-CLOSE-FILE       TO WPCMN-SEQ-IO-COMMAND.
           CLOSE PCMN-DATA-FILE.
           IF WPCMN-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9710-HANDLE-PCMN-ERROR
                 THRU 9710-HANDLE-PCMN-ERROR-X
           END-IF.

           MOVE TFCMD-CLOSE-FILE       TO WDSBQ-SEQ-IO-COMMAND.
           CLOSE DSBQ-DATA-FILE.
           IF WDSBQ-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-DSBQ-ERROR
                 THRU 9700-HANDLE-DSBQ-ERROR-X
           END-IF.

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
      * POLICY READ AND UPDATE
      *
       COPY CCPNPOL.
       COPY CCPUPOL.
      *
      * LETTER QUEUE
      *
       COPY CCPP0307.
      *
      * POLICY CHANGE HISTORY
      *
       COPY CCPCPHST.
      *
      * CLIENT COMMUNICATION PREFERENCE ROUTING
      *
       COPY CCPPCPRF.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMPCMP                     **
      *****************************************************************
