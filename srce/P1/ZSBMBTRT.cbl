      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMBTRT.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMBTRT                                         **
      **  REMARKS:  OUTGOING BANK TRANSFER RESULT PROCESSING.  READS **
      **            THE BANK'S RESULT FILE (ZCSRBTRS) FOR THE        **
      **            TRANSFERS SENT BY THE DISBURSEMENT DRAIN AND     **
      **            MATCHES EACH RESULT TO ITS OPEN ROW ON THE       **
      **            TRANSFER REGISTER (BTRK) BY POLICY, SEND DATE,   **
      **            ACCOUNT AND AMOUNT.  A COMPLETED TRANSFER IS     **
      **            CONFIRMED AND RELIEVED FROM THE POLICY'S         **
      **            OUTSTANDING DISBURSEMENT AMOUNTS.  A RETURNED OR **
      **            UNPAID TRANSFER IS RE-BOOKED TO THE POLICY'S     **
      **            CASH REFUND SUSPENSE, RELIEVED FROM OUTSTANDING  **
      **            DISBURSEMENTS, RECORDED ON POLICY HISTORY,       **
      **            POSTED TO THE SUSPENSE ACTIVITY FEED (ZCSRSSPA)  **
      **            AND RAISED AS A CLIENT FOLLOW-UP ITEM ON THE     **
      **            CONSOLIDATED WORKFLOW EXTRACT (ZCSRWFCN).        **
      **            RESULTS WITH NO OPEN TRANSFER ARE REPORTED AND   **
      **            LEFT FOR INVESTIGATION.                          **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51275**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHBTRK.

           SELECT BTRS-DATA-FILE ASSIGN TO ZSBTRS
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WBTRS-SEQ-FILE-STATUS.

           SELECT SSPA-DATA-FILE ASSIGN TO ZSSSPA
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WSSPA-SEQ-FILE-STATUS.

           SELECT WFCO-DATA-FILE ASSIGN TO ZSWFCO
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WWFCO-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWBTRK.

       FD  BTRS-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRBTRS.

       FD  SSPA-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRSSPA.

       FD  WFCO-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  RWFCO-SEQ-REC-INFO            PIC X(120).

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMBTRT'.

       COPY SQLCA.

       COPY CCWWBTRK.

       01  WBTRS-SEQ-IO-WORK-AREA.
           05  WBTRS-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'BTRS'.
           05  WBTRS-SEQ-IO-COMMAND            PIC X(02).
           05  WBTRS-SEQ-FILE-STATUS           PIC X(02).
           05  WBTRS-SEQ-IO-STATUS             PIC 9(01).
               88  WBTRS-SEQ-IO-OK             VALUE 0.
               88  WBTRS-SEQ-IO-EOF            VALUE 8.
               88  WBTRS-SEQ-IO-ERROR          VALUE 9.

       01  WSSPA-SEQ-IO-WORK-AREA.
           05  WSSPA-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'SSPA'.
           05  WSSPA-SEQ-IO-COMMAND            PIC X(02).
           05  WSSPA-SEQ-FILE-STATUS           PIC X(02).

       01  WWFCO-SEQ-IO-WORK-AREA.
           05  WWFCO-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'WFCO'.
           05  WWFCO-SEQ-IO-COMMAND            PIC X(02).
           05  WWFCO-SEQ-FILE-STATUS           PIC X(02).

       COPY ZCSRWFCN.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-MATCH-SW               PIC X(01).
               88  WS-MATCH-FOUND                   VALUE 'Y'.
               88  WS-MATCH-NOT-FOUND               VALUE 'N'.
           05  WS-SRCH-END-SW            PIC X(01).
               88  WS-SRCH-END                      VALUE 'Y'.
           05  WS-RELV-AMT               PIC S9(13)V99 COMP-3.
           05  WS-OLD-SUSP-AMT           PIC S9(13)V99 COMP-3.
           05  WS-RSN-TXT                PIC X(15).
           05  WS-REMARK-TXT             PIC X(30).

      *
      *  PHST DESCRIPTION AND BEFORE/AFTER VALUE TEXT
      *
       01  WS-PHST-DESC-TXT.
           05  FILLER                    PIC X(25)
               VALUE 'BANK TRANSFER RETURNED - '.
           05  WS-PHST-DESC-RSN          PIC X(15).

       01  WS-PHST-OLD-VALU-TXT.
           05  FILLER                    PIC X(10)  VALUE 'RFND SUSP '.
           05  WS-PHST-OLD-AMT           PIC Z(12)9.99.
           05  FILLER                    PIC X(03)  VALUE SPACES.

       01  WS-PHST-NEW-VALU-TXT.
           05  FILLER                    PIC X(10)  VALUE 'RFND SUSP '.
           05  WS-PHST-NEW-AMT           PIC Z(12)9.99.
           05  FILLER                    PIC X(03)  VALUE SPACES.

       01  WS-REPORT-TOTALS.
           05  WS-RSLT-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-CNFRM-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-RTRN-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-UNMTCH-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-TOT-CNFRM-AMT        PIC S9(15)V99 COMP-3 VALUE +0.
           05  WS-TOT-RTRN-AMT         PIC S9(15)V99 COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(45)
               VALUE
               'RETURNED BANK TRANSFERS RE-BOOKED TO SUSPENSE'.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'POLICY    '.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(10)
               VALUE 'SENT      '.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(02)
               VALUE 'TY'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(17)
               VALUE '           AMOUNT'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(15)
               VALUE 'BANK RESULT    '.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(30)
               VALUE 'REMARKS                       '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-SEND-DT                   PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DSBMT-TYP                 PIC X(02).
           03  FILLER                      PIC X(02).
           03  P-AMT                       PIC Z(12)9.99.
           03  FILLER                      PIC X(02).
           03  P-RSN-TXT                   PIC X(15).
           03  FILLER                      PIC X(02).
           03  P-REMARK                    PIC X(30).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'RESULTS READ:   '.
           03  P-RSLT-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(13)
               VALUE 'NOT MATCHED: '.
           03  P-UNMTCH-CNT-X              PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'CONFIRMED:      '.
           03  P-CNFRM-CNT-X               PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-CNFRM-AMT-X               PIC Z(14)9.99.

       01  P-SUMMARY-LINE-3.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'RETURNED:       '.
           03  P-RTRN-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-RTRN-AMT-X                PIC Z(14)9.99.

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

           PERFORM  1000-PROCESS-RESULT
               THRU 1000-PROCESS-RESULT-X
                    UNTIL WBTRS-SEQ-IO-EOF.

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

           PERFORM  9500-BTRS-READ
              THRU 9500-BTRS-READ-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------------
       1000-PROCESS-RESULT.
      *---------------------------

           ADD 1                        TO WS-RSLT-CNT.

           EVALUATE TRUE
               WHEN RBTRS-RSLT-COMPLETED
                   MOVE 'COMPLETED      ' TO WS-RSN-TXT
               WHEN RBTRS-RSLT-ACCT-CLOSED
                   MOVE 'ACCOUNT CLOSED ' TO WS-RSN-TXT
               WHEN RBTRS-RSLT-NO-ACCOUNT
                   MOVE 'NO SUCH ACCOUNT' TO WS-RSN-TXT
               WHEN RBTRS-RSLT-NAME-MISMATCH
                   MOVE 'NAME MISMATCH  ' TO WS-RSN-TXT
               WHEN RBTRS-RSLT-OTHER
                   MOVE 'OTHER REASON   ' TO WS-RSN-TXT
               WHEN OTHER
                   MOVE 'UNKNOWN RESULT ' TO WS-RSN-TXT
                   MOVE 'INVALID RESULT CODE           '
                                          TO WS-REMARK-TXT
                   GO TO 1000-REJECT-RESULT
           END-EVALUATE.

           IF  RBTRS-XFER-AMT NOT NUMERIC
               MOVE 'INVALID TRANSFER AMOUNT       '
                                        TO WS-REMARK-TXT
               GO TO 1000-REJECT-RESULT
           END-IF.

           PERFORM  1100-MATCH-TRANSFER
               THRU 1100-MATCH-TRANSFER-X.

           IF  WS-MATCH-NOT-FOUND
               MOVE 'NO OPEN TRANSFER ON REGISTER  '
                                        TO WS-REMARK-TXT
               GO TO 1000-REJECT-RESULT
           END-IF.

           IF  RBTRS-RSLT-COMPLETED
               PERFORM  2000-CONFIRM-TRANSFER
                   THRU 2000-CONFIRM-TRANSFER-X
           ELSE
               PERFORM  3000-REBOOK-RETURN
                   THRU 3000-REBOOK-RETURN-X
           END-IF.

           GO TO 1000-NEXT-RESULT.

       1000-REJECT-RESULT.

      *
      *  THE REGISTER IS LEFT AS IT IS - THE RESULT IS REPORTED FOR
      *  INVESTIGATION AND NOTHING IS BOOKED FROM IT.
      *
           ADD 1                        TO WS-UNMTCH-CNT.
           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE RBTRS-POL-ID            TO P-POL-ID.
           MOVE RBTRS-XFER-DT           TO P-SEND-DT.
           IF  RBTRS-XFER-AMT NUMERIC
               MOVE RBTRS-XFER-AMT      TO P-AMT
           END-IF.
           MOVE WS-RSN-TXT              TO P-RSN-TXT.
           MOVE WS-REMARK-TXT           TO P-REMARK.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       1000-NEXT-RESULT.

           PERFORM  9500-BTRS-READ
               THRU 9500-BTRS-READ-X.

       1000-PROCESS-RESULT-X.
           EXIT.
      /
      *---------------------------
       1100-MATCH-TRANSFER.
      *---------------------------

      *
      *  THE BANK ECHOES THE POLICY AS SENT ON THE TRANSFER FEED,
      *  SO THE REGISTER IS SEARCHED FROM THAT PREFIX.  THE OPEN
      *  ROW SENT ON THE SAME DATE TO THE SAME ACCOUNT FOR THE SAME
      *  AMOUNT IS THE ONE THE RESULT BELONGS TO.
      *
           SET  WS-MATCH-NOT-FOUND      TO TRUE.
           MOVE 'N'                     TO WS-SRCH-END-SW.

           MOVE LOW-VALUES              TO WBTRK-KEY.
           MOVE RBTRS-POL-ID            TO WBTRK-POL-ID (1:7).
           MOVE TFCMD-READ-RECORD       TO WBTRK-SEQ-IO-COMMAND.

           START BTRK-FILE
               KEY IS NOT LESS THAN WBTRK-KEY
               INVALID KEY
                   MOVE '23'            TO WBTRK-SEQ-FILE-STATUS
           END-START.

           IF  NOT WBTRK-IO-OK
               GO TO 1100-MATCH-TRANSFER-X
           END-IF.

           PERFORM  1110-CHECK-CANDIDATE
               THRU 1110-CHECK-CANDIDATE-X
                    UNTIL WS-MATCH-FOUND
                       OR WS-SRCH-END.

       1100-MATCH-TRANSFER-X.
           EXIT.

      *---------------------------
       1110-CHECK-CANDIDATE.
      *---------------------------

           PERFORM  9510-BTRK-READ-NEXT
               THRU 9510-BTRK-READ-NEXT-X.

           IF  NOT WBTRK-IO-OK
           OR  WBTRK-POL-ID (1:7) NOT = RBTRS-POL-ID
               MOVE 'Y'                 TO WS-SRCH-END-SW
               GO TO 1110-CHECK-CANDIDATE-X
           END-IF.

           IF  WBTRK-STAT-SENT
           AND WBTRK-SEND-DT  = RBTRS-XFER-DT
           AND WBTRK-XFER-AMT = RBTRS-XFER-AMT
           AND WBTRK-ACCT-NUM = RBTRS-ACCT-NUM
               SET  WS-MATCH-FOUND      TO TRUE
           END-IF.

       1110-CHECK-CANDIDATE-X.
           EXIT.
      /
      *---------------------------
       2000-CONFIRM-TRANSFER.
      *---------------------------

           MOVE WBTRK-POL-ID            TO WPOL-POL-ID.
           PERFORM  POL-1000-READ-FOR-UPDATE
               THRU POL-1000-READ-FOR-UPDATE-X.

           IF  WPOL-IO-OK
               PERFORM  4000-RELIEVE-OS-DISB
                   THRU 4000-RELIEVE-OS-DISB-X
               PERFORM  POL-2000-REWRITE
                   THRU POL-2000-REWRITE-X
           END-IF.

           SET  WBTRK-STAT-CONFIRMED    TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO WBTRK-XFER-STAT-DT.
           PERFORM  9610-BTRK-REWRITE
               THRU 9610-BTRK-REWRITE-X.

           ADD 1                        TO WS-CNFRM-CNT.
           ADD WBTRK-DSBMT-AMT          TO WS-TOT-CNFRM-AMT.

       2000-CONFIRM-TRANSFER-X.
           EXIT.
      /
      *---------------------------
       3000-REBOOK-RETURN.
      *---------------------------

      *
      *  THE MONEY CAME BACK, SO IT IS OWED TO THE CLIENT AGAIN -
      *  IT SITS IN CASH REFUND SUSPENSE UNTIL THE CLIENT GIVES A
      *  NEW ACCOUNT.  A POLICY THAT CANNOT BE LOCKED LEAVES THE
      *  TRANSFER OPEN FOR THE NEXT RUN.
      *
           MOVE WBTRK-POL-ID            TO WPOL-POL-ID.
           PERFORM  POL-1000-READ-FOR-UPDATE
               THRU POL-1000-READ-FOR-UPDATE-X.

           IF  NOT WPOL-IO-OK
               ADD 1                    TO WS-UNMTCH-CNT
               MOVE 'NO POLICY ROW - LEFT OPEN     '
                                        TO WS-REMARK-TXT
               PERFORM  3100-WRITE-RETURN-LINE
                   THRU 3100-WRITE-RETURN-LINE-X
               GO TO 3000-REBOOK-RETURN-X
           END-IF.

           MOVE RPOL-CSH-RFND-SUSP-AMT  TO WS-OLD-SUSP-AMT.
           ADD WBTRK-DSBMT-AMT          TO RPOL-CSH-RFND-SUSP-AMT.

           PERFORM  4000-RELIEVE-OS-DISB
               THRU 4000-RELIEVE-OS-DISB-X.

           PERFORM  POL-2000-REWRITE
               THRU POL-2000-REWRITE-X.

           SET  WBTRK-STAT-RETURNED     TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO WBTRK-XFER-STAT-DT.
           MOVE RBTRS-RSLT-CD           TO WBTRK-RTRN-RSN-CD.
           PERFORM  9610-BTRK-REWRITE
               THRU 9610-BTRK-REWRITE-X.

           PERFORM  5000-WRITE-PHST
               THRU 5000-WRITE-PHST-X.

           PERFORM  5100-WRITE-SUSP-ACTIVITY
               THRU 5100-WRITE-SUSP-ACTIVITY-X.

           PERFORM  5200-WRITE-WORKFLOW
               THRU 5200-WRITE-WORKFLOW-X.

           ADD 1                        TO WS-RTRN-CNT.
           ADD WBTRK-DSBMT-AMT          TO WS-TOT-RTRN-AMT.

           MOVE 'RE-BOOKED TO REFUND SUSPENSE  '
                                        TO WS-REMARK-TXT.
           PERFORM  3100-WRITE-RETURN-LINE
               THRU 3100-WRITE-RETURN-LINE-X.

       3000-REBOOK-RETURN-X.
           EXIT.

      *---------------------------
       3100-WRITE-RETURN-LINE.
      *---------------------------

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE WBTRK-POL-ID            TO P-POL-ID.
           MOVE WBTRK-SEND-DT           TO P-SEND-DT.
           MOVE WBTRK-DSBMT-TYP-CD      TO P-DSBMT-TYP.
           MOVE WBTRK-DSBMT-AMT         TO P-AMT.
           MOVE WS-RSN-TXT              TO P-RSN-TXT.
           MOVE WS-REMARK-TXT           TO P-REMARK.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       3100-WRITE-RETURN-LINE-X.
           EXIT.
      /
      *---------------------------
       4000-RELIEVE-OS-DISB.
      *---------------------------

      *
      *  THE DRAIN RAISED THE OUTSTANDING AMOUNTS WHEN THE TRANSFER
      *  WAS SENT.  THEY NEVER GO BELOW ZERO - A TRANSFER SENT
      *  BEFORE THE AMOUNTS WERE MAINTAINED SIMPLY CLEARS THEM.
      *
           MOVE WBTRK-DSBMT-AMT         TO WS-RELV-AMT.

           IF  RPOL-POL-OS-DISB-AMT < WS-RELV-AMT
               MOVE ZERO                TO RPOL-POL-OS-DISB-AMT
           ELSE
               SUBTRACT WS-RELV-AMT     FROM RPOL-POL-OS-DISB-AMT
           END-IF.

           EVALUATE WBTRK-DSBMT-TYP-CD
               WHEN 'MT'
                   IF  RPOL-OS-DISB-MAT-AMT < WS-RELV-AMT
                       MOVE ZERO        TO RPOL-OS-DISB-MAT-AMT
                   ELSE
                       SUBTRACT WS-RELV-AMT
                                        FROM RPOL-OS-DISB-MAT-AMT
                   END-IF
               WHEN 'SV'
                   IF  RPOL-OS-DISB-SURR-AMT < WS-RELV-AMT
                       MOVE ZERO        TO RPOL-OS-DISB-SURR-AMT
                   ELSE
                       SUBTRACT WS-RELV-AMT
                                        FROM RPOL-OS-DISB-SURR-AMT
                   END-IF
               WHEN 'DT'
                   IF  RPOL-OS-DISB-DTH-AMT < WS-RELV-AMT
                       MOVE ZERO        TO RPOL-OS-DISB-DTH-AMT
                   ELSE
                       SUBTRACT WS-RELV-AMT
                                        FROM RPOL-OS-DISB-DTH-AMT
                   END-IF
           END-EVALUATE.

       4000-RELIEVE-OS-DISB-X.
           EXIT.
      /
      *---------------------------
       5000-WRITE-PHST.
      *---------------------------

           MOVE WS-RSN-TXT              TO WS-PHST-DESC-RSN.
           MOVE WS-OLD-SUSP-AMT         TO WS-PHST-OLD-AMT.
           MOVE RPOL-CSH-RFND-SUSP-AMT  TO WS-PHST-NEW-AMT.

           MOVE SPACES                  TO RPHST-REC-INFO.
           MOVE WBTRK-POL-ID            TO RPHST-POL-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-PCHST-EFF-DT
                                           RPHST-ACTVTY-EFF-DT.
           MOVE ZEROES                  TO RPHST-CVG-NUM.
           SET  RPHST-PCHST-STAT-ACTIVE TO TRUE.
           MOVE 'BR'                    TO RPHST-ACTVTY-TYP-CD.
           MOVE WS-PHST-DESC-TXT        TO RPHST-ACTVTY-DESC-TXT.
           MOVE WS-PHST-OLD-VALU-TXT    TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE WS-PHST-NEW-VALU-TXT    TO RPHST-PCHST-NEW-VALU-TXT.
           MOVE WPGWS-CRNT-PGM-ID       TO RPHST-PREV-UPDT-USER-ID.

           PERFORM  PHST-1000-WRITE
               THRU PHST-1000-WRITE-X.

       5000-WRITE-PHST-X.
           EXIT.

      *---------------------------
       5100-WRITE-SUSP-ACTIVITY.
      *---------------------------

      *
      *  THE SUSPENSE RECONCILIATION EXPLAINS THE BUCKET MOVEMENT
      *  FROM THIS POSTING.
      *
           MOVE SPACES                  TO RSSPA-SEQ-REC-INFO.
           MOVE WBTRK-POL-ID            TO RSSPA-POL-ID.
           SET  RSSPA-BKT-CSH-RFND      TO TRUE.
           MOVE 'BR'                    TO RSSPA-ACTVTY-TYP-CD.
           MOVE WGLOB-PROCESS-DATE      TO RSSPA-PSTNG-DT.
           MOVE WBTRK-DSBMT-AMT         TO RSSPA-PSTNG-AMT.
           MOVE WPGWS-CRNT-PGM-ID       TO RSSPA-PGM-ID.

           MOVE TFCMD-WRITE-RECORD      TO WSSPA-SEQ-IO-COMMAND.
           WRITE RSSPA-SEQ-REC-INFO.
           IF  WSSPA-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9720-HANDLE-SSPA-ERROR
                   THRU 9720-HANDLE-SSPA-ERROR-X
           END-IF.

       5100-WRITE-SUSP-ACTIVITY-X.
           EXIT.

      *---------------------------
       5200-WRITE-WORKFLOW.
      *---------------------------

      *
      *  THE CLIENT IS CONTACTED FOR A NEW BANK ACCOUNT SO THE
      *  REFUND CAN BE PAID OUT AGAIN.
      *
           MOVE SPACES                  TO RWFCN-SEQ-REC-INFO.
           SET  RWFCN-SRC-SYS-BTRT      TO TRUE.
           MOVE 'BANK'                  TO RWFCN-DOC-TYP-CD.
           MOVE WGLOB-PROCESS-DATE      TO RWFCN-SEND-DT.
           MOVE RBTRS-POL-ID            TO RWFCN-POL-ID.
           MOVE WBTRK-PAYEE-CLI-ID      TO RWFCN-CLI-ID.

           MOVE TFCMD-WRITE-RECORD      TO WWFCO-SEQ-IO-COMMAND.
           WRITE RWFCO-SEQ-REC-INFO
               FROM RWFCN-SEQ-REC-INFO.
           IF  WWFCO-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9730-HANDLE-WFCO-ERROR
                   THRU 9730-HANDLE-WFCO-ERROR-X
           END-IF.

       5200-WRITE-WORKFLOW-X.
           EXIT.
      /
      *---------------------------
       8600-WRITE-SUMMARY-LINE.
      *---------------------------

           MOVE WS-RSLT-CNT              TO P-RSLT-CNT-X.
           MOVE WS-UNMTCH-CNT            TO P-UNMTCH-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-CNFRM-CNT             TO P-CNFRM-CNT-X.
           MOVE WS-TOT-CNFRM-AMT         TO P-CNFRM-AMT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-RTRN-CNT              TO P-RTRN-CNT-X.
           MOVE WS-TOT-RTRN-AMT          TO P-RTRN-AMT-X.

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
      *----------------
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           OPEN I-O BTRK-FILE.
           IF  WBTRK-IO-NOFILE
               OPEN OUTPUT BTRK-FILE
               CLOSE BTRK-FILE
               OPEN I-O BTRK-FILE
           END-IF.
           IF  WBTRK-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-OPEN-U-FILE      TO WBTRK-SEQ-IO-COMMAND
              PERFORM 9710-HANDLE-BTRK-ERROR
                 THRU 9710-HANDLE-BTRK-ERROR-X
           END-IF.

           MOVE ZERO TO WBTRS-SEQ-IO-STATUS.
           OPEN INPUT BTRS-DATA-FILE.
           IF WBTRS-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-BTRS-ERROR
                 THRU 9700-HANDLE-BTRS-ERROR-X
           END-IF.

           OPEN EXTEND SSPA-DATA-FILE.
           IF  WSSPA-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT SSPA-DATA-FILE
           END-IF.
           IF WSSPA-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9720-HANDLE-SSPA-ERROR
                 THRU 9720-HANDLE-SSPA-ERROR-X
           END-IF.

           OPEN OUTPUT WFCO-DATA-FILE.
           IF WWFCO-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9730-HANDLE-WFCO-ERROR
                 THRU 9730-HANDLE-WFCO-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-CNFRM-CNT             TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSBTRT0001'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) OUTGOING BANK TRANSFERS CONFIRMED @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           MOVE WS-RTRN-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSBTRT0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) RETURNED TRANSFERS RE-BOOKED TO SUSPENSE @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           IF  WS-UNMTCH-CNT > ZERO
               MOVE WS-UNMTCH-CNT        TO  WS-DISP-CTR
               MOVE WS-DISP-CTR          TO  WGLOB-MSG-PARM (1)
               MOVE 'ZSBTRT0003'         TO  WGLOB-MSG-REF-INFO
      *MSG: (I) BANK TRANSFER RESULTS NOT APPLIED @1
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE BTRK-FILE.
           CLOSE BTRS-DATA-FILE.
           CLOSE SSPA-DATA-FILE.
           CLOSE WFCO-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-BTRS-READ.
      *----------------

           MOVE ZERO                   TO WBTRS-SEQ-IO-STATUS.

           READ BTRS-DATA-FILE
                AT END
                  MOVE 8               TO WBTRS-SEQ-IO-STATUS
                  GO TO 9500-BTRS-READ-X.

           IF  WBTRS-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9700-HANDLE-BTRS-ERROR
                   THRU 9700-HANDLE-BTRS-ERROR-X
           END-IF.

       9500-BTRS-READ-X.
           EXIT.

      *---------------------
       9510-BTRK-READ-NEXT.
      *---------------------

           MOVE TFCMD-READNEXT-RECORD   TO WBTRK-SEQ-IO-COMMAND.

           READ BTRK-FILE NEXT
               AT END
                   MOVE '10'            TO WBTRK-SEQ-FILE-STATUS
                   GO TO 9510-BTRK-READ-NEXT-X
           END-READ.

           IF  NOT WBTRK-IO-OK
               PERFORM 9710-HANDLE-BTRK-ERROR
                  THRU 9710-HANDLE-BTRK-ERROR-X
           END-IF.

       9510-BTRK-READ-NEXT-X.
           EXIT.

      *---------------------
       9610-BTRK-REWRITE.
      *---------------------

           MOVE TFCMD-REWRITE-RECORD    TO WBTRK-SEQ-IO-COMMAND.

           REWRITE WBTRK-REC-INFO.

           IF  NOT WBTRK-IO-OK
               PERFORM 9710-HANDLE-BTRK-ERROR
                  THRU 9710-HANDLE-BTRK-ERROR-X
           END-IF.

       9610-BTRK-REWRITE-X.
           EXIT.

      *-----------------------
       9700-HANDLE-BTRS-ERROR.
      *-----------------------

           MOVE WBTRS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WBTRS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WBTRS-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-BTRS-ERROR-X.
           EXIT.

      *-----------------------
       9710-HANDLE-BTRK-ERROR.
      *-----------------------

           MOVE WBTRK-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WBTRK-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WBTRK-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-BTRK-ERROR-X.
           EXIT.

      *-----------------------
       9720-HANDLE-SSPA-ERROR.
      *-----------------------

           MOVE WSSPA-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSSPA-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSSPA-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9720-HANDLE-SSPA-ERROR-X.
           EXIT.

      *-----------------------
       9730-HANDLE-WFCO-ERROR.
      *-----------------------

           MOVE WWFCO-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WWFCO-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WWFCO-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9730-HANDLE-WFCO-ERROR-X.
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
      * POLICY MASTER UPDATE
      *
       COPY CCPUPOL.
      *
      * POLICY CHANGE HISTORY
      *
       COPY CCPBPHST.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMBTRT                     **
      *****************************************************************
