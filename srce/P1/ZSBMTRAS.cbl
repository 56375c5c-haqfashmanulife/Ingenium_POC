      **            POLICY WITH BOTH KINDS GETS EXACTLY ONE          **
      **            STATEMENT FROM THIS RUN COVERING ALL ITS         **
      **            COVERAGES.                                      **
S51309**            A POLICY WITH A CASH-BACK BONUS DEPOSIT LEDGER   **
S51309**            (CBDL/CBDH) ALSO GETS THE PERIOD'S DEPOSIT       **
S51309**            MOVEMENTS AND BALANCES.                          **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51210**  02SEP26  CTS    INITIAL VERSION                            **
S51297**  15OCT26  CTS    ROUTE THE STATEMENT BY THE POLICYHOLDER'S   **
S51297**                  STATEMENT PREFERENCE (CPRF)                **
S51309**  15OCT26  CTS    CASH-BACK BONUS LEFT-ON-DEPOSIT SUMMARY    **
S51309**                  FROM THE DEPOSIT LEDGER                    **
      *****************************************************************

      **********************
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WTAST-SEQ-FILE-STATUS.

S51297     COPY CCFHCPRF.
S51297
S51297     COPY CCFHCNTQ.
S51297
S51309     COPY CCFHCBDL.
S51309
S51309     COPY CCFHCBDH.
S51309
      /
      ***************
       DATA DIVISION.

       COPY ZCSRTAST.

S51297 COPY CCFWCPRF.
S51297
S51297 COPY CCFWCNTQ.
S51297
S51309 COPY CCFWCBDL.
S51309
S51309 COPY CCFWCBDH.
S51309
      /
      *************************
       WORKING-STORAGE SECTION.
                                                    VALUE ZERO.
           05  WS-LOAN-BAL-AMT           PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
S51309     05  WS-CBB-OPEN-BAL-AMT       PIC S9(13)V99 COMP-3
S51309                                              VALUE ZERO.
S51309     05  WS-CBB-DPOS-AMT           PIC S9(13)V99 COMP-3
S51309                                              VALUE ZERO.
S51309     05  WS-CBB-INT-AMT            PIC S9(13)V99 COMP-3
S51309                                              VALUE ZERO.
S51309     05  WS-CBB-PAID-AMT           PIC S9(13)V99 COMP-3
S51309                                              VALUE ZERO.
S51309     05  WS-CBB-LDGR-SW            PIC X(01)  VALUE 'Y'.
S51309         88  WS-CBB-LDGR-AVAIL                VALUE 'Y'.
S51309         88  WS-CBB-LDGR-NONE                 VALUE 'N'.

      ****************************************************************
      *    THE POLICY'S COVERAGES, HELD UNTIL THE POLICY BREAK SO A
                                                      VALUE ZERO.
           05  WS-RUN-TOT-CSV-AMT      PIC S9(15)V99 COMP-3
                                                      VALUE ZERO.
S51309     05  WS-CBB-REC-CNT          PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT SUMMARY LINES
               VALUE 'TOTAL PREMIUMS PAID: '.
           03  P-PREM-AMT-X                PIC Z(14)9.99.

S51309 01  P-SUMMARY-LINE-2.
S51309     03  FILLER                      PIC X(01).
S51309     03  FILLER                      PIC X(21)
S51309         VALUE 'CBB DEPOSIT DETAILS: '.
S51309     03  P-CBB-CNT-X                 PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY CCFWMAST.
       COPY CCFRMAST.
S51297
S51297 COPY CCFWPOL.
S51297 COPY CCFRPOL.
S51297
S51297 COPY CCFRCPRF.
S51297 COPY CCWWCPRF.
S51297 COPY CCWWCNTQ.
S51309
S51309 COPY CCWWCBDL.

      ***************************************************************
      *    CALLED MODULE PARAMETER INFORMATION
                                           WS-TOT-PREM-PD-AMT
                                           WS-LOAN-BAL-AMT.

S51297*
S51297*  THE WHOLE STATEMENT GOES BY THE POLICYHOLDER'S STATEMENT
S51297*  PREFERENCE - EVERY RECORD OF IT IS WRITTEN OR QUEUED THE
S51297*  SAME WAY IN 9600-TAST-WRITE.
S51297*
S51297     MOVE SPACES                  TO WCPRF-RQST-CLI-ID.
S51297     MOVE RCVLD-POL-ID            TO WPOL-POL-ID.
S51297     PERFORM  POL-1000-READ
S51297         THRU POL-1000-READ-X.
S51297     IF  WPOL-IO-OK
S51297         MOVE RPOL-HLDR-CLI-ID    TO WCPRF-RQST-CLI-ID
S51297     END-IF.
S51297
S51297     MOVE 'ST'                    TO WCPRF-RQST-DOC-CAT-CD.
S51297     SET  WCPRF-RQST-NOT-LEGAL    TO TRUE.
S51297     PERFORM  CPRF-1000-GET-CHANNEL
S51297         THRU CPRF-1000-GET-CHANNEL-X.
S51297
       3000-OPEN-STATEMENT-X.
           EXIT.

           PERFORM  4400-SUM-LOAN-BALANCE
               THRU 4400-SUM-LOAN-BALANCE-X.

S51309     PERFORM  4450-WRITE-CBB-DEPOSIT
S51309         THRU 4450-WRITE-CBB-DEPOSIT-X.

           PERFORM  4500-WRITE-TRAILER
               THRU 4500-WRITE-TRAILER-X.

       4410-ONE-LOAN-X.
           EXIT.

S51309*---------------------------
S51309 4450-WRITE-CBB-DEPOSIT.
S51309*---------------------------

S51309*
S51309*  A CASH-BACK BONUS LEFT ON DEPOSIT IS SUMMARISED FROM THE
S51309*  LEDGER ENTRIES: EVERYTHING POSTED BEFORE THE PERIOD MAKES
S51309*  THE OPENING BALANCE, THE PERIOD'S DEPOSITS, INTEREST AND
S51309*  WITHDRAWALS OR PAYOUTS ARE SHOWN, AND ENTRIES AFTER THE
S51309*  PERIOD ARE LEFT FOR THE NEXT STATEMENT.  A DEPOSIT PAID OUT
S51309*  BEFORE THE PERIOD WITH NOTHING SINCE IS NOT SHOWN.
S51309*
S51309     IF  WS-CBB-LDGR-NONE
S51309         GO TO 4450-WRITE-CBB-DEPOSIT-X
S51309     END-IF.

S51309     MOVE ZERO                    TO WS-CBB-OPEN-BAL-AMT
S51309                                     WS-CBB-DPOS-AMT
S51309                                     WS-CBB-INT-AMT
S51309                                     WS-CBB-PAID-AMT.

S51309     MOVE WS-STMT-POL-ID          TO WCBDL-POL-ID.
S51309     READ CBDL-FILE
S51309         INVALID KEY
S51309             MOVE '23'            TO WCBDL-SEQ-FILE-STATUS
S51309     END-READ.

S51309     IF  NOT WCBDL-IO-OK
S51309         IF  NOT WCBDL-IO-NOTFND
S51309             MOVE TFCMD-READ-RECORD
S51309                                  TO WCBDL-SEQ-IO-COMMAND
S51309             PERFORM 9700-HANDLE-CBDL-ERROR
S51309                THRU 9700-HANDLE-CBDL-ERROR-X
S51309         END-IF
S51309         GO TO 4450-WRITE-CBB-DEPOSIT-X
S51309     END-IF.

S51309     MOVE WS-STMT-POL-ID          TO WCBDH-POL-ID.
S51309     MOVE ZERO                    TO WCBDH-SEQ-NUM.
S51309     START CBDH-FILE
S51309         KEY IS NOT LESS THAN WCBDH-KEY
S51309         INVALID KEY
S51309             MOVE '10'            TO WCBDH-SEQ-FILE-STATUS
S51309     END-START.

S51309     IF  WCBDH-IO-OK
S51309         PERFORM  9510-CBDH-READ-NEXT
S51309             THRU 9510-CBDH-READ-NEXT-X
S51309     END-IF.

S51309     PERFORM  4460-ONE-CBB-ENTRY
S51309         THRU 4460-ONE-CBB-ENTRY-X
S51309         UNTIL NOT WCBDH-IO-OK
S51309         OR    WCBDH-POL-ID NOT = WS-STMT-POL-ID.

S51309     IF  WS-CBB-OPEN-BAL-AMT = ZERO
S51309     AND WS-CBB-DPOS-AMT = ZERO
S51309     AND WS-CBB-INT-AMT = ZERO
S51309     AND WS-CBB-PAID-AMT = ZERO
S51309         GO TO 4450-WRITE-CBB-DEPOSIT-X
S51309     END-IF.

S51309     MOVE SPACES                  TO RTAST-SEQ-REC-INFO.
S51309     SET  RTAST-REC-CBB-DEPOSIT   TO TRUE.
S51309     MOVE WS-STMT-POL-ID          TO RTAST-POL-ID.
S51309     MOVE WS-CBB-OPEN-BAL-AMT     TO RTAST-CBB-OPEN-BAL-AMT.
S51309     MOVE WS-CBB-DPOS-AMT         TO RTAST-CBB-DPOS-AMT.
S51309     MOVE WS-CBB-INT-AMT          TO RTAST-CBB-INT-AMT.
S51309     MOVE WS-CBB-PAID-AMT         TO RTAST-CBB-PAID-AMT.
S51309     COMPUTE RTAST-CBB-CLOSE-BAL-AMT =
S51309         WS-CBB-OPEN-BAL-AMT + WS-CBB-DPOS-AMT
S51309       + WS-CBB-INT-AMT - WS-CBB-PAID-AMT.

S51309     PERFORM  9600-TAST-WRITE
S51309         THRU 9600-TAST-WRITE-X.

S51309     ADD 1                        TO WS-CBB-REC-CNT.

S51309 4450-WRITE-CBB-DEPOSIT-X.
S51309     EXIT.

S51309*-----------------------
S51309 4460-ONE-CBB-ENTRY.
S51309*-----------------------

S51309     EVALUATE TRUE
S51309         WHEN WCBDH-EFF-DT < CR-STMT-FROM-DT
S51309             ADD WCBDH-ENTRY-AMT  TO WS-CBB-OPEN-BAL-AMT
S51309         WHEN WCBDH-EFF-DT > CR-STMT-TO-DT
S51309             CONTINUE
S51309         WHEN WCBDH-TYP-DEPOSIT
S51309             ADD WCBDH-ENTRY-AMT  TO WS-CBB-DPOS-AMT
S51309         WHEN WCBDH-TYP-INTEREST
S51309             ADD WCBDH-ENTRY-AMT  TO WS-CBB-INT-AMT
S51309         WHEN OTHER
S51309             SUBTRACT WCBDH-ENTRY-AMT
S51309                                  FROM WS-CBB-PAID-AMT
S51309     END-EVALUATE.

S51309     PERFORM  9510-CBDH-READ-NEXT
S51309         THRU 9510-CBDH-READ-NEXT-X.

S51309 4460-ONE-CBB-ENTRY-X.
S51309     EXIT.

      *----------------------
       4500-WRITE-TRAILER.
      *----------------------
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

S51309     MOVE WS-CBB-REC-CNT           TO P-CBB-CNT-X.
S51309     MOVE +1                       TO WPRT1-NUMBER-LINES.
S51309     MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
S51309     PERFORM  PRT1-1000-WRITE
S51309         THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.
      /
                 THRU 9700-HANDLE-TAST-ERROR-X
           END-IF.

S51309*
S51309*  NO DEPOSIT LEDGER YET MEANS NO BONUS HAS BEEN LEFT ON
S51309*  DEPOSIT - THE STATEMENTS CARRY NO DEPOSIT DETAIL.
S51309*
S51309     OPEN INPUT CBDL-FILE.
S51309     IF  WCBDL-IO-NOFILE
S51309         SET  WS-CBB-LDGR-NONE    TO TRUE
S51309     ELSE
S51309         IF  NOT WCBDL-IO-OK
S51309             MOVE TFCMD-OPEN-I-FILE
S51309                                  TO WCBDL-SEQ-IO-COMMAND
S51309             PERFORM 9700-HANDLE-CBDL-ERROR
S51309                THRU 9700-HANDLE-CBDL-ERROR-X
S51309         END-IF
S51309     END-IF.

S51309     OPEN INPUT CBDH-FILE.
S51309     IF  WCBDH-IO-NOFILE
S51309         SET  WS-CBB-LDGR-NONE    TO TRUE
S51309     ELSE
S51309         IF  NOT WCBDH-IO-OK
S51309             MOVE TFCMD-OPEN-I-FILE
S51309                                  TO WCBDH-SEQ-IO-COMMAND
S51309             PERFORM 9700-HANDLE-CBDH-ERROR
S51309                THRU 9700-HANDLE-CBDH-ERROR-X
S51309         END-IF
S51309     END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

           CLOSE CVLD-DATA-FILE.
           CLOSE TDHX-DATA-FILE.
           CLOSE TAST-DATA-FILE.
S51309     CLOSE CBDL-FILE.
S51309     CLOSE CBDH-FILE.

S51297     PERFORM  CPRF-9000-CLOSE
S51297         THRU CPRF-9000-CLOSE-X.
S51297
       9999-CLOSE-FILES-X.
           EXIT.

       9500-TDHX-READ-X.
           EXIT.

S51309*---------------------
S51309 9510-CBDH-READ-NEXT.
S51309*---------------------

S51309     READ CBDH-FILE NEXT
S51309         AT END
S51309             MOVE '10'            TO WCBDH-SEQ-FILE-STATUS
S51309     END-READ.

S51309     IF  NOT WCBDH-IO-OK
S51309     AND NOT WCBDH-IO-EOF
S51309         MOVE TFCMD-READNEXT-RECORD
S51309                                  TO WCBDH-SEQ-IO-COMMAND
S51309         PERFORM 9700-HANDLE-CBDH-ERROR
S51309            THRU 9700-HANDLE-CBDH-ERROR-X
S51309     END-IF.

S51309 9510-CBDH-READ-NEXT-X.
S51309     EXIT.

      *----------------
       9600-TAST-WRITE.
      *----------------

S51297     IF  WCPRF-ROUTE-NO-CONTACT
S51297         GO TO 9600-TAST-WRITE-X
S51297     END-IF.
S51297
S51297     IF  WCPRF-ROUTE-ELECTRONIC
S51297         MOVE WS-STMT-POL-ID      TO WCNTQ-RQST-POL-ID
S51297         MOVE RTAST-SEQ-REC-INFO  TO WCNTQ-RQST-NTC-IMAGE-TXT
S51297         PERFORM  CPRF-2000-QUEUE-NOTICE
S51297             THRU CPRF-2000-QUEUE-NOTICE-X
S51297         GO TO 9600-TAST-WRITE-X
S51297     END-IF.
S51297
           WRITE RTAST-SEQ-REC-INFO.
           IF WTAST-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-TAST-ERROR
       9700-HANDLE-TAST-ERROR-X.
           EXIT.

S51309*-----------------------
S51309 9700-HANDLE-CBDL-ERROR.
S51309*-----------------------

S51309     MOVE WCBDL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
S51309     MOVE WCBDL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
S51309     MOVE WCBDL-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
S51309     PERFORM 0030-3000-QSAM-ERROR
S51309        THRU 0030-3000-QSAM-ERROR-X.

S51309 9700-HANDLE-CBDL-ERROR-X.
S51309     EXIT.

S51309*-----------------------
S51309 9700-HANDLE-CBDH-ERROR.
S51309*-----------------------

S51309     MOVE WCBDH-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
S51309     MOVE WCBDH-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
S51309     MOVE WCBDH-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
S51309     PERFORM 0030-3000-QSAM-ERROR
S51309        THRU 0030-3000-QSAM-ERROR-X.

S51309 9700-HANDLE-CBDH-ERROR-X.
S51309     EXIT.

      /
       COPY XCPL0035.
      *
      * CAPL TABLE BROWSE
      *
       COPY CCPACAPL.
S51297*
S51297* POLICY MASTER
S51297*
S51297 COPY CCPNPOL.
S51297*
S51297* COMMUNICATION PREFERENCE ROUTING
S51297*
S51297 COPY CCPPCPRF.
      *
      * QSAM ERROR HANDLING
      *
