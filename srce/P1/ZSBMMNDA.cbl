      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMMNDA.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMMNDA                                         **
      **  REMARKS: WEEKLY DIRECT-DEBIT MANDATE AGING REPORT.         **
      **                                                             **
      **           AGES EVERY MANDATE ON THE REGISTER (MAND) STILL   **
      **           PENDING - SENT TO THE BANK BY THE DAYS SINCE IT   **
      **           WAS SENT, RECEIVED BUT NOT YET SENT BY THE DAYS   **
      **           SINCE IT WAS RECEIVED - AND LISTS EACH ONE AT OR  **
      **           OVER THE STUCK THRESHOLD (CONTROL CARD COLUMNS    **
      **           1-3, DEFAULT 14 DAYS) FOR CHASING WITH THE BANK.  **
      **           THE SUMMARY COUNTS THE SENT MANDATES IN AGE       **
      **           BANDS OF 0-14, 15-30, 31-60 AND OVER 60 DAYS.     **
      **           WHILE A MANDATE IS PENDING THE POLICY'S PREMIUMS  **
      **           GO OUT ON CONVENIENCE-STORE SLIPS.                **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51298**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHMAND.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWMAND.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMMNDA'.

       COPY SQLCA.

       COPY CCWWMAND.

       COPY CCWWDAYS.

       01  WS-CONTROL-RECORD.
           02  CR-STUCK-DAYS-TXT               PIC X(03).
           02  CR-STUCK-DAYS REDEFINES
               CR-STUCK-DAYS-TXT               PIC 9(03).
           02  FILLER                          PIC X(77).

       01  WS-WORK-AREA.
           05  WS-STUCK-DAYS             PIC S9(05) COMP-3 VALUE +14.
           05  WS-MAND-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-MAND-OPEN                     VALUE 'Y'.
           05  WS-SERIAL-TODAY           PIC S9(09) COMP-3 VALUE +0.
           05  WS-AGE-DAYS               PIC S9(05) COMP-3 VALUE +0.

       01  WS-REPORT-TOTALS.
           05  WS-MAND-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-RECV-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-SENT-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-BAND-1-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-BAND-2-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-BAND-3-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-BAND-4-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-STUCK-CNT            PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  P-HEAD-TITLE                PIC X(50).
           03  P-HEAD-DT-LBL               PIC X(14).
           03  P-HEAD-PRCES-DT             PIC X(10).

       01  P-COL-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(12)
               VALUE 'POLICY'.
           03  FILLER                      PIC X(05)
               VALUE 'SEQ'.
           03  FILLER                      PIC X(10)
               VALUE 'STATUS'.
           03  FILLER                      PIC X(08)
               VALUE 'TYPE'.
           03  FILLER                      PIC X(06)
               VALUE 'BANK'.
           03  FILLER                      PIC X(08)
               VALUE 'BRANCH'.
           03  FILLER                      PIC X(13)
               VALUE 'ACCOUNT'.
           03  FILLER                      PIC X(12)
               VALUE 'RECEIVED'.
           03  FILLER                      PIC X(12)
               VALUE 'SENT'.
           03  FILLER                      PIC X(06)
               VALUE 'DAYS'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-DTL-POL-ID                PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DTL-SEQ-NUM               PIC ZZ9.
           03  FILLER                      PIC X(02).
           03  P-DTL-STAT                  PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-DTL-RQST-TYP              PIC X(06).
           03  FILLER                      PIC X(02).
           03  P-DTL-BANK-ID               PIC X(04).
           03  FILLER                      PIC X(02).
           03  P-DTL-BANK-BRANCH-ID        PIC X(03).
           03  FILLER                      PIC X(05).
           03  P-DTL-ACCT-NUM              PIC X(09).
           03  FILLER                      PIC X(04).
           03  P-DTL-RECV-DT               PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DTL-SENT-DT               PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DTL-AGE-DAYS              PIC ZZZZ9.

       01  P-SUMMARY-CNT-LINE.
           03  FILLER                      PIC X(03).
           03  P-SUM-LBL                   PIC X(44).
           03  P-SUM-CNT-X                 PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-SUM-CNT                PIC S9(07) COMP-3 VALUE +0.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

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

           PERFORM  2000-PROCESS-MANDATE
               THRU 2000-PROCESS-MANDATE-X
                    UNTIL NOT WMAND-IO-OK.

           PERFORM  8600-WRITE-SUMMARY
               THRU 8600-WRITE-SUMMARY-X.

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

           PERFORM  BCF-1000-READ
               THRU BCF-1000-READ-X.

           IF  NOT WBCF-SEQ-IO-EOF
               MOVE RBCF-SEQ-REC-INFO   TO WS-CONTROL-RECORD
               IF  CR-STUCK-DAYS-TXT IS NUMERIC
               AND CR-STUCK-DAYS > ZERO
                   MOVE CR-STUCK-DAYS   TO WS-STUCK-DAYS
               END-IF
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

           MOVE WGLOB-PROCESS-DATE      TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           MOVE WDAYS-SERIAL            TO WS-SERIAL-TODAY.

           IF  NOT WS-MAND-OPEN
               MOVE '10'                TO WMAND-SEQ-FILE-STATUS
               GO TO 0200-INITIALIZE-X
           END-IF.

           MOVE LOW-VALUES              TO WMAND-KEY.
           START MAND-FILE
               KEY IS NOT LESS THAN WMAND-KEY
               INVALID KEY
                   MOVE '10'            TO WMAND-SEQ-FILE-STATUS
           END-START.

           IF  WMAND-IO-OK
               PERFORM  2900-MAND-READ-NEXT
                   THRU 2900-MAND-READ-NEXT-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *----------------------
       2000-PROCESS-MANDATE.
      *----------------------

           ADD 1                        TO WS-MAND-READ-CNT.

           IF  NOT WMAND-STAT-PENDING
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE SPACES                  TO P-DETAIL-LINE.

      *
      *  A SENT MANDATE IS AGED FROM THE DAY IT WENT TO THE BANK; ONE
      *  STILL AWAITING THE SEND RUN FROM THE DAY IT WAS RECEIVED.
      *
           IF  WMAND-STAT-SENT
               MOVE WMAND-SENT-DT       TO WDAYS-IN-DT
               MOVE 'SENT'              TO P-DTL-STAT
               ADD 1                    TO WS-SENT-CNT
           ELSE
               MOVE WMAND-RECV-DT       TO WDAYS-IN-DT
               MOVE 'RECEIVED'          TO P-DTL-STAT
               ADD 1                    TO WS-RECV-CNT
           END-IF.

           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           COMPUTE WS-AGE-DAYS = WS-SERIAL-TODAY - WDAYS-SERIAL.
           IF  WS-AGE-DAYS < ZERO
               MOVE ZERO                TO WS-AGE-DAYS
           END-IF.

           IF  WMAND-STAT-SENT
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS NOT > 14
                       ADD 1            TO WS-BAND-1-CNT
                   WHEN WS-AGE-DAYS NOT > 30
                       ADD 1            TO WS-BAND-2-CNT
                   WHEN WS-AGE-DAYS NOT > 60
                       ADD 1            TO WS-BAND-3-CNT
                   WHEN OTHER
                       ADD 1            TO WS-BAND-4-CNT
               END-EVALUATE
           END-IF.

           IF  WS-AGE-DAYS < WS-STUCK-DAYS
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1                        TO WS-STUCK-CNT.

           IF  WMAND-RQST-ACCT-CHANGE
               MOVE 'CHANGE'            TO P-DTL-RQST-TYP
           ELSE
               MOVE 'NEW'               TO P-DTL-RQST-TYP
           END-IF.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2000-READ-NEXT.

           PERFORM  2900-MAND-READ-NEXT
               THRU 2900-MAND-READ-NEXT-X.

       2000-PROCESS-MANDATE-X.
           EXIT.

      *---------------------
       2900-MAND-READ-NEXT.
      *---------------------

           READ MAND-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WMAND-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WMAND-IO-OK
           AND NOT WMAND-IO-EOF
               MOVE WMAND-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WMAND-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       2900-MAND-READ-NEXT-X.
           EXIT.
      /
      *------------------------
       8400-WRITE-DETAIL-LINE.
      *------------------------

           MOVE WMAND-POL-ID            TO P-DTL-POL-ID.
           MOVE WMAND-SEQ-NUM           TO P-DTL-SEQ-NUM.
           MOVE WMAND-BANK-ID           TO P-DTL-BANK-ID.
           MOVE WMAND-BANK-BRANCH-ID    TO P-DTL-BANK-BRANCH-ID.
           MOVE WMAND-ACCT-NUM          TO P-DTL-ACCT-NUM.
           MOVE WMAND-RECV-DT           TO P-DTL-RECV-DT.
           MOVE WMAND-SENT-DT           TO P-DTL-SENT-DT.
           MOVE WS-AGE-DAYS             TO P-DTL-AGE-DAYS.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.

      *--------------------
       8600-WRITE-SUMMARY.
      *--------------------

           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE SPACES                  TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'RECEIVED - NOT YET SENT'
                                        TO P-SUM-LBL.
           MOVE WS-RECV-CNT             TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'SENT - AWAITING BANK RESULT'
                                        TO P-SUM-LBL.
           MOVE WS-SENT-CNT             TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE '   SENT 0 - 14 DAYS AGO'
                                        TO P-SUM-LBL.
           MOVE WS-BAND-1-CNT           TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE '   SENT 15 - 30 DAYS AGO'
                                        TO P-SUM-LBL.
           MOVE WS-BAND-2-CNT           TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE '   SENT 31 - 60 DAYS AGO'
                                        TO P-SUM-LBL.
           MOVE WS-BAND-3-CNT           TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE '   SENT OVER 60 DAYS AGO'
                                        TO P-SUM-LBL.
           MOVE WS-BAND-4-CNT           TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'PENDING AT OR OVER THE STUCK THRESHOLD'
                                        TO P-SUM-LBL.
           MOVE WS-STUCK-CNT            TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

       8600-WRITE-SUMMARY-X.
           EXIT.

      *-----------------------
       8620-WRITE-COUNT-LINE.
      *-----------------------

           MOVE WS-SUM-CNT               TO P-SUM-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-CNT-LINE       TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8620-WRITE-COUNT-LINE-X.
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

           MOVE SPACES                 TO P-HEAD-LINE-3.
           MOVE 'DIRECT-DEBIT MANDATES AWAITING THE BANK'
                                       TO P-HEAD-TITLE.
           MOVE 'PROCESS DATE'         TO P-HEAD-DT-LBL.
           MOVE WGLOB-PROCESS-DATE     TO P-HEAD-PRCES-DT.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-3          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-COL-HEAD-LINE        TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8450-WRITE-DETAIL-HEADING-X.
           EXIT.
      /
      *-----------------
       0100-OPEN-FILES.
      *-----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           OPEN INPUT MAND-FILE.
           IF  WMAND-IO-OK
               SET WS-MAND-OPEN         TO TRUE
           ELSE
               IF  NOT WMAND-IO-NOFILE
                   MOVE WMAND-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WMAND-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-SENT-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE WS-STUCK-CNT             TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (2).
           MOVE WS-STUCK-DAYS            TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (3).
           MOVE 'ZSMNDA0001'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) @1 MANDATES AWAITING THE BANK, @2 PENDING @3 DAYS
      *         OR MORE
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-MAND-OPEN
               CLOSE MAND-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.
      /
       COPY XCPL0035.
       COPY CCPPCCC.
       COPY CCPL0950.
       COPY XCPL0260.
       COPY XCPL0040.
       COPY XCPL1610.
       COPY XCPL2490.
       COPY XCPLBCF.
       COPY XCPOBCF.
       COPY XCPNBCF.
       COPY XCPLOCF.
       COPY XCPOOCF.
       COPY CCPIPRT1.
       COPY CCPNMAST.
       COPY CCPPDAYS.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMMNDA                     **
      *****************************************************************
