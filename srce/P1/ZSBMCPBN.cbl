      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMCPBN.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMCPBN                                         **
      **  REMARKS: DAILY E-MAIL BOUNCE-BACK APPLICATION.             **
      **                                                             **
      **           READS THE BOUNCE-BACK FILE RETURNED BY THE        **
      **           DELIVERY GATEWAY (ZCSRCPBN) AND APPLIES EACH      **
      **           BOUNCE TO EVERY ROW OF THE CLIENT'S COMMUNICATION **
      **           PREFERENCE MASTER (CPRF) ROUTED TO E-MAIL AT THE  **
      **           BOUNCED ADDRESS.  A HARD BOUNCE REVERTS THE ROW   **
      **           TO PAPER AT ONCE; SOFT BOUNCES ARE COUNTED AND    **
      **           THE ROW IS REVERTED WHEN THE COUNT SINCE THE      **
      **           CLIENT LAST CONFIRMED THE CHANNEL REACHES THE     **
      **           LIMIT (CONTROL CARD COLUMNS 1-2, DEFAULT 3).  A   **
      **           REVERTED ROW KEEPS THE CHANNEL IT HAD AND THE     **
      **           REVERSION DATE FOR THE MONTHLY REPORT (ZSBMCPRM)  **
      **           AND EVERY REVERSION IS WRITTEN TO THE PREFERENCE  **
      **           HISTORY (CPRH).  LISTS EVERY BOUNCE AND WHAT WAS  **
      **           DONE WITH IT.                                     **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHCPRF.

           COPY CCFHCPRH.

           SELECT CPBN-DATA-FILE ASSIGN TO ZSCPBN
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCPBN-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWCPRF.

       COPY CCFWCPRH.

       FD  CPBN-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCPBN.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMCPBN'.

       COPY SQLCA.

       COPY CCWWCPRF.

       COPY CCWWCPRH.

       01  WCPBN-SEQ-IO-WORK-AREA.
           05  WCPBN-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'CPBN'.
           05  WCPBN-SEQ-IO-COMMAND            PIC X(02).
           05  WCPBN-SEQ-FILE-STATUS           PIC X(02).
           05  WCPBN-SEQ-IO-STATUS             PIC 9(01).
               88  WCPBN-SEQ-IO-OK             VALUE 0.
               88  WCPBN-SEQ-IO-EOF            VALUE 8.
               88  WCPBN-SEQ-IO-ERROR          VALUE 9.

       01  WS-CONTROL-RECORD.
           02  CR-SOFT-BNC-LIMIT-TXT           PIC X(02).
           02  CR-SOFT-BNC-LIMIT REDEFINES
               CR-SOFT-BNC-LIMIT-TXT           PIC 9(02).
           02  FILLER                          PIC X(78).

       01  WS-WORK-AREA.
           05  WS-SOFT-BNC-LIMIT         PIC 9(03)  VALUE 3.
           05  WS-CPRF-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-CPRF-OPEN                     VALUE 'Y'.
           05  WS-MATCH-SW               PIC X(01)  VALUE 'N'.
               88  WS-ROW-MATCHED                   VALUE 'Y'.
               88  WS-NO-ROW-MATCHED                VALUE 'N'.

       01  WS-REPORT-TOTALS.
           05  WS-BNC-READ-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-REVRT-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-CNT-ONLY-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-NO-MATCH-CNT         PIC S9(07) COMP-3 VALUE +0.

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
               VALUE 'CLIENT'.
           03  FILLER                      PIC X(05)
               VALUE 'CAT'.
           03  FILLER                      PIC X(42)
               VALUE 'E-MAIL ADDRESS'.
           03  FILLER                      PIC X(12)
               VALUE 'BOUNCED'.
           03  FILLER                      PIC X(06)
               VALUE 'TYPE'.
           03  FILLER                      PIC X(07)
               VALUE 'COUNT'.
           03  FILLER                      PIC X(30)
               VALUE 'ACTION'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-DTL-CLI-ID                PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DTL-DOC-CAT-CD            PIC X(02).
           03  FILLER                      PIC X(03).
           03  P-DTL-EMAIL-ADDR            PIC X(40).
           03  FILLER                      PIC X(02).
           03  P-DTL-BNC-DT                PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DTL-BNC-TYP               PIC X(04).
           03  FILLER                      PIC X(02).
           03  P-DTL-BNC-CNT               PIC ZZ9.
           03  FILLER                      PIC X(04).
           03  P-DTL-ACTN                  PIC X(30).

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

           PERFORM  2000-PROCESS-BOUNCE
               THRU 2000-PROCESS-BOUNCE-X
                    UNTIL WCPBN-SEQ-IO-EOF.

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
               IF  CR-SOFT-BNC-LIMIT-TXT IS NUMERIC
               AND CR-SOFT-BNC-LIMIT > ZERO
                   MOVE CR-SOFT-BNC-LIMIT
                                        TO WS-SOFT-BNC-LIMIT
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

           PERFORM  9500-CPBN-READ
              THRU 9500-CPBN-READ-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------
       2000-PROCESS-BOUNCE.
      *---------------------

      *
      *  EVERY ROW OF THE CLIENT STILL ROUTED TO E-MAIL AT THE
      *  BOUNCED ADDRESS TAKES THE BOUNCE, WHICHEVER CATEGORY OF
      *  NOTICE BOUNCED - THE ADDRESS IS WHAT FAILED.
      *
           ADD 1                        TO WS-BNC-READ-CNT.
           SET  WS-NO-ROW-MATCHED       TO TRUE.

           IF  NOT WS-CPRF-OPEN
               GO TO 2000-CHECK-MATCH
           END-IF.

           MOVE RCPBN-CLI-ID            TO WCPRF-CLI-ID.
           MOVE LOW-VALUES              TO WCPRF-DOC-CAT-CD.

           START CPRF-FILE
               KEY IS NOT LESS THAN WCPRF-KEY
               INVALID KEY
                   MOVE '10'            TO WCPRF-SEQ-FILE-STATUS
           END-START.

           IF  WCPRF-IO-OK
               PERFORM  2900-CPRF-READ-NEXT
                   THRU 2900-CPRF-READ-NEXT-X
           END-IF.

           PERFORM  2100-APPLY-ONE-ROW
               THRU 2100-APPLY-ONE-ROW-X
                    UNTIL NOT WCPRF-IO-OK
                    OR    WCPRF-CLI-ID NOT = RCPBN-CLI-ID.

       2000-CHECK-MATCH.

           IF  WS-NO-ROW-MATCHED
               ADD 1                    TO WS-NO-MATCH-CNT
               MOVE SPACES              TO P-DETAIL-LINE
               MOVE RCPBN-DOC-CAT-CD    TO P-DTL-DOC-CAT-CD
               MOVE ZERO                TO P-DTL-BNC-CNT
               MOVE 'NO E-MAIL PREFERENCE MATCHED'
                                        TO P-DTL-ACTN
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
           END-IF.

           PERFORM  9500-CPBN-READ
               THRU 9500-CPBN-READ-X.

       2000-PROCESS-BOUNCE-X.
           EXIT.

      *--------------------
       2100-APPLY-ONE-ROW.
      *--------------------

           IF  NOT WCPRF-CHNL-EMAIL
           OR  WCPRF-EMAIL-ADDR-TXT NOT = RCPBN-EMAIL-ADDR-TXT
               GO TO 2100-READ-NEXT
           END-IF.

           SET  WS-ROW-MATCHED          TO TRUE.
           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE WCPRF-DOC-CAT-CD        TO P-DTL-DOC-CAT-CD.

           IF  WCPRF-BNC-CNT < 999
               ADD 1                    TO WCPRF-BNC-CNT
           END-IF.
           MOVE RCPBN-BNC-DT            TO WCPRF-LAST-BNC-DT.

           IF  RCPBN-BNC-HARD
           OR  WCPRF-BNC-CNT NOT < WS-SOFT-BNC-LIMIT
               MOVE WCPRF-CHNL-CD       TO WCPRF-PRIOR-CHNL-CD
               SET  WCPRF-CHNL-PAPER    TO TRUE
               MOVE WGLOB-PROCESS-DATE  TO WCPRF-REVRT-DT
                                           WCPRF-LAST-CHG-DT
               MOVE WPGWS-CRNT-PGM-ID   TO WCPRF-LAST-CHG-USER-ID
               ADD 1                    TO WS-REVRT-CNT
               MOVE 'REVERTED TO PAPER' TO P-DTL-ACTN
           ELSE
               ADD 1                    TO WS-CNT-ONLY-CNT
               MOVE 'COUNTED - STILL E-MAIL'
                                        TO P-DTL-ACTN
           END-IF.

           MOVE WCPRF-BNC-CNT           TO P-DTL-BNC-CNT.

           REWRITE WCPRF-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WCPRF-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WCPRF-IO-OK
               MOVE WCPRF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WCPRF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-REWRITE-RECORD   TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           IF  WCPRF-CHNL-PAPER
               PERFORM  3000-WRITE-HISTORY
                   THRU 3000-WRITE-HISTORY-X
           END-IF.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2100-READ-NEXT.

           PERFORM  2900-CPRF-READ-NEXT
               THRU 2900-CPRF-READ-NEXT-X.

       2100-APPLY-ONE-ROW-X.
           EXIT.

      *---------------------
       2900-CPRF-READ-NEXT.
      *---------------------

           READ CPRF-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WCPRF-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCPRF-IO-OK
           AND NOT WCPRF-IO-EOF
               MOVE WCPRF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WCPRF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       2900-CPRF-READ-NEXT-X.
           EXIT.

      *--------------------
       3000-WRITE-HISTORY.
      *--------------------

      *
      *  A SECOND CHANGE TO THE ROW ON THE SAME DAY TAKES THE NEXT
      *  SEQUENCE NUMBER.
      *
           MOVE SPACES                  TO WCPRH-REC-INFO.
           MOVE WCPRF-CLI-ID            TO WCPRH-CLI-ID.
           MOVE WCPRF-DOC-CAT-CD        TO WCPRH-DOC-CAT-CD.
           MOVE WGLOB-PROCESS-DATE      TO WCPRH-CHG-DT.
           MOVE ZERO                    TO WCPRH-SEQ-NUM.
           SET  WCPRH-ACTN-BOUNCE       TO TRUE.
           MOVE WCPRF-PRIOR-CHNL-CD     TO WCPRH-OLD-CHNL-CD.
           MOVE WCPRF-CHNL-CD           TO WCPRH-NEW-CHNL-CD.
           MOVE WCPRF-EMAIL-ADDR-TXT    TO WCPRH-EMAIL-ADDR-TXT.
           MOVE WCPRF-MOBL-PHON-NUM     TO WCPRH-MOBL-PHON-NUM.
           MOVE WCPRF-CNSNT-DT          TO WCPRH-CNSNT-DT.
           MOVE WCPRF-CNSNT-SRC-CD      TO WCPRH-CNSNT-SRC-CD.
           MOVE WPGWS-CRNT-PGM-ID       TO WCPRH-CHG-USER-ID.

           MOVE '22'                    TO WCPRH-SEQ-FILE-STATUS.
           PERFORM  3100-WRITE-HISTORY-ROW
               THRU 3100-WRITE-HISTORY-ROW-X
                   UNTIL NOT WCPRH-IO-DUPKEY.

           IF  NOT WCPRH-IO-OK
               MOVE WCPRH-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WCPRH-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-WRITE-RECORD     TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       3000-WRITE-HISTORY-X.
           EXIT.

      *------------------------
       3100-WRITE-HISTORY-ROW.
      *------------------------

           ADD 1                        TO WCPRH-SEQ-NUM.

           WRITE WCPRH-REC-INFO
               INVALID KEY
                   MOVE '22'            TO WCPRH-SEQ-FILE-STATUS
           END-WRITE.

       3100-WRITE-HISTORY-ROW-X.
           EXIT.
      /
      *------------------------
       8400-WRITE-DETAIL-LINE.
      *------------------------

           MOVE RCPBN-CLI-ID            TO P-DTL-CLI-ID.
           MOVE RCPBN-EMAIL-ADDR-TXT    TO P-DTL-EMAIL-ADDR.
           MOVE RCPBN-BNC-DT            TO P-DTL-BNC-DT.

           IF  RCPBN-BNC-HARD
               MOVE 'HARD'              TO P-DTL-BNC-TYP
           ELSE
               MOVE 'SOFT'              TO P-DTL-BNC-TYP
           END-IF.

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

           MOVE 'BOUNCE-BACKS READ'     TO P-SUM-LBL.
           MOVE WS-BNC-READ-CNT         TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'PREFERENCES REVERTED TO PAPER'
                                        TO P-SUM-LBL.
           MOVE WS-REVRT-CNT            TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'PREFERENCES COUNTED - STILL E-MAIL'
                                        TO P-SUM-LBL.
           MOVE WS-CNT-ONLY-CNT         TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'BOUNCE-BACKS WITH NO E-MAIL PREFERENCE'
                                        TO P-SUM-LBL.
           MOVE WS-NO-MATCH-CNT         TO WS-SUM-CNT.
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
           MOVE 'E-MAIL BOUNCE-BACKS APPLIED'
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

           MOVE TFCMD-OPEN-I-FILE       TO WCPBN-SEQ-IO-COMMAND.
           OPEN INPUT CPBN-DATA-FILE.
           IF WCPBN-SEQ-FILE-STATUS NOT = ZERO
              PERFORM 9700-HANDLE-CPBN-ERROR
                 THRU 9700-HANDLE-CPBN-ERROR-X
           END-IF.

      *
      *  NO PREFERENCE MASTER MEANS NO CLIENT HAS CHOSEN E-MAIL -
      *  EVERY BOUNCE IS LISTED AS UNMATCHED.
      *
           OPEN I-O CPRF-FILE.
           IF  WCPRF-IO-OK
               SET WS-CPRF-OPEN         TO TRUE
           ELSE
               IF  NOT WCPRF-IO-NOFILE
                   MOVE WCPRF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WCPRF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
      *MSG: (I) NO COMMUNICATION PREFERENCE MASTER - NOTHING APPLIED
               MOVE 'ZSCPBN0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

      *
      *  THE HISTORY IS CREATED ON FIRST USE.
      *
           OPEN I-O CPRH-FILE.
           IF  WCPRH-IO-NOFILE
               OPEN OUTPUT CPRH-FILE
               CLOSE CPRH-FILE
               OPEN I-O CPRH-FILE
           END-IF.
           IF  NOT WCPRH-IO-OK
               MOVE WCPRH-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WCPRH-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
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

           MOVE WS-BNC-READ-CNT          TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE WS-REVRT-CNT             TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (2).
           MOVE WS-NO-MATCH-CNT          TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (3).
           MOVE 'ZSCPBN0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) @1 BOUNCE-BACKS READ, @2 PREFERENCES REVERTED TO
      *         PAPER, @3 WITH NO E-MAIL PREFERENCE
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           MOVE TFCMD-CLOSE-FILE         TO WCPBN-SEQ-IO-COMMAND.
           CLOSE CPBN-DATA-FILE.
           IF WCPBN-SEQ-FILE-STATUS NOT = ZERO
              PERFORM 9700-HANDLE-CPBN-ERROR
                 THRU 9700-HANDLE-CPBN-ERROR-X
           END-IF.

           IF  WS-CPRF-OPEN
               CLOSE CPRF-FILE
           END-IF.

           CLOSE CPRH-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-CPBN-READ.
      *----------------

           MOVE ZERO                   TO WCPBN-SEQ-IO-STATUS.
           MOVE TFCMD-READ-RECORD      TO WCPBN-SEQ-IO-COMMAND.

           READ CPBN-DATA-FILE
                AT END
                  MOVE 8               TO WCPBN-SEQ-IO-STATUS
                  GO TO 9500-CPBN-READ-X.

           IF WCPBN-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-CPBN-ERROR
                 THRU 9700-HANDLE-CPBN-ERROR-X
           END-IF.

       9500-CPBN-READ-X.
           EXIT.

      *-----------------------
       9700-HANDLE-CPBN-ERROR.
      *-----------------------

           MOVE WCPBN-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCPBN-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCPBN-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-CPBN-ERROR-X.
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
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMCPBN                     **
      *****************************************************************
