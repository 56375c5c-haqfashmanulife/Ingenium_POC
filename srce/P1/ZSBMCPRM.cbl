      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMCPRM.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMCPRM                                         **
      **  REMARKS: MONTHLY CLIENT COMMUNICATION PREFERENCE REPORT.   **
      **                                                             **
      **           PART 1 - THE CHANNEL MIX: EVERY ROW OF THE        **
      **           COMMUNICATION PREFERENCE MASTER (CPRF) COUNTED BY **
      **           DOCUMENT CATEGORY AND CHANNEL (PAPER, E-MAIL,     **
      **           SMS, WEB PORTAL, DO NOT CONTACT) WITH THE SHARE   **
      **           DELIVERED ELECTRONICALLY.  A CLIENT WITH NO ROW   **
      **           GETS PAPER AND IS NOT COUNTED.                    **
      **                                                             **
      **           PART 2 - EVERY PREFERENCE THE E-MAIL BOUNCE-BACK  **
      **           RUN (ZSBMCPBN) REVERTED TO PAPER IN THE MONTH,    **
      **           FROM THE PREFERENCE HISTORY (CPRH), WITH THE      **
      **           ROW'S CHANNEL TODAY.                              **
      **                                                             **
      **           THE MONTH IS THE PROCESS DATE'S UNLESS A MONTH    **
      **           (YYYY-MM) IS GIVEN IN COLUMNS 1-7 OF THE CONTROL  **
      **           CARD.                                             **
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

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWCPRF.

       COPY CCFWCPRH.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMCPRM'.

       COPY SQLCA.

       COPY CCWWCPRF.

       COPY CCWWCPRH.

       01  WS-CONTROL-RECORD.
           02  CR-RPT-MO                       PIC X(07).
           02  FILLER                          PIC X(73).

       01  WS-WORK-AREA.
           05  WS-RPT-MO                 PIC X(07)  VALUE SPACES.
           05  WS-PRCES-DT               PIC X(10).
           05  WS-PRCES-DT-PARTS REDEFINES WS-PRCES-DT.
               10  WS-PRCES-YM           PIC X(07).
               10  FILLER                PIC X(03).
           05  WS-CHG-DT                 PIC X(10).
           05  WS-CHG-DT-PARTS REDEFINES WS-CHG-DT.
               10  WS-CHG-YM             PIC X(07).
               10  FILLER                PIC X(03).
           05  WS-CAT-SUB                PIC S9(04) COMP.
           05  WS-CHNL-SUB               PIC S9(04) COMP.
           05  WS-SUB                    PIC S9(04) COMP.
           05  WS-CPRF-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-CPRF-OPEN                     VALUE 'Y'.
           05  WS-CPRH-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-CPRH-OPEN                     VALUE 'Y'.
           05  WS-ELEC-CNT               PIC S9(07) COMP-3.

      *
      *  DOCUMENT CATEGORIES AND CHANNELS IN REPORT ORDER.
      *
       01  WS-CAT-VALUES.
           05  FILLER                    PIC X(14)
               VALUE '**ANRNCVDUUCST'.
       01  WS-CAT-TBL REDEFINES WS-CAT-VALUES.
           05  WS-CAT-CD                 PIC X(02)  OCCURS 7 TIMES.

       01  WS-CAT-DESC-VALUES.
           05  FILLER                    PIC X(20)
               VALUE 'CLIENT DEFAULT'.
           05  FILLER                    PIC X(20)
               VALUE 'ADVANCE NOTICE'.
           05  FILLER                    PIC X(20)
               VALUE 'RENEWAL NOTICE'.
           05  FILLER                    PIC X(20)
               VALUE 'CONVERSION NOTICE'.
           05  FILLER                    PIC X(20)
               VALUE 'DUNNING LETTER'.
           05  FILLER                    PIC X(20)
               VALUE 'UNCLAIMED BENEFIT'.
           05  FILLER                    PIC X(20)
               VALUE 'ANNUAL STATEMENT'.
       01  WS-CAT-DESC-TBL REDEFINES WS-CAT-DESC-VALUES.
           05  WS-CAT-DESC               PIC X(20)  OCCURS 7 TIMES.

       01  WS-CHNL-VALUES.
           05  FILLER                    PIC X(05)  VALUE 'PESWN'.
       01  WS-CHNL-TBL REDEFINES WS-CHNL-VALUES.
           05  WS-CHNL-CD                PIC X(01)  OCCURS 5 TIMES.

      *
      *  ROW 8 OF THE MIX IS THE TOTAL FOR ALL CATEGORIES.
      *
       01  WS-MIX-TBL.
           05  WS-MIX-ROW                OCCURS 8 TIMES.
               10  WS-MIX-CNT            PIC S9(07) COMP-3
                                         OCCURS 5 TIMES.
               10  WS-MIX-ROW-TOT        PIC S9(07) COMP-3.

       01  WS-REPORT-TOTALS.
           05  WS-ROW-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-BAD-ROW-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-CRNT-REVRT-CNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-MO-REVRT-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-MO-RESTORED-CNT      PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  P-HEAD-TITLE                PIC X(50).
           03  P-HEAD-MO-LBL               PIC X(14).
           03  P-HEAD-RPT-MO               PIC X(07).

       01  P-MIX-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(22)
               VALUE 'DOCUMENT CATEGORY'.
           03  FILLER                      PIC X(10)
               VALUE '     PAPER'.
           03  FILLER                      PIC X(10)
               VALUE '    E-MAIL'.
           03  FILLER                      PIC X(10)
               VALUE '       SMS'.
           03  FILLER                      PIC X(10)
               VALUE '       WEB'.
           03  FILLER                      PIC X(10)
               VALUE 'NO CONTACT'.
           03  FILLER                      PIC X(10)
               VALUE '     TOTAL'.
           03  FILLER                      PIC X(12)
               VALUE '  ELECTRONIC'.

       01  P-MIX-LINE.
           03  FILLER                      PIC X(01).
           03  P-MIX-CAT-DESC              PIC X(20).
           03  FILLER                      PIC X(02).
           03  P-MIX-CNT-GRP.
               05  P-MIX-CNT               PIC ZZZZZZZZZ9
                                           OCCURS 5 TIMES.
           03  P-MIX-TOT                   PIC ZZZZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  P-MIX-ELEC-PCT              PIC ZZ9.9.
           03  P-MIX-PCT-SIGN              PIC X(02).

       01  P-REVRT-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(12)
               VALUE 'CLIENT'.
           03  FILLER                      PIC X(05)
               VALUE 'CAT'.
           03  FILLER                      PIC X(12)
               VALUE 'REVERTED'.
           03  FILLER                      PIC X(42)
               VALUE 'E-MAIL ADDRESS'.
           03  FILLER                      PIC X(20)
               VALUE 'CHANNEL TODAY'.

       01  P-REVRT-LINE.
           03  FILLER                      PIC X(01).
           03  P-RVT-CLI-ID                PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-RVT-DOC-CAT-CD            PIC X(02).
           03  FILLER                      PIC X(03).
           03  P-RVT-CHG-DT                PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-RVT-EMAIL-ADDR            PIC X(40).
           03  FILLER                      PIC X(02).
           03  P-RVT-CRNT-CHNL             PIC X(20).

       01  P-SECTION-LINE.
           03  FILLER                      PIC X(01).
           03  P-SECTION-TXT               PIC X(60).

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

           PERFORM  1000-COUNT-CHANNEL-MIX
               THRU 1000-COUNT-CHANNEL-MIX-X.

           PERFORM  8100-WRITE-CHANNEL-MIX
               THRU 8100-WRITE-CHANNEL-MIX-X.

           PERFORM  2000-LIST-REVERSIONS
               THRU 2000-LIST-REVERSIONS-X.

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

           MOVE WGLOB-PROCESS-DATE      TO WS-PRCES-DT.
           MOVE WS-PRCES-YM             TO WS-RPT-MO.

           PERFORM  BCF-1000-READ
               THRU BCF-1000-READ-X.

           IF  NOT WBCF-SEQ-IO-EOF
               MOVE RBCF-SEQ-REC-INFO   TO WS-CONTROL-RECORD
               IF  CR-RPT-MO NOT = SPACES
                   MOVE CR-RPT-MO       TO WS-RPT-MO
               END-IF
           END-IF.

           INITIALIZE WS-MIX-TBL.

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

       0200-INITIALIZE-X.
           EXIT.
      /
      *------------------------
       1000-COUNT-CHANNEL-MIX.
      *------------------------

      *
      *  NO MASTER MEANS EVERY CLIENT GETS PAPER - THE REPORT STILL
      *  PRINTS, WITH ZERO COUNTS.
      *
           IF  NOT WS-CPRF-OPEN
               GO TO 1000-COUNT-CHANNEL-MIX-X
           END-IF.

           MOVE LOW-VALUES              TO WCPRF-KEY.

           START CPRF-FILE
               KEY IS NOT LESS THAN WCPRF-KEY
               INVALID KEY
                   MOVE '10'            TO WCPRF-SEQ-FILE-STATUS
           END-START.

           IF  WCPRF-IO-OK
               PERFORM  1900-CPRF-READ-NEXT
                   THRU 1900-CPRF-READ-NEXT-X
           END-IF.

           PERFORM  1100-COUNT-ONE-ROW
               THRU 1100-COUNT-ONE-ROW-X
                    UNTIL NOT WCPRF-IO-OK.

       1000-COUNT-CHANNEL-MIX-X.
           EXIT.

      *--------------------
       1100-COUNT-ONE-ROW.
      *--------------------

           ADD 1                        TO WS-ROW-CNT.

           IF  WCPRF-REVRT-DT NOT = SPACES
               ADD 1                    TO WS-CRNT-REVRT-CNT
           END-IF.

           MOVE ZERO                    TO WS-CAT-SUB
                                           WS-CHNL-SUB.

           PERFORM  1110-FIND-CAT
               THRU 1110-FIND-CAT-X
                    VARYING WS-SUB FROM 1 BY 1
                    UNTIL   WS-SUB > 7
                    OR      WS-CAT-SUB > ZERO.

           PERFORM  1120-FIND-CHNL
               THRU 1120-FIND-CHNL-X
                    VARYING WS-SUB FROM 1 BY 1
                    UNTIL   WS-SUB > 5
                    OR      WS-CHNL-SUB > ZERO.

           IF  WS-CAT-SUB = ZERO
           OR  WS-CHNL-SUB = ZERO
               ADD 1                    TO WS-BAD-ROW-CNT
           ELSE
               ADD 1 TO WS-MIX-CNT (WS-CAT-SUB WS-CHNL-SUB)
               ADD 1 TO WS-MIX-ROW-TOT (WS-CAT-SUB)
               ADD 1 TO WS-MIX-CNT (8 WS-CHNL-SUB)
               ADD 1 TO WS-MIX-ROW-TOT (8)
           END-IF.

           PERFORM  1900-CPRF-READ-NEXT
               THRU 1900-CPRF-READ-NEXT-X.

       1100-COUNT-ONE-ROW-X.
           EXIT.

      *---------------
       1110-FIND-CAT.
      *---------------

           IF  WCPRF-DOC-CAT-CD = WS-CAT-CD (WS-SUB)
               MOVE WS-SUB              TO WS-CAT-SUB
           END-IF.

       1110-FIND-CAT-X.
           EXIT.

      *----------------
       1120-FIND-CHNL.
      *----------------

           IF  WCPRF-CHNL-CD = WS-CHNL-CD (WS-SUB)
               MOVE WS-SUB              TO WS-CHNL-SUB
           END-IF.

       1120-FIND-CHNL-X.
           EXIT.

      *---------------------
       1900-CPRF-READ-NEXT.
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

       1900-CPRF-READ-NEXT-X.
           EXIT.
      /
      *----------------------
       2000-LIST-REVERSIONS.
      *----------------------

           MOVE 'PREFERENCES REVERTED TO PAPER BY E-MAIL BOUNCE-BACK'
                                        TO P-SECTION-TXT.
           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE P-SECTION-LINE          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-REVRT-HEAD-LINE       TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           IF  NOT WS-CPRH-OPEN
               GO TO 2000-LIST-REVERSIONS-X
           END-IF.

           MOVE LOW-VALUES              TO WCPRH-KEY.

           START CPRH-FILE
               KEY IS NOT LESS THAN WCPRH-KEY
               INVALID KEY
                   MOVE '10'            TO WCPRH-SEQ-FILE-STATUS
           END-START.

           IF  WCPRH-IO-OK
               PERFORM  2900-CPRH-READ-NEXT
                   THRU 2900-CPRH-READ-NEXT-X
           END-IF.

           PERFORM  2100-LIST-ONE-HISTORY
               THRU 2100-LIST-ONE-HISTORY-X
                    UNTIL NOT WCPRH-IO-OK.

       2000-LIST-REVERSIONS-X.
           EXIT.

      *-----------------------
       2100-LIST-ONE-HISTORY.
      *-----------------------

           MOVE WCPRH-CHG-DT            TO WS-CHG-DT.

           IF  NOT WCPRH-ACTN-BOUNCE
           OR  WS-CHG-YM NOT = WS-RPT-MO
               GO TO 2100-READ-NEXT
           END-IF.

           ADD 1                        TO WS-MO-REVRT-CNT.

           MOVE SPACES                  TO P-REVRT-LINE.
           MOVE WCPRH-CLI-ID            TO P-RVT-CLI-ID.
           MOVE WCPRH-DOC-CAT-CD        TO P-RVT-DOC-CAT-CD.
           MOVE WCPRH-CHG-DT            TO P-RVT-CHG-DT.
           MOVE WCPRH-EMAIL-ADDR-TXT    TO P-RVT-EMAIL-ADDR.

      *
      *  THE ROW'S CHANNEL TODAY SHOWS WHETHER THE CLIENT HAS SINCE
      *  GIVEN A WORKING ADDRESS.
      *
           MOVE 'ROW DELETED'           TO P-RVT-CRNT-CHNL.

           IF  WS-CPRF-OPEN
               MOVE WCPRH-CLI-ID        TO WCPRF-CLI-ID
               MOVE WCPRH-DOC-CAT-CD    TO WCPRF-DOC-CAT-CD
               READ CPRF-FILE
                   INVALID KEY
                       MOVE '23'        TO WCPRF-SEQ-FILE-STATUS
               END-READ
               IF  WCPRF-IO-OK
                   EVALUATE TRUE
                       WHEN WCPRF-CHNL-PAPER
                           MOVE 'PAPER'  TO P-RVT-CRNT-CHNL
                       WHEN WCPRF-CHNL-EMAIL
                           MOVE 'E-MAIL - RESTORED'
                                         TO P-RVT-CRNT-CHNL
                       WHEN WCPRF-CHNL-SMS
                           MOVE 'SMS'    TO P-RVT-CRNT-CHNL
                       WHEN WCPRF-CHNL-WEB
                           MOVE 'WEB PORTAL'
                                         TO P-RVT-CRNT-CHNL
                       WHEN OTHER
                           MOVE 'DO NOT CONTACT'
                                         TO P-RVT-CRNT-CHNL
                   END-EVALUATE
                   IF  NOT WCPRF-CHNL-PAPER
                       ADD 1            TO WS-MO-RESTORED-CNT
                   END-IF
               END-IF
           END-IF.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-REVRT-LINE            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       2100-READ-NEXT.

           PERFORM  2900-CPRH-READ-NEXT
               THRU 2900-CPRH-READ-NEXT-X.

       2100-LIST-ONE-HISTORY-X.
           EXIT.

      *---------------------
       2900-CPRH-READ-NEXT.
      *---------------------

           READ CPRH-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WCPRH-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCPRH-IO-OK
           AND NOT WCPRH-IO-EOF
               MOVE WCPRH-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WCPRH-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       2900-CPRH-READ-NEXT-X.
           EXIT.
      /
      *------------------------
       8100-WRITE-CHANNEL-MIX.
      *------------------------

           MOVE 'CHANNEL MIX BY DOCUMENT CATEGORY'
                                        TO P-SECTION-TXT.
           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-SECTION-LINE          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-MIX-HEAD-LINE         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  8110-WRITE-MIX-LINE
               THRU 8110-WRITE-MIX-LINE-X
                    VARYING WS-CAT-SUB FROM 1 BY 1
                    UNTIL   WS-CAT-SUB > 8.

       8100-WRITE-CHANNEL-MIX-X.
           EXIT.

      *---------------------
       8110-WRITE-MIX-LINE.
      *---------------------

           MOVE SPACES                  TO P-MIX-LINE.
           MOVE ' %'                    TO P-MIX-PCT-SIGN.

           IF  WS-CAT-SUB > 7
               MOVE 'ALL CATEGORIES'    TO P-MIX-CAT-DESC
           ELSE
               MOVE WS-CAT-DESC (WS-CAT-SUB)
                                        TO P-MIX-CAT-DESC
           END-IF.

           PERFORM  8120-MOVE-MIX-CNT
               THRU 8120-MOVE-MIX-CNT-X
                    VARYING WS-CHNL-SUB FROM 1 BY 1
                    UNTIL   WS-CHNL-SUB > 5.

           MOVE WS-MIX-ROW-TOT (WS-CAT-SUB)
                                        TO P-MIX-TOT.

      *
      *  ELECTRONIC IS E-MAIL, SMS AND WEB PORTAL.
      *
           COMPUTE WS-ELEC-CNT = WS-MIX-CNT (WS-CAT-SUB 2)
                               + WS-MIX-CNT (WS-CAT-SUB 3)
                               + WS-MIX-CNT (WS-CAT-SUB 4).

           IF  WS-MIX-ROW-TOT (WS-CAT-SUB) > ZERO
               COMPUTE P-MIX-ELEC-PCT ROUNDED =
                       WS-ELEC-CNT * 100
                     / WS-MIX-ROW-TOT (WS-CAT-SUB)
           ELSE
               MOVE ZERO                TO P-MIX-ELEC-PCT
           END-IF.

           IF  WS-CAT-SUB > 7
               MOVE +2                  TO WPRT1-NUMBER-LINES
           ELSE
               MOVE +1                  TO WPRT1-NUMBER-LINES
           END-IF.
           MOVE P-MIX-LINE              TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8110-WRITE-MIX-LINE-X.
           EXIT.

      *-------------------
       8120-MOVE-MIX-CNT.
      *-------------------

           MOVE WS-MIX-CNT (WS-CAT-SUB WS-CHNL-SUB)
                                        TO P-MIX-CNT (WS-CHNL-SUB).

       8120-MOVE-MIX-CNT-X.
           EXIT.

      *--------------------
       8600-WRITE-SUMMARY.
      *--------------------

           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE SPACES                  TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'PREFERENCE ROWS ON THE MASTER'
                                        TO P-SUM-LBL.
           MOVE WS-ROW-CNT              TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'ROWS WITH AN UNKNOWN CATEGORY OR CHANNEL'
                                        TO P-SUM-LBL.
           MOVE WS-BAD-ROW-CNT          TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'REVERTED TO PAPER IN THE MONTH'
                                        TO P-SUM-LBL.
           MOVE WS-MO-REVRT-CNT         TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'OF WHICH SINCE RESTORED BY THE CLIENT'
                                        TO P-SUM-LBL.
           MOVE WS-MO-RESTORED-CNT      TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'ROWS STILL REVERTED TO PAPER (ALL MONTHS)'
                                        TO P-SUM-LBL.
           MOVE WS-CRNT-REVRT-CNT       TO WS-SUM-CNT.
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
           MOVE 'CLIENT COMMUNICATION PREFERENCE REPORT'
                                       TO P-HEAD-TITLE.
           MOVE 'REPORT MONTH'         TO P-HEAD-MO-LBL.
           MOVE WS-RPT-MO              TO P-HEAD-RPT-MO.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-3          TO RPRT1-SEQ-REC-INFO.
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

           OPEN INPUT CPRF-FILE.
           IF  WCPRF-IO-OK
               SET WS-CPRF-OPEN         TO TRUE
           ELSE
               IF  NOT WCPRF-IO-NOFILE
                   MOVE WCPRF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WCPRF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
      *MSG: (I) NO COMMUNICATION PREFERENCE MASTER - ALL PAPER
               MOVE 'ZSCPRM0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           OPEN INPUT CPRH-FILE.
           IF  WCPRH-IO-OK
               SET WS-CPRH-OPEN         TO TRUE
           ELSE
               IF  NOT WCPRH-IO-NOFILE
                   MOVE WCPRH-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WCPRH-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
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

           MOVE WS-ROW-CNT               TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE WS-MO-REVRT-CNT          TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (2).
           MOVE 'ZSCPRM0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) @1 PREFERENCE ROWS REPORTED, @2 REVERTED TO PAPER
      *         IN THE MONTH
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-CPRF-OPEN
               CLOSE CPRF-FILE
           END-IF.

           IF  WS-CPRH-OPEN
               CLOSE CPRH-FILE
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
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMCPRM                     **
      *****************************************************************
