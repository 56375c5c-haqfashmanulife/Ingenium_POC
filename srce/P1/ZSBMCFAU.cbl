      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMCFAU.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMCFAU                                         **
      **  REMARKS: DAILY CONFIGURATION CHANGE REPORT.  EVERY ROW OF  **
      **           THE CONFIGURATION AUDIT TRAIL (CFAU) WRITTEN ON   **
      **           THE REPORT DATE, BY TABLE, WITH THE ACTION, THE   **
      **           KEY OF THE ROW, WHO MADE THE CHANGE, FROM WHICH   **
      **           TERMINAL AND PROGRAM AND AT WHAT TIME, AND THE    **
      **           ROW AS IT WAS AND AS IT WAS LEFT.  ONLY THE       **
      **           NON-BLANK PARTS OF EACH IMAGE ARE PRINTED.        **
      **                                                             **
      **           REPORT ONLY - NOTHING IS UPDATED.                 **
      **                                                             **
      **           CONTROL CARD: REPORT DATE YYYY-MM-DD (BLANK =     **
      **           THE PROCESS DATE).                                **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  SC                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51292**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHCFAU.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWCFAU.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMCFAU'.

       COPY SQLCA.

       COPY CCWWCFAU.

      ****************************************************************
      *    CONTROL CARD - REPORT DATE
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-RPT-DT                       PIC X(10).
           02  FILLER                          PIC X(63).

       01  WS-WORK-AREA.
           05  WS-PRCES-DT               PIC X(10)  VALUE SPACES.
           05  WS-RPT-DT                 PIC X(10)  VALUE SPACES.
           05  WS-HOLD-TBL-ID            PIC X(04)  VALUE SPACES.
           05  WS-SEG-NUM                PIC S9(04) COMP VALUE +0.
           05  WS-CFAU-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-CFAU-OPEN                     VALUE 'Y'.
           05  WS-IMAGE-LBL              PIC X(08)  VALUE SPACES.
           05  WS-IMAGE                  PIC X(400) VALUE SPACES.
           05  WS-IMAGE-R REDEFINES WS-IMAGE.
               10  WS-IMAGE-SEG          PIC X(100)
                                         OCCURS 4 TIMES.

       01  WS-REPORT-TOTALS.
           05  WS-CHNG-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-TBL-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-CREATE-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-UPDATE-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-DELETE-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-COPY-CNT             PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  P-HEAD-TITLE                PIC X(50).
           03  P-HEAD-DT-LBL               PIC X(06).
           03  P-HEAD-DT                   PIC X(10).

       01  P-TBL-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(07)
               VALUE 'TABLE: '.
           03  P-TBL-ID                    PIC X(04).

       01  P-CHNG-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'TIME'.
           03  FILLER                      PIC X(08)
               VALUE 'ACTION'.
           03  FILLER                      PIC X(42)
               VALUE 'ROW KEY'.
           03  FILLER                      PIC X(10)
               VALUE 'USER'.
           03  FILLER                      PIC X(10)
               VALUE 'TERMINAL'.
           03  FILLER                      PIC X(10)
               VALUE 'PROGRAM'.
           03  FILLER                      PIC X(40)
               VALUE 'COPIED FROM'.

       01  P-CHNG-LINE.
           03  FILLER                      PIC X(01).
           03  P-CHNG-TIME                 PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-CHNG-ACTN-TXT             PIC X(06).
           03  FILLER                      PIC X(02).
           03  P-CHNG-ROW-KEY              PIC X(40).
           03  FILLER                      PIC X(02).
           03  P-CHNG-USER-ID              PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-CHNG-TERM-ID              PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-CHNG-PGM-ID               PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-CHNG-SRCE-KEY             PIC X(40).

       01  P-IMAGE-LINE.
           03  FILLER                      PIC X(11).
           03  P-IMAGE-LBL                 PIC X(08).
           03  P-IMAGE-POS                 PIC ZZ9.
           03  FILLER                      PIC X(02).
           03  P-IMAGE-TXT                 PIC X(100).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'PROCESS DATE:'.
           03  P-PRCES-DT                  PIC X(10).
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(13)
               VALUE 'REPORT DATE:'.
           03  P-RPT-DT                    PIC X(10).

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

           PERFORM  1000-LIST-CHANGES
               THRU 1000-LIST-CHANGES-X.

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
      *MSG: (S) MISSING CONFIGURATION CHANGE REPORT CONTROL CARD
               MOVE 'ZSCFAU0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.
           MOVE WGLOB-PROCESS-DATE      TO WS-PRCES-DT.

           MOVE WPGWS-CRNT-PGM-ID       TO WGLOB-USER-ID.
           SET  WGLOB-ENVRMNT-BATCH     TO TRUE.

           IF  CR-RPT-DT = SPACES
               MOVE WS-PRCES-DT         TO WS-RPT-DT
           ELSE
               MOVE CR-RPT-DT           TO WS-RPT-DT
           END-IF.

           IF  WS-RPT-DT (5:1) NOT = '-'
           OR  WS-RPT-DT (8:1) NOT = '-'
           OR  WS-RPT-DT (1:4) NOT NUMERIC
           OR  WS-RPT-DT (6:2) NOT NUMERIC
           OR  WS-RPT-DT (9:2) NOT NUMERIC
      *MSG: (S) INVALID CONFIGURATION CHANGE REPORT CONTROL CARD
               MOVE 'ZSCFAU0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
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

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       1000-LIST-CHANGES.
      *-------------------

      *
      *  THE TRAIL IS READ BY ITS DATE-AND-TABLE KEY, SO THE DAY'S
      *  CHANGES COME TABLE BY TABLE IN THE ORDER THEY WERE MADE.
      *
           IF  NOT WS-CFAU-OPEN
               GO TO 1000-LIST-CHANGES-X
           END-IF.

           MOVE WS-RPT-DT               TO WCFAU-LOG-DT.
           MOVE LOW-VALUES              TO WCFAU-LOG-TBL-ID.

           START CFAU-FILE
               KEY IS NOT LESS THAN WCFAU-LOG-KEY
               INVALID KEY
                   MOVE '10'            TO WCFAU-SEQ-FILE-STATUS
           END-START.

           IF  WCFAU-IO-OK
               PERFORM  1990-CFAU-READ-NEXT
                   THRU 1990-CFAU-READ-NEXT-X
           END-IF.

           PERFORM  1100-LIST-ONE-CHANGE
               THRU 1100-LIST-ONE-CHANGE-X
                    UNTIL NOT WCFAU-IO-OK
                    OR    WCFAU-LOG-DT NOT = WS-RPT-DT.

           IF  WS-CHNG-CNT = ZERO
               MOVE +2                  TO WPRT1-NUMBER-LINES
               MOVE ' NO CONFIGURATION CHANGES ON THE REPORT DATE'
                                        TO RPRT1-SEQ-REC-INFO
               PERFORM  PRT1-1000-WRITE
                   THRU PRT1-1000-WRITE-X
           END-IF.

       1000-LIST-CHANGES-X.
           EXIT.

      *----------------------
       1100-LIST-ONE-CHANGE.
      *----------------------

           IF  WCFAU-LOG-TBL-ID NOT = WS-HOLD-TBL-ID
               PERFORM  1200-TABLE-BREAK
                   THRU 1200-TABLE-BREAK-X
           END-IF.

           ADD 1                        TO WS-CHNG-CNT.

           MOVE SPACES                  TO P-CHNG-LINE.
           MOVE WCFAU-CHNG-TIME         TO P-CHNG-TIME.
           MOVE WCFAU-ROW-KEY           TO P-CHNG-ROW-KEY.
           MOVE WCFAU-USER-ID           TO P-CHNG-USER-ID.
           MOVE WCFAU-TERM-ID           TO P-CHNG-TERM-ID.
           MOVE WCFAU-PGM-ID            TO P-CHNG-PGM-ID.
           MOVE WCFAU-SRCE-KEY          TO P-CHNG-SRCE-KEY.

           EVALUATE TRUE
               WHEN WCFAU-ACTN-CREATE
                   ADD 1                TO WS-CREATE-CNT
                   MOVE 'CREATE'        TO P-CHNG-ACTN-TXT
               WHEN WCFAU-ACTN-UPDATE
                   ADD 1                TO WS-UPDATE-CNT
                   MOVE 'UPDATE'        TO P-CHNG-ACTN-TXT
               WHEN WCFAU-ACTN-DELETE
                   ADD 1                TO WS-DELETE-CNT
                   MOVE 'DELETE'        TO P-CHNG-ACTN-TXT
               WHEN OTHER
                   ADD 1                TO WS-COPY-CNT
                   MOVE 'COPY'          TO P-CHNG-ACTN-TXT
           END-EVALUATE.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-CHNG-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'BEFORE:'               TO WS-IMAGE-LBL.
           MOVE WCFAU-BEFORE-IMAGE      TO WS-IMAGE.
           PERFORM  1300-PRINT-IMAGE
               THRU 1300-PRINT-IMAGE-X.

           MOVE 'AFTER:'                TO WS-IMAGE-LBL.
           MOVE WCFAU-AFTER-IMAGE       TO WS-IMAGE.
           PERFORM  1300-PRINT-IMAGE
               THRU 1300-PRINT-IMAGE-X.

           PERFORM  1990-CFAU-READ-NEXT
               THRU 1990-CFAU-READ-NEXT-X.

       1100-LIST-ONE-CHANGE-X.
           EXIT.

      *------------------
       1200-TABLE-BREAK.
      *------------------

           ADD 1                        TO WS-TBL-CNT.
           MOVE WCFAU-LOG-TBL-ID        TO WS-HOLD-TBL-ID.

           MOVE WCFAU-LOG-TBL-ID        TO P-TBL-ID.
           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE P-TBL-LINE              TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-CHNG-HEAD-LINE        TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       1200-TABLE-BREAK-X.
           EXIT.

      *------------------
       1300-PRINT-IMAGE.
      *------------------

      *
      *  A BLANK IMAGE (NO ROW BEFORE A CREATE OR COPY, NONE AFTER A
      *  DELETE) IS NOT PRINTED.
      *
           IF  WS-IMAGE = SPACES
               GO TO 1300-PRINT-IMAGE-X
           END-IF.

           MOVE +1                      TO WS-SEG-NUM.

           PERFORM  1310-PRINT-SEGMENT
               THRU 1310-PRINT-SEGMENT-X
                    UNTIL WS-SEG-NUM > 4.

       1300-PRINT-IMAGE-X.
           EXIT.

      *--------------------
       1310-PRINT-SEGMENT.
      *--------------------

           IF  WS-IMAGE-SEG (WS-SEG-NUM) NOT = SPACES
               MOVE SPACES              TO P-IMAGE-LINE
               MOVE WS-IMAGE-LBL        TO P-IMAGE-LBL
               COMPUTE P-IMAGE-POS = (WS-SEG-NUM - 1) * 100 + 1
               MOVE WS-IMAGE-SEG (WS-SEG-NUM)
                                        TO P-IMAGE-TXT
               MOVE +1                  TO WPRT1-NUMBER-LINES
               MOVE P-IMAGE-LINE        TO RPRT1-SEQ-REC-INFO
               PERFORM  PRT1-1000-WRITE
                   THRU PRT1-1000-WRITE-X
           END-IF.

           ADD 1                        TO WS-SEG-NUM.

       1310-PRINT-SEGMENT-X.
           EXIT.

      *---------------------
       1990-CFAU-READ-NEXT.
      *---------------------

           READ CFAU-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WCFAU-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCFAU-IO-OK
           AND NOT WCFAU-IO-EOF
               MOVE WCFAU-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WCFAU-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1990-CFAU-READ-NEXT-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-PRCES-DT              TO P-PRCES-DT.
           MOVE WS-RPT-DT                TO P-RPT-DT.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'TABLES CHANGED'         TO P-SUM-LBL.
           MOVE WS-TBL-CNT               TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'CHANGES MADE'           TO P-SUM-LBL.
           MOVE WS-CHNG-CNT              TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  ROWS CREATED'         TO P-SUM-LBL.
           MOVE WS-CREATE-CNT            TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  ROWS UPDATED'         TO P-SUM-LBL.
           MOVE WS-UPDATE-CNT            TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  ROWS DELETED'         TO P-SUM-LBL.
           MOVE WS-DELETE-CNT            TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  ROWS COPIED'          TO P-SUM-LBL.
           MOVE WS-COPY-CNT              TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      *-----------------------
       8610-WRITE-COUNT-LINE.
      *-----------------------

           MOVE WS-SUM-CNT               TO P-SUM-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-CNT-LINE       TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8610-WRITE-COUNT-LINE-X.
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
           MOVE 'CONFIGURATION CHANGES - SECURITY AND EDIT TABLES'
                                       TO P-HEAD-TITLE.
           MOVE 'FOR'                  TO P-HEAD-DT-LBL.
           MOVE WS-RPT-DT              TO P-HEAD-DT.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-3          TO RPRT1-SEQ-REC-INFO.
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

      *
      * NO AUDIT TRAIL YET MEANS NO CHANGE HAS BEEN MADE.
      *
           OPEN INPUT CFAU-FILE.
           IF  WCFAU-IO-OK
               SET WS-CFAU-OPEN         TO TRUE
           ELSE
               IF  NOT WCFAU-IO-NOFILE
                   MOVE WCFAU-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WCFAU-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
      *MSG: (I) NO CONFIGURATION AUDIT TRAIL - NO CHANGES TO REPORT
               MOVE 'ZSCFAU0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-CHNG-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSCFAU0004'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL CONFIGURATION CHANGES REPORTED @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-CFAU-OPEN
               CLOSE CFAU-FILE
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
       COPY XCPL1680.
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
      **                 END OF PROGRAM ZSBMCFAU                     **
      *****************************************************************
