      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMIFGR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMIFGR                                         **
      **  REMARKS: IFRS 17 CONTRACT GROUPING STAMP.  ASSIGNS EVERY   **
      **           INFORCE COVERAGE TO ITS IFRS 17 GROUP ON THE      **
      **           KEYED GROUPING MASTER (IFGR):                     **
      **             PORTFOLIO     - FROM THE PLAN CODE THROUGH THE  **
      **                             FINANCE PORTFOLIO MAP (ZCSRIFPM)**
      **             ANNUAL COHORT - THE YEAR OF THE COVERAGE ISSUE  **
      **                             DATE                            **
      **             PROFITABILITY - ONEROUS / NO SIGNIFICANT RISK / **
      **                             REMAINING, AS AT INCEPTION,     **
      **                             FROM THE ACTUARIAL ASSESSMENT   **
      **                             FEED (ZCSRIFOF)                 **
      **           THE ASSESSMENT FEED IS APPLIED FIRST, THEN THE    **
      **           INFORCE COVERAGE LIST (ZCSRIFCV) IS SWEPT.  A     **
      **           COVERAGE IS ASSIGNED ONCE IT HAS BOTH ITS PLAN/   **
      **           ISSUE STAMP AND ITS ASSESSMENT, AND FROM THEN ON  **
      **           ITS GROUP IS FIXED - A LATER ASSESSMENT FOR AN    **
      **           ASSIGNED COVERAGE IS REPORTED AND IGNORED.  EVERY **
      **           COVERAGE LEFT WITHOUT A GROUP IS LISTED ON THE    **
      **           EXCEPTION REPORT WITH THE REASON.                 **
      **                                                             **
      **  DOMAIN :  AC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51271**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHIFGR.

           SELECT IFPM-DATA-FILE ASSIGN TO ZSIFPM
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WIFPM-SEQ-FILE-STATUS.

           SELECT IFOF-DATA-FILE ASSIGN TO ZSIFOF
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WIFOF-SEQ-FILE-STATUS.

           SELECT IFCV-DATA-FILE ASSIGN TO ZSIFCV
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WIFCV-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWIFGR.

       FD  IFPM-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRIFPM.

       FD  IFOF-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRIFOF.

       FD  IFCV-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRIFCV.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMIFGR'.

       COPY SQLCA.

       COPY CCWWIFGR.

       01  WIFPM-SEQ-IO-WORK-AREA.
           05  WIFPM-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'IFPM'.
           05  WIFPM-SEQ-IO-COMMAND            PIC X(02).
           05  WIFPM-SEQ-FILE-STATUS           PIC X(02).
           05  WIFPM-SEQ-IO-STATUS             PIC 9(01).
               88  WIFPM-SEQ-IO-OK             VALUE 0.
               88  WIFPM-SEQ-IO-EOF            VALUE 8.
               88  WIFPM-SEQ-IO-ERROR          VALUE 9.

       01  WIFOF-SEQ-IO-WORK-AREA.
           05  WIFOF-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'IFOF'.
           05  WIFOF-SEQ-IO-COMMAND            PIC X(02).
           05  WIFOF-SEQ-FILE-STATUS           PIC X(02).
           05  WIFOF-SEQ-IO-STATUS             PIC 9(01).
               88  WIFOF-SEQ-IO-OK             VALUE 0.
               88  WIFOF-SEQ-IO-EOF            VALUE 8.
               88  WIFOF-SEQ-IO-ERROR          VALUE 9.

       01  WIFCV-SEQ-IO-WORK-AREA.
           05  WIFCV-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'IFCV'.
           05  WIFCV-SEQ-IO-COMMAND            PIC X(02).
           05  WIFCV-SEQ-FILE-STATUS           PIC X(02).
           05  WIFCV-SEQ-IO-STATUS             PIC 9(01).
               88  WIFCV-SEQ-IO-OK             VALUE 0.
               88  WIFCV-SEQ-IO-EOF            VALUE 8.
               88  WIFCV-SEQ-IO-ERROR          VALUE 9.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-ISS-DT-WORK            PIC X(10).
           05  WS-ISS-DT-PARTS REDEFINES
               WS-ISS-DT-WORK.
               10  WS-ISS-YR             PIC X(04).
               10  WS-ISS-YR-NUM REDEFINES
                   WS-ISS-YR             PIC 9(04).
               10  FILLER                PIC X(06).
           05  WS-PORTF-CD               PIC X(08).
           05  WS-EXCP-POL-ID            PIC X(10).
           05  WS-EXCP-CVG-NUM           PIC 9(03).
           05  WS-EXCP-PLN-CD            PIC X(08).
           05  WS-EXCP-GRP-CD            PIC X(01).
           05  WS-EXCP-REASON-TXT        PIC X(40).

      ****************************************************************
      *    THE FINANCE PLAN-TO-PORTFOLIO MAP, IN ARRIVAL ORDER
      ****************************************************************

       01  WS-IFPM-TABLE-INFO.
           05  WS-PM-CNT                 PIC S9(04) COMP VALUE +0.
           05  WS-PM-MAX                 PIC S9(04) COMP VALUE +300.
           05  WS-PM-ENTRY               OCCURS 300 TIMES
                                         INDEXED BY WS-PM-IX.
               10  WS-PM-PLN-CD          PIC X(08).
               10  WS-PM-PORTF-CD        PIC X(08).

       01  WS-REPORT-TOTALS.
           05  WS-FEED-READ-CNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-FEED-EXCP-CNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-CVG-READ-CNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-GROUPED-CNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-ASSIGNED-CNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-NO-GROUP-CNT         PIC S9(09) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'IFRS 17 CONTRACT GROUPING EXCEPTIONS        '.

       01  P-COL-HEAD-1.
           03  FILLER                      PIC X(01)
               VALUE SPACES.
           03  FILLER                      PIC X(12)
               VALUE 'POLICY      '.
           03  FILLER                      PIC X(05)
               VALUE 'CVG  '.
           03  FILLER                      PIC X(10)
               VALUE 'PLAN      '.
           03  FILLER                      PIC X(05)
               VALUE 'GRP  '.
           03  FILLER                      PIC X(40)
               VALUE 'REASON'.

       01  P-EXCP-LINE.
           03  FILLER                      PIC X(01).
           03  P-EXCP-POL-ID               PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-EXCP-CVG-NUM              PIC 9(03).
           03  FILLER                      PIC X(02).
           03  P-EXCP-PLN-CD               PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-EXCP-GRP-CD               PIC X(01).
           03  FILLER                      PIC X(04).
           03  P-EXCP-REASON-TXT           PIC X(40).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(15)
               VALUE 'FEED RECORDS:  '.
           03  P-FEED-CNT-X                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(17)
               VALUE 'FEED EXCEPTIONS: '.
           03  P-FEXC-CNT-X                PIC ZZZ,ZZZ,ZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(15)
               VALUE 'COVERAGES:     '.
           03  P-CVG-CNT-X                 PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(17)
               VALUE 'ALREADY GROUPED: '.
           03  P-GRPD-CNT-X                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(15)
               VALUE 'NEWLY GROUPED: '.
           03  P-ASGN-CNT-X                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(10)
               VALUE 'NO GROUP: '.
           03  P-NGRP-CNT-X                PIC ZZZ,ZZZ,ZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
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

           PERFORM  1000-LOAD-PORTFOLIO-MAP
               THRU 1000-LOAD-PORTFOLIO-MAP-X
                    UNTIL WIFPM-SEQ-IO-EOF.

           PERFORM  2000-APPLY-ASSESSMENT
               THRU 2000-APPLY-ASSESSMENT-X
                    UNTIL WIFOF-SEQ-IO-EOF.

           PERFORM  3000-STAMP-COVERAGE
               THRU 3000-STAMP-COVERAGE-X
                    UNTIL WIFCV-SEQ-IO-EOF.

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

           PERFORM  9500-IFPM-READ
              THRU 9500-IFPM-READ-X.

           PERFORM  9500-IFOF-READ
              THRU 9500-IFOF-READ-X.

           PERFORM  9500-IFCV-READ
              THRU 9500-IFCV-READ-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------------------
       1000-LOAD-PORTFOLIO-MAP.
      *-------------------------------

      *
      *  A PLAN MISSING FROM THE MAP WOULD LEAVE ITS COVERAGES
      *  UNGROUPED, SO A FULL TABLE STOPS THE RUN.
      *
           IF  WS-PM-CNT NOT < WS-PM-MAX
      *MSG: (S) IFRS 17 PORTFOLIO MAP TABLE FULL
               MOVE 'ZSIFGR0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           ADD 1                        TO WS-PM-CNT.
           SET WS-PM-IX                 TO WS-PM-CNT.
           MOVE RIFPM-PLN-CD            TO WS-PM-PLN-CD (WS-PM-IX).
           MOVE RIFPM-PORTF-CD          TO WS-PM-PORTF-CD (WS-PM-IX).

           PERFORM  9500-IFPM-READ
               THRU 9500-IFPM-READ-X.

       1000-LOAD-PORTFOLIO-MAP-X.
           EXIT.
      /
      *-------------------------------
       2000-APPLY-ASSESSMENT.
      *-------------------------------

           ADD 1                        TO WS-FEED-READ-CNT.

           MOVE SPACES                  TO WS-EXCP-PLN-CD.
           MOVE RIFOF-PRFT-GRP-CD       TO WS-EXCP-GRP-CD.

           IF  RIFOF-PRFT-GRP-CD NOT = 'O'
           AND RIFOF-PRFT-GRP-CD NOT = 'N'
           AND RIFOF-PRFT-GRP-CD NOT = 'R'
               MOVE 'INVALID PROFITABILITY GROUP ON FEED'
                                        TO WS-EXCP-REASON-TXT
               PERFORM  2900-WRITE-FEED-EXCEPTION
                   THRU 2900-WRITE-FEED-EXCEPTION-X
               GO TO 2000-NEXT-ASSESSMENT
           END-IF.

           MOVE RIFOF-POL-ID            TO WIFGR-POL-ID.
           MOVE RIFOF-CVG-NUM           TO WIFGR-CVG-NUM.
           PERFORM  9510-IFGR-READ
               THRU 9510-IFGR-READ-X.

      *
      *  ASSESSMENT AHEAD OF THE COVERAGE STAMP - HOLD IT UNTIL THE
      *  SWEEP FINDS THE COVERAGE.
      *
           IF  WIFGR-IO-NOTFND
               MOVE SPACES              TO WIFGR-REC-INFO
               MOVE RIFOF-POL-ID        TO WIFGR-POL-ID
               MOVE RIFOF-CVG-NUM       TO WIFGR-CVG-NUM
               MOVE RIFOF-PRFT-GRP-CD   TO WIFGR-PRFT-GRP-CD
               MOVE RIFOF-ASSESS-DT     TO WIFGR-ASSESS-DT
               SET WIFGR-GRP-FEED-ONLY  TO TRUE
               PERFORM  9600-IFGR-WRITE
                   THRU 9600-IFGR-WRITE-X
               GO TO 2000-NEXT-ASSESSMENT
           END-IF.

      *
      *  ONCE ASSIGNED THE GROUP IS FIXED.
      *
           IF  WIFGR-GRP-ASSIGNED
               IF  WIFGR-PRFT-GRP-CD NOT = RIFOF-PRFT-GRP-CD
                   MOVE WIFGR-PLN-CD    TO WS-EXCP-PLN-CD
                   MOVE 'GROUP FIXED - REASSESSMENT IGNORED'
                                        TO WS-EXCP-REASON-TXT
                   PERFORM  2900-WRITE-FEED-EXCEPTION
                       THRU 2900-WRITE-FEED-EXCEPTION-X
               END-IF
               GO TO 2000-NEXT-ASSESSMENT
           END-IF.

           MOVE RIFOF-PRFT-GRP-CD       TO WIFGR-PRFT-GRP-CD.
           MOVE RIFOF-ASSESS-DT         TO WIFGR-ASSESS-DT.

           IF  WIFGR-GRP-PENDING
               MOVE WGLOB-PROCESS-DATE  TO WIFGR-ASSIGN-DT
               SET WIFGR-GRP-ASSIGNED   TO TRUE
               ADD 1                    TO WS-ASSIGNED-CNT
           END-IF.

           PERFORM  9610-IFGR-REWRITE
               THRU 9610-IFGR-REWRITE-X.

       2000-NEXT-ASSESSMENT.

           PERFORM  9500-IFOF-READ
               THRU 9500-IFOF-READ-X.

       2000-APPLY-ASSESSMENT-X.
           EXIT.

      *----------------------------
       2900-WRITE-FEED-EXCEPTION.
      *----------------------------

           ADD 1                        TO WS-FEED-EXCP-CNT.

           MOVE RIFOF-POL-ID            TO WS-EXCP-POL-ID.
           MOVE RIFOF-CVG-NUM           TO WS-EXCP-CVG-NUM.
           PERFORM  4000-PRINT-EXCEPTION
               THRU 4000-PRINT-EXCEPTION-X.

       2900-WRITE-FEED-EXCEPTION-X.
           EXIT.
      /
      *-------------------------------
       3000-STAMP-COVERAGE.
      *-------------------------------

           ADD 1                        TO WS-CVG-READ-CNT.

           MOVE RIFCV-POL-ID            TO WIFGR-POL-ID.
           MOVE RIFCV-CVG-NUM           TO WIFGR-CVG-NUM.
           PERFORM  9510-IFGR-READ
               THRU 9510-IFGR-READ-X.

           IF  WIFGR-IO-OK
           AND WIFGR-GRP-ASSIGNED
               ADD 1                    TO WS-GROUPED-CNT
               GO TO 3000-NEXT-COVERAGE
           END-IF.

           MOVE RIFCV-PLN-CD            TO WS-EXCP-PLN-CD.
           MOVE SPACES                  TO WS-EXCP-GRP-CD.
           IF  WIFGR-IO-OK
               MOVE WIFGR-PRFT-GRP-CD   TO WS-EXCP-GRP-CD
           END-IF.

           PERFORM  7000-FIND-PORTFOLIO
               THRU 7000-FIND-PORTFOLIO-X.

           IF  WS-PORTF-CD = SPACES
               MOVE 'PLAN NOT MAPPED TO AN IFRS 17 PORTFOLIO'
                                        TO WS-EXCP-REASON-TXT
               PERFORM  3900-WRITE-CVG-EXCEPTION
                   THRU 3900-WRITE-CVG-EXCEPTION-X
               GO TO 3000-NEXT-COVERAGE
           END-IF.

           MOVE RIFCV-CVG-ISS-EFF-DT    TO WS-ISS-DT-WORK.
           IF  WS-ISS-YR NOT NUMERIC
           OR  WS-ISS-YR-NUM = ZERO
               MOVE 'INVALID COVERAGE ISSUE DATE - NO COHORT'
                                        TO WS-EXCP-REASON-TXT
               PERFORM  3900-WRITE-CVG-EXCEPTION
                   THRU 3900-WRITE-CVG-EXCEPTION-X
               GO TO 3000-NEXT-COVERAGE
           END-IF.

      *
      *  NEW COVERAGE - STAMP ITS PORTFOLIO AND COHORT AND WAIT FOR
      *  THE ASSESSMENT.
      *
           IF  WIFGR-IO-NOTFND
               MOVE SPACES              TO WIFGR-REC-INFO
               MOVE RIFCV-POL-ID        TO WIFGR-POL-ID
               MOVE RIFCV-CVG-NUM       TO WIFGR-CVG-NUM
               PERFORM  3100-MOVE-STAMP
                   THRU 3100-MOVE-STAMP-X
               SET WIFGR-GRP-PENDING    TO TRUE
               PERFORM  9600-IFGR-WRITE
                   THRU 9600-IFGR-WRITE-X
               MOVE 'AWAITING PROFITABILITY ASSESSMENT'
                                        TO WS-EXCP-REASON-TXT
               PERFORM  3900-WRITE-CVG-EXCEPTION
                   THRU 3900-WRITE-CVG-EXCEPTION-X
               GO TO 3000-NEXT-COVERAGE
           END-IF.

           PERFORM  3100-MOVE-STAMP
               THRU 3100-MOVE-STAMP-X.

           IF  WIFGR-GRP-FEED-ONLY
               MOVE WGLOB-PROCESS-DATE  TO WIFGR-ASSIGN-DT
               SET WIFGR-GRP-ASSIGNED   TO TRUE
               ADD 1                    TO WS-ASSIGNED-CNT
           ELSE
               MOVE 'AWAITING PROFITABILITY ASSESSMENT'
                                        TO WS-EXCP-REASON-TXT
               PERFORM  3900-WRITE-CVG-EXCEPTION
                   THRU 3900-WRITE-CVG-EXCEPTION-X
           END-IF.

           PERFORM  9610-IFGR-REWRITE
               THRU 9610-IFGR-REWRITE-X.

       3000-NEXT-COVERAGE.

           PERFORM  9500-IFCV-READ
               THRU 9500-IFCV-READ-X.

       3000-STAMP-COVERAGE-X.
           EXIT.

      *----------------------------
       3100-MOVE-STAMP.
      *----------------------------

           MOVE WS-PORTF-CD             TO WIFGR-PORTF-CD.
           MOVE WS-ISS-YR               TO WIFGR-COHORT-YR.
           MOVE RIFCV-PLN-CD            TO WIFGR-PLN-CD.
           MOVE RIFCV-CVG-ISS-EFF-DT    TO WIFGR-CVG-ISS-EFF-DT.

       3100-MOVE-STAMP-X.
           EXIT.

      *----------------------------
       3900-WRITE-CVG-EXCEPTION.
      *----------------------------

           ADD 1                        TO WS-NO-GROUP-CNT.

           MOVE RIFCV-POL-ID            TO WS-EXCP-POL-ID.
           MOVE RIFCV-CVG-NUM           TO WS-EXCP-CVG-NUM.
           PERFORM  4000-PRINT-EXCEPTION
               THRU 4000-PRINT-EXCEPTION-X.

       3900-WRITE-CVG-EXCEPTION-X.
           EXIT.
      /
      *----------------------------
       4000-PRINT-EXCEPTION.
      *----------------------------

           MOVE SPACES                  TO P-EXCP-LINE.
           MOVE WS-EXCP-POL-ID          TO P-EXCP-POL-ID.
           MOVE WS-EXCP-CVG-NUM         TO P-EXCP-CVG-NUM.
           MOVE WS-EXCP-PLN-CD          TO P-EXCP-PLN-CD.
           MOVE WS-EXCP-GRP-CD          TO P-EXCP-GRP-CD.
           MOVE WS-EXCP-REASON-TXT      TO P-EXCP-REASON-TXT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-EXCP-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       4000-PRINT-EXCEPTION-X.
           EXIT.
      /
      *----------------------------
       7000-FIND-PORTFOLIO.
      *----------------------------

           MOVE SPACES                  TO WS-PORTF-CD.
           SET WS-PM-IX                 TO 1.

           SEARCH WS-PM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PM-IX > WS-PM-CNT
                   CONTINUE
               WHEN WS-PM-PLN-CD (WS-PM-IX) = RIFCV-PLN-CD
                   MOVE WS-PM-PORTF-CD (WS-PM-IX)
                                        TO WS-PORTF-CD
           END-SEARCH.

       7000-FIND-PORTFOLIO-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE SPACES                   TO P-SUMMARY-LINE-1.
           MOVE WS-FEED-READ-CNT         TO P-FEED-CNT-X.
           MOVE WS-FEED-EXCP-CNT         TO P-FEXC-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-SUMMARY-LINE-2.
           MOVE WS-CVG-READ-CNT          TO P-CVG-CNT-X.
           MOVE WS-GROUPED-CNT           TO P-GRPD-CNT-X.
           MOVE WS-ASSIGNED-CNT          TO P-ASGN-CNT-X.
           MOVE WS-NO-GROUP-CNT          TO P-NGRP-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
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
           MOVE P-COL-HEAD-1           TO RPRT1-SEQ-REC-INFO.
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

           MOVE ZERO TO WIFPM-SEQ-IO-STATUS.
           OPEN INPUT IFPM-DATA-FILE.
           IF WIFPM-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9710-HANDLE-IFPM-ERROR
                 THRU 9710-HANDLE-IFPM-ERROR-X
           END-IF.

           MOVE ZERO TO WIFOF-SEQ-IO-STATUS.
           OPEN INPUT IFOF-DATA-FILE.
           IF WIFOF-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9720-HANDLE-IFOF-ERROR
                 THRU 9720-HANDLE-IFOF-ERROR-X
           END-IF.

           MOVE ZERO TO WIFCV-SEQ-IO-STATUS.
           OPEN INPUT IFCV-DATA-FILE.
           IF WIFCV-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9730-HANDLE-IFCV-ERROR
                 THRU 9730-HANDLE-IFCV-ERROR-X
           END-IF.

           OPEN I-O IFGR-FILE.
           IF  WIFGR-IO-NOFILE
               OPEN OUTPUT IFGR-FILE
               CLOSE IFGR-FILE
               OPEN I-O IFGR-FILE
           END-IF.
           IF  WIFGR-SEQ-FILE-STATUS NOT = '00'
              MOVE WIFGR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WIFGR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
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

           MOVE WS-NO-GROUP-CNT          TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSIFGR0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL COVERAGES WITHOUT AN IFRS 17 GROUP @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE IFPM-DATA-FILE.
           CLOSE IFOF-DATA-FILE.
           CLOSE IFCV-DATA-FILE.
           CLOSE IFGR-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-IFPM-READ.
      *----------------

           MOVE ZERO                   TO WIFPM-SEQ-IO-STATUS.

           READ IFPM-DATA-FILE
                AT END
                  MOVE 8               TO WIFPM-SEQ-IO-STATUS
                  GO TO 9500-IFPM-READ-X.

           IF  WIFPM-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9710-HANDLE-IFPM-ERROR
                   THRU 9710-HANDLE-IFPM-ERROR-X
           END-IF.

       9500-IFPM-READ-X.
           EXIT.

      *----------------
       9500-IFOF-READ.
      *----------------

           MOVE ZERO                   TO WIFOF-SEQ-IO-STATUS.

           READ IFOF-DATA-FILE
                AT END
                  MOVE 8               TO WIFOF-SEQ-IO-STATUS
                  GO TO 9500-IFOF-READ-X.

           IF  WIFOF-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9720-HANDLE-IFOF-ERROR
                   THRU 9720-HANDLE-IFOF-ERROR-X
           END-IF.

       9500-IFOF-READ-X.
           EXIT.

      *----------------
       9500-IFCV-READ.
      *----------------

           MOVE ZERO                   TO WIFCV-SEQ-IO-STATUS.

           READ IFCV-DATA-FILE
                AT END
                  MOVE 8               TO WIFCV-SEQ-IO-STATUS
                  GO TO 9500-IFCV-READ-X.

           IF  WIFCV-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9730-HANDLE-IFCV-ERROR
                   THRU 9730-HANDLE-IFCV-ERROR-X
           END-IF.

       9500-IFCV-READ-X.
           EXIT.

      *----------------
       9510-IFGR-READ.
      *----------------

           READ IFGR-FILE
               INVALID KEY
                   GO TO 9510-IFGR-READ-X
           END-READ.

           IF  WIFGR-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-READ-RECORD      TO WGLOB-IO-COMMAND
              PERFORM 9740-HANDLE-IFGR-ERROR
                 THRU 9740-HANDLE-IFGR-ERROR-X
           END-IF.

       9510-IFGR-READ-X.
           EXIT.

      *----------------
       9600-IFGR-WRITE.
      *----------------

           WRITE WIFGR-REC-INFO.

           IF  WIFGR-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-WRITE-RECORD     TO WGLOB-IO-COMMAND
              PERFORM 9740-HANDLE-IFGR-ERROR
                 THRU 9740-HANDLE-IFGR-ERROR-X
           END-IF.

       9600-IFGR-WRITE-X.
           EXIT.

      *------------------
       9610-IFGR-REWRITE.
      *------------------

           REWRITE WIFGR-REC-INFO.

           IF  WIFGR-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-REWRITE-RECORD   TO WGLOB-IO-COMMAND
              PERFORM 9740-HANDLE-IFGR-ERROR
                 THRU 9740-HANDLE-IFGR-ERROR-X
           END-IF.

       9610-IFGR-REWRITE-X.
           EXIT.


      *-----------------------
       9710-HANDLE-IFPM-ERROR.
      *-----------------------

           MOVE WIFPM-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WIFPM-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WIFPM-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-IFPM-ERROR-X.
           EXIT.

      *-----------------------
       9720-HANDLE-IFOF-ERROR.
      *-----------------------

           MOVE WIFOF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WIFOF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WIFOF-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9720-HANDLE-IFOF-ERROR-X.
           EXIT.

      *-----------------------
       9730-HANDLE-IFCV-ERROR.
      *-----------------------

           MOVE WIFCV-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WIFCV-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WIFCV-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9730-HANDLE-IFCV-ERROR-X.
           EXIT.

      *-----------------------
       9740-HANDLE-IFGR-ERROR.
      *-----------------------

           MOVE WIFGR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WIFGR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9740-HANDLE-IFGR-ERROR-X.
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
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMIFGR                     **
      *****************************************************************
