      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMSRVS.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMSRVS                                         **
      **  REMARKS: MONTHLY POLICY SERVICE REQUEST TURNAROUND         **
      **           STATISTICS.  ONE PASS OVER THE SRVQ SERVICE       **
      **           REQUEST REGISTER:                                 **
      **             - REQUESTS COMPLETED IN THE REPORT MONTH GIVE   **
      **               THE AVERAGE TURNAROUND IN DAYS AND THE SHARE  **
      **               COMPLETED WITHIN TARGET;                      **
      **             - REQUESTS RECEIVED IN THE MONTH AND REQUESTS   **
      **               STILL OPEN SHOW THE INTAKE AND THE BACKLOG.   **
      **           REPORTED BY REQUEST TYPE, BY SERVICING BRANCH     **
      **           AND BY INTAKE CHANNEL.                            **
      **           CONTROL CARD COLS 8-14 - REPORT MONTH YYYY-MM,    **
      **           BLANK FOR THE MONTH BEFORE THE PROCESS DATE.      **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  RP                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51305**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHSRVQ.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWSRVQ.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMSRVS'.

       COPY SQLCA.

       COPY CCWWSRVQ.

       COPY CCWWSRTY.

      ****************************************************************
      *    CONTROL CARD - REPORT MONTH
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-RPT-MO                       PIC X(07).
           02  FILLER                          PIC X(66).

       01  WS-RPT-MO-WORK.
           05  WS-RPT-YYYY               PIC 9(04).
           05  WS-RPT-SEP                PIC X(01).
           05  WS-RPT-MM                 PIC 9(02).
       01  WS-RPT-MO REDEFINES WS-RPT-MO-WORK
                                         PIC X(07).

       01  WS-DT-WORK.
           05  WS-DT-YYYY-MM             PIC X(07).
           05  FILLER                    PIC X(03).

       01  WS-WORK-AREA.
           05  WS-CARD-SW                PIC X(01)  VALUE 'Y'.
               88  WS-CARD-VALID                    VALUE 'Y'.
               88  WS-CARD-INVALID                  VALUE 'N'.
           05  WS-RECV-SW                PIC X(01)  VALUE 'N'.
               88  WS-RECV-IN-MONTH                 VALUE 'Y'.
           05  WS-CMPLT-SW               PIC X(01)  VALUE 'N'.
               88  WS-CMPLT-IN-MONTH                VALUE 'Y'.
           05  WS-SUB                    PIC S9(04) COMP VALUE ZERO.
           05  WS-GRP-IX                 PIC S9(04) COMP VALUE ZERO.
           05  WS-AVG-TAT                PIC S9(05)V9 COMP-3
                                                    VALUE ZERO.
           05  WS-PCT                    PIC S9(03)V9 COMP-3
                                                    VALUE ZERO.

      ****************************************************************
      *    ONE SET OF COUNTS - EVERY GROUP BELOW CARRIES THE SAME
      *    LAYOUT SO ONE PARAGRAPH ADDS AND ONE PRINTS
      ****************************************************************

       01  WS-STAT-WORK.
           05  WS-ST-RECV-CNT            PIC S9(07) COMP-3.
           05  WS-ST-CMPLT-CNT           PIC S9(07) COMP-3.
           05  WS-ST-TAT-TOT             PIC S9(09) COMP-3.
           05  WS-ST-ON-TRGT-CNT         PIC S9(07) COMP-3.
           05  WS-ST-BRCH-CNT            PIC S9(07) COMP-3.
           05  WS-ST-OPEN-CNT            PIC S9(07) COMP-3.

      ****************************************************************
      *    BY REQUEST TYPE - PARALLEL TO THE TYPE TABLE, THE LAST
      *    ENTRY FOR A CODE NO LONGER ON IT
      ****************************************************************

       01  WS-TYPE-TABLE-AREA.
           05  WS-TYPE-ENTRY             OCCURS 10 TIMES.
               10  WS-TYPE-STATS         PIC X(25).

      ****************************************************************
      *    BY CHANNEL - IMAGING, CALL CENTRE, BRANCH
      ****************************************************************

       01  WS-CHNL-NAMES.
           05  FILLER                    PIC X(13)
               VALUE 'WIMAGING     '.
           05  FILLER                    PIC X(13)
               VALUE 'CCALL CENTRE '.
           05  FILLER                    PIC X(13)
               VALUE 'BBRANCH      '.
       01  WS-CHNL-NAME-TABLE REDEFINES WS-CHNL-NAMES.
           05  WS-CHNL-NAME-ENTRY        OCCURS 3 TIMES.
               10  WS-CHNL-NAME-CD       PIC X(01).
               10  WS-CHNL-NAME-TXT      PIC X(12).

       01  WS-CHNL-TABLE-AREA.
           05  WS-CHNL-ENTRY             OCCURS 3 TIMES.
               10  WS-CHNL-STATS         PIC X(25).

      ****************************************************************
      *    BY SERVICING BRANCH - BRANCHES PAST THE TABLE SIZE ARE
      *    COUNTED TOGETHER IN THE LAST ENTRY AS OTHER
      ****************************************************************

       01  WS-BR-TABLE-AREA.
           05  WS-BR-MAX                 PIC S9(04) COMP VALUE +200.
           05  WS-BR-CNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-BR-IX                  PIC S9(04) COMP VALUE ZERO.
           05  WS-BR-ENTRY               OCCURS 201 TIMES.
               10  WS-BR-ID              PIC X(05).
               10  WS-BR-STATS           PIC X(25).

       01  WS-TOTAL-STATS                PIC X(25).

       01  WS-REPORT-TOTALS.
           05  WS-READ-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-CMPLT-CNT            PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(15)
               VALUE 'REPORT MONTH: '.
           03  P-HDG-RPT-MO                PIC X(07).

       01  P-GRP-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  P-GRP-HDG-TXT               PIC X(21).
           03  FILLER                      PIC X(10) VALUE '  RECEIVED'.
           03  FILLER                      PIC X(10) VALUE ' COMPLETED'.
           03  FILLER                      PIC X(09) VALUE '  AVG TAT'.
           03  FILLER                      PIC X(10) VALUE '  ON TRGT'.
           03  FILLER                      PIC X(08) VALUE '  TRGT %'.
           03  FILLER                      PIC X(10) VALUE '  BREACHED'.
           03  FILLER                      PIC X(10) VALUE '  NOW OPEN'.

       01  P-GRP-LINE.
           03  FILLER                      PIC X(01).
           03  P-GRP-TXT                   PIC X(20).
           03  FILLER                      PIC X(04).
           03  P-GRP-RECV-CNT              PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-GRP-CMPLT-CNT             PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-GRP-AVG-TAT               PIC ZZZZ9.9.
           03  FILLER                      PIC X(03).
           03  P-GRP-ON-TRGT-CNT           PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-GRP-ON-TRGT-PCT           PIC ZZ9.9.
           03  FILLER                      PIC X(03).
           03  P-GRP-BRCH-CNT              PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-GRP-OPEN-CNT              PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'REGISTER ROWS:  '.
           03  P-READ-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(20)
               VALUE 'COMPLETED IN MONTH: '.
           03  P-CMPLT-CNT-X               PIC ZZZZZZ9.

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

           PERFORM  2000-PROCESS-REQUEST
               THRU 2000-PROCESS-REQUEST-X
                    UNTIL NOT WSRVQ-IO-OK.

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
      *MSG: (S) MISSING SERVICE REQUEST STATISTICS CONTROL CARD
               MOVE 'ZSSRVS0001'        TO WGLOB-MSG-REF-INFO
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

           PERFORM  0250-EDIT-CONTROL-CARD
               THRU 0250-EDIT-CONTROL-CARD-X.

           IF  WS-CARD-INVALID
      *MSG: (S) INVALID SERVICE REQUEST STATISTICS CONTROL CARD
               MOVE 'ZSSRVS0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE WPGWS-CRNT-PGM-ID       TO WGLOB-USER-ID.

           PERFORM  0300-CLEAR-TABLES
               THRU 0300-CLEAR-TABLES-X.

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

           MOVE LOW-VALUES              TO WSRVQ-KEY.
           START SRVQ-FILE
               KEY IS NOT LESS THAN WSRVQ-KEY
               INVALID KEY
                   MOVE '10'            TO WSRVQ-SEQ-FILE-STATUS
           END-START.

       0200-INITIALIZE-X.
           EXIT.

      *------------------------
       0250-EDIT-CONTROL-CARD.
      *------------------------

      *
      *  NO MONTH GIVEN MEANS THE MONTH BEFORE THE PROCESS DATE.
      *
           IF  CR-RPT-MO = SPACES
               MOVE WGLOB-PROCESS-DATE-YR
                                        TO WS-RPT-YYYY
               MOVE '-'                 TO WS-RPT-SEP
               IF  WGLOB-PROCESS-DATE-MO = 01
                   SUBTRACT 1           FROM WS-RPT-YYYY
                   MOVE 12              TO WS-RPT-MM
               ELSE
                   COMPUTE WS-RPT-MM = WGLOB-PROCESS-DATE-MO - 1
               END-IF
           ELSE
               MOVE CR-RPT-MO           TO WS-RPT-MO
           END-IF.

           IF  WS-RPT-YYYY NOT NUMERIC
           OR  WS-RPT-SEP NOT = '-'
           OR  WS-RPT-MM NOT NUMERIC
           OR  WS-RPT-MM < 01
           OR  WS-RPT-MM > 12
               SET WS-CARD-INVALID      TO TRUE
           END-IF.

       0250-EDIT-CONTROL-CARD-X.
           EXIT.

      *-------------------
       0300-CLEAR-TABLES.
      *-------------------

           INITIALIZE WS-STAT-WORK.

           PERFORM  0310-CLEAR-TYPE
               THRU 0310-CLEAR-TYPE-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > 10.

           PERFORM  0320-CLEAR-CHANNEL
               THRU 0320-CLEAR-CHANNEL-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > 3.

           MOVE WS-STAT-WORK            TO WS-TOTAL-STATS.

       0300-CLEAR-TABLES-X.
           EXIT.

      *-----------------
       0310-CLEAR-TYPE.
      *-----------------

           MOVE WS-STAT-WORK            TO WS-TYPE-STATS (WS-SUB).

       0310-CLEAR-TYPE-X.
           EXIT.

      *--------------------
       0320-CLEAR-CHANNEL.
      *--------------------

           MOVE WS-STAT-WORK            TO WS-CHNL-STATS (WS-SUB).

       0320-CLEAR-CHANNEL-X.
           EXIT.
      /
      *----------------------
       2000-PROCESS-REQUEST.
      *----------------------

           READ SRVQ-FILE NEXT
               AT END
                   MOVE '10'            TO WSRVQ-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WSRVQ-IO-OK
               GO TO 2000-PROCESS-REQUEST-X
           END-IF.

           ADD 1                        TO WS-READ-CNT.

           MOVE 'N'                     TO WS-RECV-SW
                                           WS-CMPLT-SW.

           MOVE WSRVQ-RECV-DT           TO WS-DT-WORK.
           IF  WS-DT-YYYY-MM = WS-RPT-MO
               MOVE 'Y'                 TO WS-RECV-SW
           END-IF.

           IF  WSRVQ-STAT-COMPLETE
               MOVE WSRVQ-CMPLT-DT      TO WS-DT-WORK
               IF  WS-DT-YYYY-MM = WS-RPT-MO
                   MOVE 'Y'             TO WS-CMPLT-SW
                   ADD 1                TO WS-CMPLT-CNT
               END-IF
           END-IF.

      *
      *  A ROW THAT NEITHER ARRIVED NOR FINISHED IN THE MONTH AND IS
      *  NOT STILL OPEN HAS NOTHING TO ADD.
      *
           IF  NOT WS-RECV-IN-MONTH
           AND NOT WS-CMPLT-IN-MONTH
           AND NOT WSRVQ-STAT-OPEN
               GO TO 2000-PROCESS-REQUEST-X
           END-IF.

           SET  WSRTY-IX                TO 1.
           SEARCH WSRTY-ENTRY
               AT END
                   MOVE 10              TO WS-GRP-IX
               WHEN WSRTY-SRVC-TYP-CD (WSRTY-IX) = WSRVQ-SRVC-TYP-CD
                   SET  WS-GRP-IX       TO WSRTY-IX
           END-SEARCH.
           MOVE WS-TYPE-STATS (WS-GRP-IX) TO WS-STAT-WORK.
           PERFORM  3000-ADD-STATS
               THRU 3000-ADD-STATS-X.
           MOVE WS-STAT-WORK            TO WS-TYPE-STATS (WS-GRP-IX).

           MOVE ZERO                    TO WS-GRP-IX.
           PERFORM  3010-FIND-CHANNEL
               THRU 3010-FIND-CHANNEL-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > 3
                         OR WS-GRP-IX > ZERO.
           IF  WS-GRP-IX > ZERO
               MOVE WS-CHNL-STATS (WS-GRP-IX) TO WS-STAT-WORK
               PERFORM  3000-ADD-STATS
                   THRU 3000-ADD-STATS-X
               MOVE WS-STAT-WORK        TO WS-CHNL-STATS (WS-GRP-IX)
           END-IF.

           PERFORM  3100-FIND-BRANCH
               THRU 3100-FIND-BRANCH-X.
           MOVE WS-BR-STATS (WS-BR-IX)  TO WS-STAT-WORK.
           PERFORM  3000-ADD-STATS
               THRU 3000-ADD-STATS-X.
           MOVE WS-STAT-WORK            TO WS-BR-STATS (WS-BR-IX).

           MOVE WS-TOTAL-STATS          TO WS-STAT-WORK.
           PERFORM  3000-ADD-STATS
               THRU 3000-ADD-STATS-X.
           MOVE WS-STAT-WORK            TO WS-TOTAL-STATS.

       2000-PROCESS-REQUEST-X.
           EXIT.
      /
      *-----------------
       3000-ADD-STATS.
      *-----------------

      *
      *  WITHIN TARGET IS A COMPLETION THAT NEVER RAISED A BREACH.
      *
           IF  WS-RECV-IN-MONTH
               ADD 1                    TO WS-ST-RECV-CNT
           END-IF.

           IF  WS-CMPLT-IN-MONTH
               ADD 1                    TO WS-ST-CMPLT-CNT
               ADD WSRVQ-TAT-DAYS       TO WS-ST-TAT-TOT
               IF  WSRVQ-BREACHED
                   ADD 1                TO WS-ST-BRCH-CNT
               ELSE
                   ADD 1                TO WS-ST-ON-TRGT-CNT
               END-IF
           END-IF.

           IF  WSRVQ-STAT-OPEN
               ADD 1                    TO WS-ST-OPEN-CNT
           END-IF.

       3000-ADD-STATS-X.
           EXIT.

      *--------------------
       3010-FIND-CHANNEL.
      *--------------------

           IF  WS-CHNL-NAME-CD (WS-SUB) = WSRVQ-CHNL-CD
               MOVE WS-SUB              TO WS-GRP-IX
           END-IF.

       3010-FIND-CHANNEL-X.
           EXIT.

      *------------------
       3100-FIND-BRANCH.
      *------------------

           MOVE ZERO                    TO WS-BR-IX.
           PERFORM  3110-MATCH-BRANCH
               THRU 3110-MATCH-BRANCH-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-BR-CNT
                         OR WS-BR-IX > ZERO.

           IF  WS-BR-IX > ZERO
               GO TO 3100-FIND-BRANCH-X
           END-IF.

           INITIALIZE WS-STAT-WORK.
           IF  WS-BR-CNT NOT < WS-BR-MAX
               COMPUTE WS-BR-IX = WS-BR-MAX + 1
               IF  WS-BR-ID (WS-BR-IX) NOT = '*****'
                   MOVE '*****'         TO WS-BR-ID (WS-BR-IX)
                   MOVE WS-STAT-WORK    TO WS-BR-STATS (WS-BR-IX)
               END-IF
           ELSE
               ADD 1                    TO WS-BR-CNT
               MOVE WS-BR-CNT           TO WS-BR-IX
               MOVE WSRVQ-BR-ID         TO WS-BR-ID (WS-BR-IX)
               MOVE WS-STAT-WORK        TO WS-BR-STATS (WS-BR-IX)
           END-IF.

       3100-FIND-BRANCH-X.
           EXIT.

      *-------------------
       3110-MATCH-BRANCH.
      *-------------------

           IF  WS-BR-ID (WS-SUB) = WSRVQ-BR-ID
               MOVE WS-SUB              TO WS-BR-IX
           END-IF.

       3110-MATCH-BRANCH-X.
           EXIT.
      /
      *--------------------------
       8450-WRITE-DETAIL-HEADING.
      *--------------------------

           MOVE WS-RPT-MO              TO P-HDG-RPT-MO.

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

           MOVE 'REQUEST TYPE'           TO P-GRP-HDG-TXT.
           PERFORM  8640-PRINT-GROUP-HEAD
               THRU 8640-PRINT-GROUP-HEAD-X.
           PERFORM  8610-PRINT-TYPE
               THRU 8610-PRINT-TYPE-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > 10.

           MOVE 'CHANNEL'                TO P-GRP-HDG-TXT.
           PERFORM  8640-PRINT-GROUP-HEAD
               THRU 8640-PRINT-GROUP-HEAD-X.
           PERFORM  8620-PRINT-CHANNEL
               THRU 8620-PRINT-CHANNEL-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > 3.

           MOVE 'SERVICING BRANCH'       TO P-GRP-HDG-TXT.
           PERFORM  8640-PRINT-GROUP-HEAD
               THRU 8640-PRINT-GROUP-HEAD-X.
           PERFORM  8630-PRINT-BRANCH
               THRU 8630-PRINT-BRANCH-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-BR-CNT.
           COMPUTE WS-SUB = WS-BR-MAX + 1.
           IF  WS-BR-ID (WS-SUB) = '*****'
               PERFORM  8630-PRINT-BRANCH
                   THRU 8630-PRINT-BRANCH-X
           END-IF.

           MOVE WS-TOTAL-STATS           TO WS-STAT-WORK.
           MOVE SPACES                   TO P-GRP-LINE.
           MOVE 'ALL REQUESTS'           TO P-GRP-TXT.
           MOVE +2                       TO WPRT1-NUMBER-LINES.
           PERFORM  8650-PRINT-STATS
               THRU 8650-PRINT-STATS-X.

           MOVE SPACES                   TO P-SUMMARY-LINE-1.
           MOVE WS-READ-CNT              TO P-READ-CNT-X.
           MOVE WS-CMPLT-CNT             TO P-CMPLT-CNT-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      *------------------
       8610-PRINT-TYPE.
      *------------------

           MOVE WS-TYPE-STATS (WS-SUB)   TO WS-STAT-WORK.
           IF  WS-ST-RECV-CNT = ZERO
           AND WS-ST-CMPLT-CNT = ZERO
           AND WS-ST-OPEN-CNT = ZERO
               GO TO 8610-PRINT-TYPE-X
           END-IF.

           MOVE SPACES                   TO P-GRP-LINE.
           IF  WS-SUB > WSRTY-ENTRY-CNT
               MOVE 'OTHER'              TO P-GRP-TXT
           ELSE
               MOVE WSRTY-SRVC-TYP-DESC (WS-SUB)
                                         TO P-GRP-TXT
           END-IF.
           MOVE +1                       TO WPRT1-NUMBER-LINES.
           PERFORM  8650-PRINT-STATS
               THRU 8650-PRINT-STATS-X.

       8610-PRINT-TYPE-X.
           EXIT.

      *---------------------
       8620-PRINT-CHANNEL.
      *---------------------

           MOVE WS-CHNL-STATS (WS-SUB)   TO WS-STAT-WORK.
           MOVE SPACES                   TO P-GRP-LINE.
           MOVE WS-CHNL-NAME-TXT (WS-SUB) TO P-GRP-TXT.
           MOVE +1                       TO WPRT1-NUMBER-LINES.
           PERFORM  8650-PRINT-STATS
               THRU 8650-PRINT-STATS-X.

       8620-PRINT-CHANNEL-X.
           EXIT.

      *--------------------
       8630-PRINT-BRANCH.
      *--------------------

           MOVE WS-BR-STATS (WS-SUB)     TO WS-STAT-WORK.
           MOVE SPACES                   TO P-GRP-LINE.
           IF  WS-BR-ID (WS-SUB) = '*****'
               MOVE 'OTHER'              TO P-GRP-TXT
           ELSE
               MOVE WS-BR-ID (WS-SUB)    TO P-GRP-TXT
           END-IF.
           MOVE +1                       TO WPRT1-NUMBER-LINES.
           PERFORM  8650-PRINT-STATS
               THRU 8650-PRINT-STATS-X.

       8630-PRINT-BRANCH-X.
           EXIT.

      *------------------------
       8640-PRINT-GROUP-HEAD.
      *------------------------

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-GRP-HEAD-LINE          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8640-PRINT-GROUP-HEAD-X.
           EXIT.

      *-------------------
       8650-PRINT-STATS.
      *-------------------

      *
      *  AVERAGE TURNAROUND AND THE WITHIN-TARGET SHARE ARE OVER THE
      *  REQUESTS COMPLETED IN THE MONTH.
      *
           MOVE WS-ST-RECV-CNT           TO P-GRP-RECV-CNT.
           MOVE WS-ST-CMPLT-CNT          TO P-GRP-CMPLT-CNT.
           MOVE WS-ST-ON-TRGT-CNT        TO P-GRP-ON-TRGT-CNT.
           MOVE WS-ST-BRCH-CNT           TO P-GRP-BRCH-CNT.
           MOVE WS-ST-OPEN-CNT           TO P-GRP-OPEN-CNT.

           MOVE ZERO                     TO WS-AVG-TAT
                                            WS-PCT.
           IF  WS-ST-CMPLT-CNT > ZERO
               COMPUTE WS-AVG-TAT ROUNDED =
                   WS-ST-TAT-TOT / WS-ST-CMPLT-CNT
               COMPUTE WS-PCT ROUNDED =
                   WS-ST-ON-TRGT-CNT * 100 / WS-ST-CMPLT-CNT
           END-IF.
           MOVE WS-AVG-TAT               TO P-GRP-AVG-TAT.
           MOVE WS-PCT                   TO P-GRP-ON-TRGT-PCT.

           MOVE P-GRP-LINE               TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8650-PRINT-STATS-X.
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
      /
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           OPEN INPUT SRVQ-FILE.
           IF  WSRVQ-SEQ-FILE-STATUS NOT = '00'
              MOVE WSRVQ-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WSRVQ-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
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

           MOVE WS-CMPLT-CNT             TO WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSSRVS0003'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL SERVICE REQUESTS COMPLETED IN MONTH @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE SRVQ-FILE.

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
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMSRVS                     **
      *****************************************************************
