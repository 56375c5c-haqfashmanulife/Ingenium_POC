      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMELHR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMELHR                                         **
      **  REMARKS: WEEKLY ELDERLY CONFIRMATION HOLD REPORT.  READS   **
      **           THE HOLD FILE (ELHD) PLACED BY ZSRQELDH AND       **
      **           WORKED THROUGH ZSRQELCF, AND LISTS EVERY HOLD     **
      **           STILL PENDING A CONFIRMATION CALL OLDER THAN THE  **
      **           CONTROL-CARD AGE IN DAYS, WITH ITS CALL COUNT AND **
      **           LAST CALL OUTCOME.  THE SUMMARY SHOWS, FOR EACH   **
      **           TRANSACTION TYPE - SURRENDER, POLICY LOAN,        **
      **           BENEFICIARY AND BANK ACCOUNT CHANGE - THE HOLDS   **
      **           PLACED AND RESOLVED IN THE REPORT WINDOW, AND THE **
      **           SHARE OF RESOLVED HOLDS CANCELLED AFTER A         **
      **           CONFIRMATION CALL HAD BEEN MADE.                  **
      **                                                             **
      **           A ZERO CONTROL-CARD FIELD TAKES THE HOUSE DEFAULT **
      **           - AGED AFTER 5 DAYS, A 7-DAY WINDOW.              **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51287**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHELHD.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWELHD.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMELHR'.

       COPY SQLCA.

       COPY CCWWELHD.

      ****************************************************************
      *    CONTROL CARD - AGED-HOLD DAYS AND REPORT WINDOW DAYS
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-AGED-DAYS                    PIC 9(03).
           02  CR-WINDOW-DAYS                  PIC 9(03).
           02  FILLER                          PIC X(67).

      ****************************************************************
      *    TRANSACTION TYPES - THE LAST ENTRY HOLDS THE TOTALS
      ****************************************************************

       01  WS-TXN-TYP-VALUES.
           05  FILLER                    PIC X(08)
               VALUE 'SULNBNBK'.
       01  WS-TXN-TYP-TBL REDEFINES WS-TXN-TYP-VALUES.
           05  WS-TXN-TYP-CD             PIC X(02)  OCCURS 4 TIMES.

       01  WS-TXN-DESC-VALUES.
           05  FILLER                    PIC X(14)
               VALUE 'SURRENDER'.
           05  FILLER                    PIC X(14)
               VALUE 'POLICY LOAN'.
           05  FILLER                    PIC X(14)
               VALUE 'BENEFICIARY'.
           05  FILLER                    PIC X(14)
               VALUE 'BANK ACCOUNT'.
           05  FILLER                    PIC X(14)
               VALUE 'ALL TYPES'.
       01  WS-TXN-DESC-TBL REDEFINES WS-TXN-DESC-VALUES.
           05  WS-TXN-DESC               PIC X(14)  OCCURS 5 TIMES.

       01  WS-TXN-TOTALS.
           05  WS-TXN-TOT-ENTRY          OCCURS 5 TIMES.
               10  WS-PLACED-CNT         PIC S9(07) COMP-3.
               10  WS-RLSD-CNT           PIC S9(07) COMP-3.
               10  WS-CNCL-CNT           PIC S9(07) COMP-3.
               10  WS-CNCL-CALL-CNT      PIC S9(07) COMP-3.

      ****************************************************************
      *    ONE HOLD IN PROGRESS
      ****************************************************************

       01  WS-WORK-AREA.
           05  WS-TXN-IX                 PIC S9(04) COMP VALUE ZERO.
           05  WS-TOT-IX                 PIC S9(04) COMP VALUE 5.
           05  WS-AGED-BEFORE-DT         PIC X(10)  VALUE SPACES.
           05  WS-WINDOW-STRT-DT         PIC X(10)  VALUE SPACES.
           05  WS-DAYS-PENDING           PIC S9(07) COMP-3 VALUE +0.
           05  WS-RSLVD-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-CNCL-PCT               PIC 9(03)V9 VALUE ZERO.
           05  WS-ELHD-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-ELHD-OPEN                     VALUE 'Y'.

       01  WS-REPORT-TOTALS.
           05  WS-HOLD-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-AGED-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-PEND-CNT             PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(48)
               VALUE
               'ELDERLY CONFIRMATION HOLDS - AGED PENDING HOLDS'.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(12)
               VALUE 'CLIENT'.
           03  FILLER                      PIC X(16)
               VALUE 'TRANSACTION'.
           03  FILLER                      PIC X(12)
               VALUE 'POLICY'.
           03  FILLER                      PIC X(12)
               VALUE 'HELD ON'.
           03  FILLER                      PIC X(05)
               VALUE 'AGE'.
           03  FILLER                      PIC X(07)
               VALUE 'DAYS'.
           03  FILLER                      PIC X(07)
               VALUE 'CALLS'.
           03  FILLER                      PIC X(12)
               VALUE 'LAST OUTCOME'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-CLI-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-TXN-DESC                  PIC X(14).
           03  FILLER                      PIC X(02).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-HOLD-DT                   PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-CLI-AGE                   PIC ZZ9.
           03  FILLER                      PIC X(02).
           03  P-DAYS-PENDING              PIC ZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-CALL-CNT                  PIC ZZ9.
           03  FILLER                      PIC X(04).
           03  P-CALL-OUTCOME-CD           PIC X(02).

       01  P-SUMMARY-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'TRANSACTION'.
           03  FILLER                      PIC X(10)
               VALUE '  PLACED'.
           03  FILLER                      PIC X(10)
               VALUE 'RELEASED'.
           03  FILLER                      PIC X(10)
               VALUE 'CANCELLED'.
           03  FILLER                      PIC X(12)
               VALUE 'AFTER CALL'.
           03  FILLER                      PIC X(11)
               VALUE 'CANCEL RATE'.

       01  P-SUMMARY-TXN-LINE.
           03  FILLER                      PIC X(01).
           03  P-SUM-TXN-DESC              PIC X(14).
           03  FILLER                      PIC X(02).
           03  P-PLACED-CNT-X              PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-RLSD-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-CNCL-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(05).
           03  P-CNCL-CALL-CNT-X           PIC ZZZZZZ9.
           03  FILLER                      PIC X(05).
           03  P-CNCL-PCT-X                PIC ZZ9.9.
           03  FILLER                      PIC X(01)
               VALUE '%'.

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'HOLDS ON FILE:'.
           03  P-HOLD-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(09)
               VALUE 'PENDING:'.
           03  P-PEND-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(06)
               VALUE 'AGED:'.
           03  P-AGED-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(14)
               VALUE 'WINDOW FROM:'.
           03  P-WINDOW-STRT-DT            PIC X(10).

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

           PERFORM  2000-PROCESS-HOLD
               THRU 2000-PROCESS-HOLD-X
                    UNTIL NOT WELHD-IO-OK.

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
      *MSG: (S) MISSING ELDERLY HOLD REPORT CONTROL CARD
               MOVE 'ZSELHR0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           IF  CR-AGED-DAYS = ZERO
               MOVE 5                   TO CR-AGED-DAYS
           END-IF.
           IF  CR-WINDOW-DAYS = ZERO
               MOVE 7                   TO CR-WINDOW-DAYS
           END-IF.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

      *
      *  A PENDING HOLD PLACED BEFORE THE AGED DATE IS LISTED; A HOLD
      *  PLACED OR RESOLVED ON OR AFTER THE WINDOW DATE IS COUNTED.
      *
           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WGLOB-PROCESS-DATE      TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-MONTHS.
           MOVE CR-AGED-DAYS            TO L1680-NUMBER-OF-DAYS.
           PERFORM  1680-4000-SUB-YMD-FROM-DATE
               THRU 1680-4000-SUB-YMD-FROM-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-AGED-BEFORE-DT.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WGLOB-PROCESS-DATE      TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-MONTHS.
           MOVE CR-WINDOW-DAYS          TO L1680-NUMBER-OF-DAYS.
           PERFORM  1680-4000-SUB-YMD-FROM-DATE
               THRU 1680-4000-SUB-YMD-FROM-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-WINDOW-STRT-DT.

           PERFORM  2010-CLEAR-TOTALS
               THRU 2010-CLEAR-TOTALS-X
                    VARYING WS-TXN-IX FROM 1 BY 1
                    UNTIL WS-TXN-IX > 5.

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

      *
      *  NO HOLD FILE YET MEANS NO HOLD HAS EVER BEEN PLACED.
      *
           IF  NOT WS-ELHD-OPEN
               MOVE '10'                TO WELHD-SEQ-FILE-STATUS
               GO TO 0200-INITIALIZE-X
           END-IF.

           MOVE LOW-VALUES              TO WELHD-KEY.

           START ELHD-FILE
               KEY IS NOT LESS THAN WELHD-KEY
               INVALID KEY
                   MOVE '10' TO WELHD-SEQ-FILE-STATUS
           END-START.

           IF  WELHD-IO-OK
               PERFORM  2900-HOLD-READ-NEXT
                   THRU 2900-HOLD-READ-NEXT-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       2000-PROCESS-HOLD.
      *-------------------

           ADD 1                        TO WS-HOLD-CNT.

           PERFORM  2100-FIND-TXN-TYPE
               THRU 2100-FIND-TXN-TYPE-X.

           IF  WELHD-HOLD-DT NOT < WS-WINDOW-STRT-DT
               ADD 1                    TO WS-PLACED-CNT (WS-TXN-IX)
                                           WS-PLACED-CNT (WS-TOT-IX)
           END-IF.

           EVALUATE TRUE
               WHEN WELHD-STAT-PENDING
                   ADD 1                TO WS-PEND-CNT
                   IF  WELHD-HOLD-DT < WS-AGED-BEFORE-DT
                       PERFORM  2200-LIST-AGED-HOLD
                           THRU 2200-LIST-AGED-HOLD-X
                   END-IF
               WHEN WELHD-STAT-RELEASED
               WHEN WELHD-STAT-EXECUTED
                   IF  WELHD-RSLV-DT NOT < WS-WINDOW-STRT-DT
                       ADD 1            TO WS-RLSD-CNT (WS-TXN-IX)
                                           WS-RLSD-CNT (WS-TOT-IX)
                   END-IF
               WHEN WELHD-STAT-CANCELLED
                   IF  WELHD-RSLV-DT NOT < WS-WINDOW-STRT-DT
                       ADD 1            TO WS-CNCL-CNT (WS-TXN-IX)
                                           WS-CNCL-CNT (WS-TOT-IX)
                       IF  WELHD-CALL-CNT > ZERO
                           ADD 1        TO WS-CNCL-CALL-CNT (WS-TXN-IX)
                                           WS-CNCL-CALL-CNT (WS-TOT-IX)
                       END-IF
                   END-IF
           END-EVALUATE.

           PERFORM  2900-HOLD-READ-NEXT
               THRU 2900-HOLD-READ-NEXT-X.

       2000-PROCESS-HOLD-X.
           EXIT.

      *-------------------
       2010-CLEAR-TOTALS.
      *-------------------

           MOVE ZERO                    TO WS-PLACED-CNT (WS-TXN-IX)
                                           WS-RLSD-CNT (WS-TXN-IX)
                                           WS-CNCL-CNT (WS-TXN-IX)
                                           WS-CNCL-CALL-CNT (WS-TXN-IX).

       2010-CLEAR-TOTALS-X.
           EXIT.

      *--------------------
       2100-FIND-TXN-TYPE.
      *--------------------

      *
      *  AN UNKNOWN TYPE IS COUNTED IN THE TOTALS ONLY.
      *
           PERFORM  2110-CHECK-TXN-TYPE
               THRU 2110-CHECK-TXN-TYPE-X
                    VARYING WS-TXN-IX FROM 1 BY 1
                    UNTIL WS-TXN-IX > 4
                    OR    WS-TXN-TYP-CD (WS-TXN-IX) = WELHD-TXN-TYP-CD.

       2100-FIND-TXN-TYPE-X.
           EXIT.

      *---------------------
       2110-CHECK-TXN-TYPE.
      *---------------------

           CONTINUE.

       2110-CHECK-TXN-TYPE-X.
           EXIT.

      *---------------------
       2200-LIST-AGED-HOLD.
      *---------------------

           ADD 1                        TO WS-AGED-CNT.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WELHD-HOLD-DT           TO L1680-INTERNAL-1.
           MOVE WGLOB-PROCESS-DATE      TO L1680-INTERNAL-2.
           PERFORM  1680-2000-COMP-DAYS-BETWEEN
               THRU 1680-2000-COMP-DAYS-BETWEEN-X.
           MOVE ZERO                    TO WS-DAYS-PENDING.
           IF  L1680-RETRN-OK
               MOVE L1680-TOTAL-DAYS    TO WS-DAYS-PENDING
           END-IF.

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE WELHD-CLI-ID            TO P-CLI-ID.
           IF  WS-TXN-IX > 4
               MOVE WELHD-TXN-TYP-CD    TO P-TXN-DESC
           ELSE
               MOVE WS-TXN-DESC (WS-TXN-IX)
                                        TO P-TXN-DESC
           END-IF.
           MOVE WELHD-POL-ID            TO P-POL-ID.
           MOVE WELHD-HOLD-DT           TO P-HOLD-DT.
           MOVE WELHD-CLI-AGE           TO P-CLI-AGE.
           MOVE WS-DAYS-PENDING         TO P-DAYS-PENDING.
           MOVE WELHD-CALL-CNT          TO P-CALL-CNT.
           MOVE WELHD-CALL-OUTCOME-CD   TO P-CALL-OUTCOME-CD.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       2200-LIST-AGED-HOLD-X.
           EXIT.

      *---------------------
       2900-HOLD-READ-NEXT.
      *---------------------

           READ ELHD-FILE NEXT
               AT END
                   MOVE '10' TO WELHD-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WELHD-IO-OK
           AND NOT WELHD-IO-EOF
               MOVE WELHD-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WELHD-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       2900-HOLD-READ-NEXT-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-HOLD-CNT              TO P-HOLD-CNT-X.
           MOVE WS-PEND-CNT              TO P-PEND-CNT-X.
           MOVE WS-AGED-CNT              TO P-AGED-CNT-X.
           MOVE WS-WINDOW-STRT-DT        TO P-WINDOW-STRT-DT.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-HEAD-LINE      TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  8610-WRITE-TXN-LINE
               THRU 8610-WRITE-TXN-LINE-X
                    VARYING WS-TXN-IX FROM 1 BY 1
                    UNTIL WS-TXN-IX > 5.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      *---------------------
       8610-WRITE-TXN-LINE.
      *---------------------

      *
      *  THE CANCEL RATE IS THE HOLDS CANCELLED AFTER A CALL AS A
      *  SHARE OF ALL HOLDS RELEASED OR CANCELLED IN THE WINDOW.
      *
           COMPUTE WS-RSLVD-CNT = WS-RLSD-CNT (WS-TXN-IX)
                                + WS-CNCL-CNT (WS-TXN-IX).

           MOVE ZERO                     TO WS-CNCL-PCT.
           IF  WS-RSLVD-CNT > ZERO
               COMPUTE WS-CNCL-PCT ROUNDED =
                   WS-CNCL-CALL-CNT (WS-TXN-IX) * 100
                 / WS-RSLVD-CNT
           END-IF.

           MOVE SPACES                   TO P-SUMMARY-TXN-LINE.
           MOVE WS-TXN-DESC (WS-TXN-IX)  TO P-SUM-TXN-DESC.
           MOVE WS-PLACED-CNT (WS-TXN-IX)
                                         TO P-PLACED-CNT-X.
           MOVE WS-RLSD-CNT (WS-TXN-IX)  TO P-RLSD-CNT-X.
           MOVE WS-CNCL-CNT (WS-TXN-IX)  TO P-CNCL-CNT-X.
           MOVE WS-CNCL-CALL-CNT (WS-TXN-IX)
                                         TO P-CNCL-CALL-CNT-X.
           MOVE WS-CNCL-PCT              TO P-CNCL-PCT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-TXN-LINE       TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8610-WRITE-TXN-LINE-X.
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

      *
      * NO HOLD FILE YET MEANS NOTHING TO REPORT.
      *
           OPEN INPUT ELHD-FILE.
           IF  WELHD-IO-OK
               SET WS-ELHD-OPEN         TO TRUE
           ELSE
               IF  NOT WELHD-IO-NOFILE
                   MOVE WELHD-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WELHD-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
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

           MOVE WS-AGED-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSELHR0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL AGED PENDING ELDERLY HOLDS LISTED @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-ELHD-OPEN
               CLOSE ELHD-FILE
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
      * DATE ARITHMETIC
      *
       COPY XCPL1680.
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
      **                 END OF PROGRAM ZSBMELHR                     **
      *****************************************************************
