      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMUDIN.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMUDIN                                         **
      **            DAILY NET UNIT DEALING INSTRUCTIONS.             **
      **                                                             **
      **            RUNS AFTER THE NIGHTLY SEGFUND CYCLE.  WALKS     **
      **            THE SEGFUND ACTIVITY TABLE FOR EVERY ACTIVITY    **
      **            COMPLETED ON THE BUSINESS DATE AND NETS THE      **
      **            UNITS CREATED (DEPOSITS, TRANSFERS IN) AGAINST   **
      **            THE UNITS CANCELLED (SURRENDERS, TRANSFERS OUT,  **
      **            CHARGES) PER FUND.  EACH FUND'S NET POSITION     **
      **            BECOMES A BUY OR SELL INSTRUCTION TO THE ASSET   **
      **            MANAGER WHO RUNS IT (FDAM TABLE), WRITTEN        **
      **            MANAGER BY MANAGER BETWEEN A HEADER AND A        **
      **            TRAILER (ZCSRUDIN).  A FUND WITH NO MANAGER ON   **
      **            FDAM IS REPORTED AND NOT INSTRUCTED.  THE        **
      **            MANAGERS' CONFIRMATIONS ARE MATCHED BACK BY      **
      **            ZSBMUDCM.                                        **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51264**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           SELECT UDIN-DATA-FILE ASSIGN TO ZSUDIN
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WUDIN-SEQ-FILE-STATUS.

           COPY SCFHFDAM.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       FD  UDIN-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRUDIN.

       COPY SCFWFDAM.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMUDIN'.

       COPY SQLCA.

       01  WUDIN-SEQ-IO-WORK-AREA.
           05  WUDIN-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'UDIN'.
           05  WUDIN-SEQ-IO-COMMAND            PIC X(02).
           05  WUDIN-SEQ-FILE-STATUS           PIC X(02).
           05  WUDIN-SEQ-IO-STATUS             PIC 9(01).
               88  WUDIN-SEQ-IO-OK             VALUE 0.
               88  WUDIN-SEQ-IO-EOF            VALUE 8.
               88  WUDIN-SEQ-IO-ERROR          VALUE 9.

      ****************************************************************
      *    FUND NETTING TABLE - ONE ENTRY PER FUND WITH ACTIVITY ON
      *    THE BUSINESS DATE, UNITS AND AMOUNTS IN AND OUT KEPT APART
      *    SO THE DEALING PRICE CAN BE TAKEN FROM THE GROSS FLOWS.
      ****************************************************************

       01  WS-FUND-TABLE-AREA.
           05  WS-FUND-MAX               PIC S9(04) COMP VALUE +500.
           05  WS-FUND-CNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-SUB                    PIC S9(04) COMP.
           05  WS-FIND-SUB               PIC S9(04) COMP.
           05  WS-FUND-ENTRY             OCCURS 500 TIMES.
               10  WS-FUND-CD            PIC X(04).
               10  WS-FUND-AMGR-ID       PIC X(08).
               10  WS-FUND-AMGR-NM       PIC X(40).
               10  WS-FUND-UNITS-IN      PIC S9(11)V9(06) COMP-3.
               10  WS-FUND-UNITS-OUT     PIC S9(11)V9(06) COMP-3.
               10  WS-FUND-AMT-IN        PIC S9(13)V99 COMP-3.
               10  WS-FUND-AMT-OUT       PIC S9(13)V99 COMP-3.
               10  WS-FUND-DONE-SW       PIC X(01).
                   88  WS-FUND-DONE                 VALUE 'Y'.
                   88  WS-FUND-NOT-DONE             VALUE 'N'.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-ROW-UNITS              PIC S9(11)V9(06) COMP-3
                                                    VALUE ZERO.
           05  WS-ROW-AMT                PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-ROW-DRCT-CD            PIC X(01).
               88  WS-ROW-UNITS-IN                  VALUE 'I'.
               88  WS-ROW-UNITS-OUT                 VALUE 'O'.
           05  WS-NET-UNITS              PIC S9(11)V9(06) COMP-3
                                                    VALUE ZERO.
           05  WS-GROSS-UNITS            PIC S9(11)V9(06) COMP-3
                                                    VALUE ZERO.
           05  WS-DEAL-PRICE             PIC S9(07)V9(06) COMP-3
                                                    VALUE ZERO.
           05  WS-DEAL-AMT               PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-CUR-AMGR-ID            PIC X(08).
           05  WS-CUR-AMGR-NM            PIC X(40).
           05  WS-AMGR-REC-CNT           PIC S9(05) COMP-3
                                                    VALUE ZERO.
           05  WS-AMGR-TOT-UNITS         PIC S9(13)V9(06) COMP-3
                                                    VALUE ZERO.
           05  WS-MORE-AMGR-SW           PIC X(01)  VALUE 'Y'.
               88  WS-MORE-AMGR                     VALUE 'Y'.
               88  WS-NO-MORE-AMGR                  VALUE 'N'.
           05  WS-REMARK-TXT             PIC X(20).

       01  WS-REPORT-TOTALS.
           05  WS-FA-READ-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-FA-USED-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-BUY-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-SELL-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-NIL-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-UNASGN-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-AMGR-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-UDIN-WRIT-CNT        PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT HEADING, DETAIL AND SUMMARY LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'DAILY NET UNIT DEALING INSTRUCTIONS         '.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(06)
               VALUE 'FUND  '.
           03  FILLER                      PIC X(10)
               VALUE 'MANAGER   '.
           03  FILLER                      PIC X(20)
               VALUE '        UNITS IN    '.
           03  FILLER                      PIC X(20)
               VALUE '       UNITS OUT    '.
           03  FILLER                      PIC X(20)
               VALUE '       NET UNITS    '.
           03  FILLER                      PIC X(05)
               VALUE 'B/S  '.
           03  FILLER                      PIC X(16)
               VALUE '      PRICE     '.
           03  FILLER                      PIC X(20)
               VALUE 'REMARK              '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-FUND-CD                   PIC X(04).
           03  FILLER                      PIC X(02).
           03  P-AMGR-ID                   PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-UNITS-IN-X                PIC Z(10)9.9(06).
           03  FILLER                      PIC X(02).
           03  P-UNITS-OUT-X               PIC Z(10)9.9(06).
           03  FILLER                      PIC X(02).
           03  P-NET-UNITS-X               PIC -(10)9.9(06).
           03  FILLER                      PIC X(02).
           03  P-DEAL-TYP-CD               PIC X(01).
           03  FILLER                      PIC X(02).
           03  P-DEAL-PRICE-X              PIC Z(06)9.9(06).
           03  FILLER                      PIC X(02).
           03  P-REMARK-TXT                PIC X(20).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'FA ROWS DEALT:  '.
           03  P-USED-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(06)
               VALUE 'BUYS: '.
           03  P-BUY-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(07)
               VALUE 'SELLS: '.
           03  P-SELL-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(11)
               VALUE 'NET NIL:   '.
           03  P-NIL-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(15)
               VALUE 'NO MANAGER:    '.
           03  P-UNASGN-CNT-X              PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'ASSET MANAGERS: '.
           03  P-AMGR-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(22)
               VALUE 'INSTRUCTION RECORDS:  '.
           03  P-WRIT-CNT-X                PIC ZZZZZZ9.

       COPY SCFWFA.
       COPY SCFRFA.

      *
      * FUND ASSET MANAGER ASSIGNMENT TABLE (FDAM)
      *
       COPY SCFRFDAM.
       COPY SCWWFDAM.


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

           PERFORM  2000-PROCESS-ROW
               THRU 2000-PROCESS-ROW-X
                    UNTIL NOT WFA-IO-OK.

           PERFORM  2900-END-BROWSE
               THRU 2900-END-BROWSE-X.

           PERFORM  3000-ASSIGN-MANAGER
               THRU 3000-ASSIGN-MANAGER-X
               VARYING WS-SUB FROM 1 BY 1
               UNTIL   WS-SUB > WS-FUND-CNT.

           PERFORM  4000-WRITE-MANAGER
               THRU 4000-WRITE-MANAGER-X
               UNTIL    WS-NO-MORE-AMGR.

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

           MOVE LOW-VALUES              TO WFA-KEY.
           MOVE HIGH-VALUES             TO WFA-ENDBR-KEY.
           PERFORM  FA-1000-BROWSE
               THRU FA-1000-BROWSE-X.

           PERFORM  FA-2000-READ-NEXT
               THRU FA-2000-READ-NEXT-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       2000-PROCESS-ROW.
      *-------------------

      *
      *  ONLY ACTIVITY COMPLETED TODAY IS DEALT - THE SAME ROWS
      *  ZSBMSFCX SENDS TO THE LEDGER.  A DEPOSIT OR A TRANSFER IN
      *  CREATES UNITS, EVERYTHING ELSE CANCELS THEM, AND A
      *  REVERSAL TURNS ITS ROW THE OTHER WAY.
      *
           ADD 1                        TO WS-FA-READ-CNT.

           IF  NOT RFA-STAT-COMPLETE
           OR  RFA-PRCES-DT NOT = WGLOB-PROCESS-DATE
           OR  RFA-FUND-CD = SPACES
               GO TO 2000-NEXT-ROW
           END-IF.

           ADD 1                        TO WS-FA-USED-CNT.

           EVALUATE TRUE
               WHEN RFA-ACTVTY-DEPOSIT
                   SET WS-ROW-UNITS-IN  TO TRUE
               WHEN RFA-ACTVTY-TRANSFER
                AND RFA-UNIT-DRCT-CD = 'I'
                   SET WS-ROW-UNITS-IN  TO TRUE
               WHEN OTHER
                   SET WS-ROW-UNITS-OUT TO TRUE
           END-EVALUATE.

           IF  RFA-RVRSL-SW = 'Y'
               IF  WS-ROW-UNITS-IN
                   SET WS-ROW-UNITS-OUT TO TRUE
               ELSE
                   SET WS-ROW-UNITS-IN  TO TRUE
               END-IF
           END-IF.

           MOVE RFA-ACTVTY-UNITS        TO WS-ROW-UNITS.
           IF  WS-ROW-UNITS < ZERO
               COMPUTE WS-ROW-UNITS = WS-ROW-UNITS * -1
           END-IF.
           MOVE RFA-ACTVTY-AMT          TO WS-ROW-AMT.
           IF  WS-ROW-AMT < ZERO
               COMPUTE WS-ROW-AMT = WS-ROW-AMT * -1
           END-IF.

           PERFORM  2100-FIND-FUND
               THRU 2100-FIND-FUND-X.

           IF  WS-ROW-UNITS-IN
               ADD WS-ROW-UNITS    TO WS-FUND-UNITS-IN  (WS-FIND-SUB)
               ADD WS-ROW-AMT      TO WS-FUND-AMT-IN    (WS-FIND-SUB)
           ELSE
               ADD WS-ROW-UNITS    TO WS-FUND-UNITS-OUT (WS-FIND-SUB)
               ADD WS-ROW-AMT      TO WS-FUND-AMT-OUT   (WS-FIND-SUB)
           END-IF.

       2000-NEXT-ROW.

           PERFORM  FA-2000-READ-NEXT
               THRU FA-2000-READ-NEXT-X.

       2000-PROCESS-ROW-X.
           EXIT.

      *-----------------
       2100-FIND-FUND.
      *-----------------

           MOVE ZERO                    TO WS-FIND-SUB.

           PERFORM  2110-MATCH-FUND
               THRU 2110-MATCH-FUND-X
               VARYING WS-SUB FROM 1 BY 1
               UNTIL   WS-SUB > WS-FUND-CNT
               OR      WS-FIND-SUB > ZERO.

           IF  WS-FIND-SUB > ZERO
               GO TO 2100-FIND-FUND-X
           END-IF.

           IF  WS-FUND-CNT NOT < WS-FUND-MAX
      *MSG: (S) FUNDS DEALT EXCEED THE NETTING TABLE LIMIT
               MOVE 'ZSUDIN0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           ADD 1                        TO WS-FUND-CNT.
           MOVE WS-FUND-CNT             TO WS-FIND-SUB.
           MOVE RFA-FUND-CD        TO WS-FUND-CD        (WS-FIND-SUB).
           MOVE SPACES             TO WS-FUND-AMGR-ID   (WS-FIND-SUB)
                                      WS-FUND-AMGR-NM   (WS-FIND-SUB).
           MOVE ZERO               TO WS-FUND-UNITS-IN  (WS-FIND-SUB)
                                      WS-FUND-UNITS-OUT (WS-FIND-SUB)
                                      WS-FUND-AMT-IN    (WS-FIND-SUB)
                                      WS-FUND-AMT-OUT   (WS-FIND-SUB).
           SET WS-FUND-NOT-DONE (WS-FIND-SUB)
                                        TO TRUE.

       2100-FIND-FUND-X.
           EXIT.

      *------------------
       2110-MATCH-FUND.
      *------------------

           IF  WS-FUND-CD (WS-SUB) = RFA-FUND-CD
               MOVE WS-SUB              TO WS-FIND-SUB
           END-IF.

       2110-MATCH-FUND-X.
           EXIT.

      *--------------------
       2900-END-BROWSE.
      *--------------------

           PERFORM  FA-3000-END-BROWSE
               THRU FA-3000-END-BROWSE-X.

       2900-END-BROWSE-X.
           EXIT.
      /
      *----------------------
       3000-ASSIGN-MANAGER.
      *----------------------

      *
      *  A FUND NOBODY MANAGES CANNOT BE INSTRUCTED - IT IS LISTED
      *  SO THE INVESTMENT DIVISION CAN SET UP FDAM AND DEAL IT BY
      *  HAND FOR TODAY.
      *
           MOVE WS-FUND-CD (WS-SUB)     TO WFDAM-FUND-CD.

           PERFORM  FDAM-1000-GET-MANAGER
               THRU FDAM-1000-GET-MANAGER-X.

           IF  WFDAM-IO-OK
           AND RFDAM-AMGR-ID NOT = SPACES
               MOVE RFDAM-AMGR-ID  TO WS-FUND-AMGR-ID (WS-SUB)
               MOVE RFDAM-AMGR-NM  TO WS-FUND-AMGR-NM (WS-SUB)
               GO TO 3000-ASSIGN-MANAGER-X
           END-IF.

           SET WS-FUND-DONE (WS-SUB)    TO TRUE.
           ADD 1                        TO WS-UNASGN-CNT.

           PERFORM  3100-CALC-NET-POSITION
               THRU 3100-CALC-NET-POSITION-X.
           MOVE 'NO ASSET MANAGER    '  TO WS-REMARK-TXT.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

      *MSG: (W) FUND @1 HAS NO ASSET MANAGER - NOT INSTRUCTED
           MOVE WS-FUND-CD (WS-SUB)     TO WGLOB-MSG-PARM (1).
           MOVE 'ZSUDIN0002'            TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       3000-ASSIGN-MANAGER-X.
           EXIT.

      *-------------------------
       3100-CALC-NET-POSITION.
      *-------------------------

      *
      *  THE DEALING PRICE IS THE FUND'S PRICE FOR THE DAY AS
      *  APPLIED TO ITS OWN POSTINGS - GROSS AMOUNT OVER GROSS
      *  UNITS, WHICH IS EXACT WHEN EVERYTHING DEALT AT ONE PRICE.
      *
           COMPUTE WS-NET-UNITS =
               WS-FUND-UNITS-IN (WS-SUB) - WS-FUND-UNITS-OUT (WS-SUB).
           COMPUTE WS-GROSS-UNITS =
               WS-FUND-UNITS-IN (WS-SUB) + WS-FUND-UNITS-OUT (WS-SUB).

           MOVE ZERO                    TO WS-DEAL-PRICE
                                           WS-DEAL-AMT.
           IF  WS-GROSS-UNITS > ZERO
               COMPUTE WS-DEAL-PRICE ROUNDED =
                   (WS-FUND-AMT-IN (WS-SUB) + WS-FUND-AMT-OUT (WS-SUB))
                 / WS-GROSS-UNITS
           END-IF.

           IF  WS-NET-UNITS < ZERO
               COMPUTE WS-DEAL-AMT ROUNDED =
                   WS-NET-UNITS * WS-DEAL-PRICE * -1
           ELSE
               COMPUTE WS-DEAL-AMT ROUNDED =
                   WS-NET-UNITS * WS-DEAL-PRICE
           END-IF.

       3100-CALC-NET-POSITION-X.
           EXIT.
      /
      *---------------------
       4000-WRITE-MANAGER.
      *---------------------

      *
      *  ONE PASS PER ASSET MANAGER: THE FIRST FUND NOT YET WRITTEN
      *  NAMES THE MANAGER, THEN EVERY FUND OF THAT MANAGER IS
      *  WRITTEN BETWEEN ITS HEADER AND TRAILER.
      *
           MOVE ZERO                    TO WS-FIND-SUB.

           PERFORM  4050-FIND-NEXT-AMGR
               THRU 4050-FIND-NEXT-AMGR-X
               VARYING WS-SUB FROM 1 BY 1
               UNTIL   WS-SUB > WS-FUND-CNT
               OR      WS-FIND-SUB > ZERO.

           IF  WS-FIND-SUB = ZERO
               SET WS-NO-MORE-AMGR      TO TRUE
               GO TO 4000-WRITE-MANAGER-X
           END-IF.

           MOVE WS-FUND-AMGR-ID (WS-FIND-SUB)
                                        TO WS-CUR-AMGR-ID.
           MOVE WS-FUND-AMGR-NM (WS-FIND-SUB)
                                        TO WS-CUR-AMGR-NM.
           MOVE ZERO                    TO WS-AMGR-REC-CNT
                                           WS-AMGR-TOT-UNITS.
           ADD 1                        TO WS-AMGR-CNT.

           MOVE SPACES                  TO RUDIN-SEQ-REC-INFO.
           SET  RUDIN-REC-HEADER        TO TRUE.
           MOVE WS-CUR-AMGR-ID          TO RUDIN-AMGR-ID.
           MOVE WGLOB-PROCESS-DATE      TO RUDIN-TRADE-DT.
           MOVE WS-CUR-AMGR-NM          TO RUDIN-AMGR-NM.
           MOVE WGLOB-SYSTEM-DATE       TO RUDIN-CRTE-DT.
           PERFORM  4900-WRITE-UDIN
               THRU 4900-WRITE-UDIN-X.

           PERFORM  4100-WRITE-FUND
               THRU 4100-WRITE-FUND-X
               VARYING WS-SUB FROM 1 BY 1
               UNTIL   WS-SUB > WS-FUND-CNT.

           MOVE SPACES                  TO RUDIN-SEQ-REC-INFO.
           SET  RUDIN-REC-TRAILER       TO TRUE.
           MOVE WS-CUR-AMGR-ID          TO RUDIN-AMGR-ID.
           MOVE WGLOB-PROCESS-DATE      TO RUDIN-TRADE-DT.
           MOVE WS-AMGR-REC-CNT         TO RUDIN-TOT-REC-CNT.
           MOVE WS-AMGR-TOT-UNITS       TO RUDIN-TOT-UNITS.
           PERFORM  4900-WRITE-UDIN
               THRU 4900-WRITE-UDIN-X.

       4000-WRITE-MANAGER-X.
           EXIT.

      *----------------------
       4050-FIND-NEXT-AMGR.
      *----------------------

           IF  WS-FUND-NOT-DONE (WS-SUB)
               MOVE WS-SUB              TO WS-FIND-SUB
           END-IF.

       4050-FIND-NEXT-AMGR-X.
           EXIT.

      *------------------
       4100-WRITE-FUND.
      *------------------

           IF  WS-FUND-DONE (WS-SUB)
           OR  WS-FUND-AMGR-ID (WS-SUB) NOT = WS-CUR-AMGR-ID
               GO TO 4100-WRITE-FUND-X
           END-IF.

           SET WS-FUND-DONE (WS-SUB)    TO TRUE.

           PERFORM  3100-CALC-NET-POSITION
               THRU 3100-CALC-NET-POSITION-X.

      *
      *  A FUND WHOSE CREATIONS AND CANCELLATIONS CANCEL OUT NEEDS
      *  NO DEAL - IT IS REPORTED, NOT INSTRUCTED.
      *
           IF  WS-NET-UNITS = ZERO
               ADD 1                    TO WS-NIL-CNT
               MOVE 'NET NIL - NO DEAL   '
                                        TO WS-REMARK-TXT
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 4100-WRITE-FUND-X
           END-IF.

           MOVE SPACES                  TO RUDIN-SEQ-REC-INFO.
           SET  RUDIN-REC-DETAIL        TO TRUE.
           MOVE WS-CUR-AMGR-ID          TO RUDIN-AMGR-ID.
           MOVE WGLOB-PROCESS-DATE      TO RUDIN-TRADE-DT.
           MOVE WS-FUND-CD (WS-SUB)     TO RUDIN-FUND-CD.
           IF  WS-NET-UNITS > ZERO
               SET RUDIN-DEAL-BUY       TO TRUE
               MOVE WS-NET-UNITS        TO RUDIN-DEAL-UNITS
               ADD 1                    TO WS-BUY-CNT
           ELSE
               SET RUDIN-DEAL-SELL      TO TRUE
               COMPUTE RUDIN-DEAL-UNITS = WS-NET-UNITS * -1
               ADD 1                    TO WS-SELL-CNT
           END-IF.
           MOVE WS-DEAL-PRICE           TO RUDIN-UNIT-PRICE.
           MOVE WS-DEAL-AMT             TO RUDIN-DEAL-AMT.

           ADD 1                        TO WS-AMGR-REC-CNT.
           ADD RUDIN-DEAL-UNITS         TO WS-AMGR-TOT-UNITS.

           PERFORM  4900-WRITE-UDIN
               THRU 4900-WRITE-UDIN-X.

           MOVE 'INSTRUCTED          '  TO WS-REMARK-TXT.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       4100-WRITE-FUND-X.
           EXIT.

      *-------------------
       4900-WRITE-UDIN.
      *-------------------

           MOVE TFCMD-WRITE-RECORD      TO WUDIN-SEQ-IO-COMMAND.
           WRITE RUDIN-SEQ-REC-INFO.
           IF WUDIN-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-UDIN-ERROR
                 THRU 9700-HANDLE-UDIN-ERROR-X
           END-IF.

           ADD 1                        TO WS-UDIN-WRIT-CNT.

       4900-WRITE-UDIN-X.
           EXIT.
      /
      *------------------------
       8400-WRITE-DETAIL-LINE.
      *------------------------

           MOVE SPACES                   TO P-DETAIL-LINE.
           MOVE WS-FUND-CD (WS-SUB)      TO P-FUND-CD.
           MOVE WS-FUND-AMGR-ID (WS-SUB) TO P-AMGR-ID.
           MOVE WS-FUND-UNITS-IN (WS-SUB)
                                         TO P-UNITS-IN-X.
           MOVE WS-FUND-UNITS-OUT (WS-SUB)
                                         TO P-UNITS-OUT-X.
           MOVE WS-NET-UNITS             TO P-NET-UNITS-X.
           EVALUATE TRUE
               WHEN WS-NET-UNITS > ZERO
                   MOVE 'B'              TO P-DEAL-TYP-CD
               WHEN WS-NET-UNITS < ZERO
                   MOVE 'S'              TO P-DEAL-TYP-CD
               WHEN OTHER
                   MOVE SPACE            TO P-DEAL-TYP-CD
           END-EVALUATE.
           MOVE WS-DEAL-PRICE            TO P-DEAL-PRICE-X.
           MOVE WS-REMARK-TXT            TO P-REMARK-TXT.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.

      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE SPACES                   TO P-SUMMARY-LINE-1.
           MOVE WS-FA-USED-CNT           TO P-USED-CNT-X.
           MOVE WS-BUY-CNT               TO P-BUY-CNT-X.
           MOVE WS-SELL-CNT              TO P-SELL-CNT-X.
           MOVE WS-NIL-CNT               TO P-NIL-CNT-X.
           MOVE WS-UNASGN-CNT            TO P-UNASGN-CNT-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-SUMMARY-LINE-2.
           MOVE WS-AMGR-CNT              TO P-AMGR-CNT-X.
           MOVE WS-UDIN-WRIT-CNT         TO P-WRIT-CNT-X.

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

           MOVE ZERO TO WUDIN-SEQ-IO-STATUS.
           MOVE TFCMD-OPEN-O-FILE      TO WUDIN-SEQ-IO-COMMAND.
           OPEN OUTPUT UDIN-DATA-FILE.
           IF WUDIN-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-UDIN-ERROR
                 THRU 9700-HANDLE-UDIN-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-UDIN-WRIT-CNT         TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSUDIN0003'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL DEALING INSTRUCTION RECORDS WRITTEN @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE UDIN-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *-----------------------
       9700-HANDLE-UDIN-ERROR.
      *-----------------------

           MOVE WUDIN-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WUDIN-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WUDIN-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-UDIN-ERROR-X.
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
      * SEGFUND ACTIVITY TABLE BROWSE
      *
       COPY SCPBFA.
      *
      * FUND ASSET MANAGER LOOKUP (FDAM TABLE)
      *
       COPY SCPPFDAM.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMUDIN                     **
      *****************************************************************
