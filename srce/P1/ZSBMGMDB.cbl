      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMGMDB.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMGMDB                                         **
      **  REMARKS:  SEGREGATED FUND GUARANTEED MINIMUM DEATH         **
      **            BENEFIT ANNIVERSARY STEP-UP (RATCHET).  RUNS     **
      **            EACH BUSINESS DAY ONCE THE UNIT PRICE            **
      **            VALIDATION GATE (UVGT, SET BY SSRF6310) HAS      **
      **            PASSED.  DRIVEN BY THE FUND HOLDING FILE         **
      **            (SCSRFHLD) IN POLICY ORDER.  FOR EVERY INFORCE   **
      **            POLICY WHOSE LATEST ANNIVERSARY FELL WITHIN THE  **
      **            CONTROL CARD LOOKBACK AND HAS NOT YET BEEN       **
      **            EXAMINED, THE FUND VALUE AT THE FIRST VALIDATED  **
      **            PRICES ON OR AFTER THE ANNIVERSARY IS COMPARED   **
      **            WITH THE GUARANTEE BASE (GBAS) AND THE BASE IS   **
      **            RAISED TO THE VALUE WHEN THE VALUE IS HIGHER.    **
      **            A POLICY WITHOUT A BASE YET IS ESTABLISHED FROM  **
      **            THE SSRV6601 GUARANTEE.  EVERY CHANGE IS WRITTEN **
      **            TO THE BASE HISTORY (GBHS); EACH STEP-UP WRITES  **
      **            A CLIENT NOTICE (ZCSRGBNT), ROUTED BY THE        **
      **            CLIENT'S COMMUNICATION PREFERENCE (CPRF) TO THE  **
      **            PRINT FILE OR THE NOTICE QUEUE, AND THE UPLIFT   **
      **            IS SPREAD OVER THE POLICY'S FUNDS BY VALUE INTO  **
      **            A PER-FUND SUMMARY (ZCSRGBUF) FOR ACTUARIAL.     **
      **                                                             **
      **  DOMAIN :  AT                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51267**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY SCFHGBAS.

           COPY SCFHGBHS.

           COPY SCFHUVGT.

           COPY CCFHCPRF.

           COPY CCFHCNTQ.

           SELECT OFHL-DATA-FILE ASSIGN TO ZSOFHL
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WOFHL-SEQ-FILE-STATUS.

           SELECT GBNT-DATA-FILE ASSIGN TO ZSGBNT
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WGBNT-SEQ-FILE-STATUS.

           SELECT GBUF-DATA-FILE ASSIGN TO ZSGBUF
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WGBUF-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY SCFWGBAS.

       COPY SCFWGBHS.

       COPY SCFWUVGT.

       COPY CCFWCPRF.

       COPY CCFWCNTQ.

       FD  OFHL-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY SCSRFHLD.

       FD  GBNT-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRGBNT.

       FD  GBUF-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRGBUF.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMGMDB'.

       COPY SQLCA.

       COPY SCWWGBAS.
       COPY SCFRGBAS.

       COPY SCWWUVGT.
       COPY SCFRUVGT.

       COPY CCFRCPRF.
       COPY CCWWCPRF.
       COPY CCWWCNTQ.

       01  WOFHL-SEQ-IO-WORK-AREA.
           05  WOFHL-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'OFHL'.
           05  WOFHL-SEQ-IO-COMMAND            PIC X(02).
           05  WOFHL-SEQ-FILE-STATUS           PIC X(02).
           05  WOFHL-SEQ-IO-STATUS             PIC 9(01).
               88  WOFHL-SEQ-IO-OK             VALUE 0.
               88  WOFHL-SEQ-IO-EOF            VALUE 8.
               88  WOFHL-SEQ-IO-ERROR          VALUE 9.

       01  WGBNT-SEQ-IO-WORK-AREA.
           05  WGBNT-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'GBNT'.
           05  WGBNT-SEQ-IO-COMMAND            PIC X(02).
           05  WGBNT-SEQ-FILE-STATUS           PIC X(02).
           05  WGBNT-SEQ-IO-STATUS             PIC 9(01).
               88  WGBNT-SEQ-IO-OK             VALUE 0.
               88  WGBNT-SEQ-IO-ERROR          VALUE 9.

       01  WGBUF-SEQ-IO-WORK-AREA.
           05  WGBUF-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'GBUF'.
           05  WGBUF-SEQ-IO-COMMAND            PIC X(02).
           05  WGBUF-SEQ-FILE-STATUS           PIC X(02).
           05  WGBUF-SEQ-IO-STATUS             PIC 9(01).
               88  WGBUF-SEQ-IO-OK             VALUE 0.
               88  WGBUF-SEQ-IO-ERROR          VALUE 9.

      ****************************************************************
      *    CONTROL CARD - ANNIVERSARY LOOKBACK IN DAYS
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-LOOKBACK-DAYS-TXT            PIC X(03).
           02  CR-LOOKBACK-DAYS REDEFINES
               CR-LOOKBACK-DAYS-TXT            PIC 9(03).
           02  FILLER                          PIC X(70).

      ****************************************************************
      *    ONE POLICY IN PROGRESS
      ****************************************************************

       01  WS-POL-WORK-AREA.
           05  WS-POL-ID                 PIC X(10)  VALUE SPACES.
           05  WS-POL-VALUE-AMT          PIC S9(15)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-OLD-BASE-AMT           PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-UPLIFT-AMT             PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-FD-SHARE-AMT           PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-LOOKBACK-DT            PIC X(10)  VALUE SPACES.
           05  WS-ANNIV-DT               PIC X(10)  VALUE SPACES.
           05  WS-ANNIV-YRS              PIC S9(05) COMP-3
                                                    VALUE ZERO.
           05  WS-SUB                    PIC S9(04) COMP.
           05  WS-PF-IX                  PIC S9(04) COMP.
           05  WS-FS-IX                  PIC S9(04) COMP.
           05  WS-SKIP-SW                PIC X(01)  VALUE 'N'.
               88  WS-SKIP-POLICY                   VALUE 'Y'.
           05  WS-SEED-SW                PIC X(01)  VALUE 'N'.
               88  WS-BASE-ESTABLISHED              VALUE 'Y'.
           05  WS-STEP-SW                PIC X(01)  VALUE 'N'.
               88  WS-BASE-STEPPED-UP               VALUE 'Y'.

       01  WS-POL-FUND-AREA.
           05  WS-PF-MAX                 PIC S9(04) COMP VALUE +20.
           05  WS-PF-CNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-PF-ENTRY               OCCURS 20 TIMES.
               10  WS-PF-FUND-CD         PIC X(04).
               10  WS-PF-VALUE-AMT       PIC S9(13)V99 COMP-3.

      ****************************************************************
      *    GUARANTEE BASE UPLIFT SUMMARY BY FUND
      ****************************************************************

       01  WS-FUND-SUM-AREA.
           05  WS-FS-MAX                 PIC S9(04) COMP VALUE +50.
           05  WS-FS-CNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-FS-ENTRY               OCCURS 50 TIMES.
               10  WS-FS-FUND-CD         PIC X(04).
               10  WS-FS-UPLIFT-AMT      PIC S9(15)V99 COMP-3.
               10  WS-FS-POL-CNT         PIC 9(07).

       01  WS-REPORT-TOTALS.
           05  WS-EXAM-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-STEP-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-SEED-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-TOT-UPLIFT-AMT       PIC S9(15)V99 COMP-3
                                                      VALUE ZERO.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'GUARANTEE BASE ANNIVERSARY STEP-UP          '.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'POLICY    '.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(10)
               VALUE 'ANNIV DATE'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE '       OLD BASE '.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE '  VALUE/NEW BASE'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE '         UPLIFT '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-ANNIV-DT                  PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-OLD-BASE                  PIC Z(12)9.99.
           03  FILLER                      PIC X(02).
           03  P-NEW-BASE                  PIC Z(12)9.99.
           03  FILLER                      PIC X(02).
           03  P-UPLIFT                    PIC Z(12)9.99.

       01  P-FUND-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(44)
               VALUE 'UPLIFT BY FUND      POLICIES          UPLIFT'.

       01  P-FUND-LINE.
           03  FILLER                      PIC X(01).
           03  P-FUND-CD                   PIC X(04).
           03  FILLER                      PIC X(16).
           03  P-FUND-POL-CNT              PIC ZZZZZZ9.
           03  FILLER                      PIC X(01).
           03  P-FUND-UPLIFT               PIC Z(12)9.99.

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(21)
               VALUE 'ANNIVERSARIES SEEN:  '.
           03  P-EXAM-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(12)
               VALUE 'STEPPED UP: '.
           03  P-STEP-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(13)
               VALUE 'ESTABLISHED: '.
           03  P-SEED-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(14)
               VALUE 'TOTAL UPLIFT: '.
           03  P-UPLIFT-AMT-X              PIC Z(12)9.99.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

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

       COPY SCWL6601.

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

           PERFORM  2000-PROCESS-HOLDINGS
               THRU 2000-PROCESS-HOLDINGS-X
                    UNTIL WOFHL-SEQ-IO-EOF.

           IF  WS-POL-ID NOT = SPACES
               PERFORM  4000-CLOSE-POLICY
                   THRU 4000-CLOSE-POLICY-X
           END-IF.

           PERFORM  7000-WRITE-FUND-SUMMARY
               THRU 7000-WRITE-FUND-SUMMARY-X.

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

           MOVE SPACES                  TO WS-CONTROL-RECORD.
           IF  NOT WBCF-SEQ-IO-EOF
               MOVE RBCF-SEQ-REC-INFO   TO WS-CONTROL-RECORD
           END-IF.

      *
      *  AN ANNIVERSARY FALLING ON A NON-BUSINESS DAY IS PICKED UP
      *  BY THE NEXT RUN; THE LOOKBACK BOUNDS HOW FAR BACK (7 DAYS
      *  UNLESS THE CONTROL CARD SAYS OTHERWISE).
      *
           IF  CR-LOOKBACK-DAYS-TXT NOT NUMERIC
           OR  CR-LOOKBACK-DAYS = ZERO
               MOVE 7                   TO CR-LOOKBACK-DAYS
           END-IF.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WGLOB-PROCESS-DATE      TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS.
           MOVE ZERO                    TO L1680-NUMBER-OF-MONTHS.
           MOVE CR-LOOKBACK-DAYS        TO L1680-NUMBER-OF-DAYS.
           PERFORM  1680-4000-SUB-YMD-FROM-DATE
               THRU 1680-4000-SUB-YMD-FROM-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-LOOKBACK-DT.

           PERFORM  1610-1000-GET-DATE-TIME
              THRU 1610-1000-GET-DATE-TIME-X.

           PERFORM  0950-0000-INIT-PARM-INFO
              THRU 0950-0000-INIT-PARM-INFO-X.

           PERFORM  0950-1000-GET-COMPANY-NAME
              THRU 0950-1000-GET-COMPANY-NAME-X.

           PERFORM  0300-CHECK-PRICE-GATE
              THRU 0300-CHECK-PRICE-GATE-X.

           PERFORM  9100-INIT-TITLES
              THRU 9100-INIT-TITLES-X.

           PERFORM  8450-WRITE-DETAIL-HEADING
              THRU 8450-WRITE-DETAIL-HEADING-X.

           PERFORM  9500-OFHL-READ
              THRU 9500-OFHL-READ-X.

       0200-INITIALIZE-X.
           EXIT.

      *----------------------
       0300-CHECK-PRICE-GATE.
      *----------------------

      *
      *  THE STEP-UP IS ONLY MADE ON VALIDATED PRICES.  THE RUN
      *  STOPS UNTIL THE GATE FOR THE PROCESS DATE PASSES.
      *
           MOVE WGLOB-PROCESS-DATE       TO WUVGT-RQST-BUS-DT.

           PERFORM  UVGT-1000-CHECK-GATE
               THRU UVGT-1000-CHECK-GATE-X.

           IF  NOT RUVGT-GATE-PASSED
      *MSG: (S) UNIT PRICE VALIDATION GATE NOT PASSED FOR @1
               MOVE WGLOB-PROCESS-DATE   TO WGLOB-MSG-PARM (1)
               MOVE 'ZSGMDB0001'         TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

       0300-CHECK-PRICE-GATE-X.
           EXIT.
      /
      *--------------------------
       2000-PROCESS-HOLDINGS.
      *--------------------------

           IF  RFHLD-POL-ID NOT = WS-POL-ID
               IF  WS-POL-ID NOT = SPACES
                   PERFORM  4000-CLOSE-POLICY
                       THRU 4000-CLOSE-POLICY-X
               END-IF
               PERFORM  3000-OPEN-POLICY
                   THRU 3000-OPEN-POLICY-X
           END-IF.

           IF  RFHLD-UNIT-BAL NUMERIC
           AND RFHLD-UNIT-VALUE NUMERIC
               PERFORM  2100-ADD-HOLDING
                   THRU 2100-ADD-HOLDING-X
           END-IF.

           PERFORM  9500-OFHL-READ
               THRU 9500-OFHL-READ-X.

       2000-PROCESS-HOLDINGS-X.
           EXIT.

      *---------------------
       2100-ADD-HOLDING.
      *---------------------

           IF  WS-PF-CNT NOT < WS-PF-MAX
      *MSG: (S) POLICY @1 HOLDS MORE FUNDS THAN THE STEP-UP LIMIT
               MOVE WS-POL-ID           TO WGLOB-MSG-PARM (1)
               MOVE 'ZSGMDB0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           ADD 1                        TO WS-PF-CNT.
           MOVE WS-PF-CNT               TO WS-PF-IX.

           MOVE RFHLD-FUND-CD      TO WS-PF-FUND-CD   (WS-PF-IX).
           COMPUTE WS-PF-VALUE-AMT (WS-PF-IX) ROUNDED =
               RFHLD-UNIT-BAL * RFHLD-UNIT-VALUE.

           ADD WS-PF-VALUE-AMT (WS-PF-IX)
                                        TO WS-POL-VALUE-AMT.

       2100-ADD-HOLDING-X.
           EXIT.

      *--------------------
       3000-OPEN-POLICY.
      *--------------------

           MOVE RFHLD-POL-ID            TO WS-POL-ID.
           MOVE ZERO                    TO WS-PF-CNT
                                           WS-POL-VALUE-AMT
                                           WS-OLD-BASE-AMT
                                           WS-UPLIFT-AMT.
           MOVE 'N'                     TO WS-SKIP-SW
                                           WS-SEED-SW
                                           WS-STEP-SW.

       3000-OPEN-POLICY-X.
           EXIT.
      /
      *-----------------------
       4000-CLOSE-POLICY.
      *-----------------------

           MOVE WS-POL-ID               TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
           OR  NOT RPOL-POL-STAT-IN-FORCE
               GO TO 4000-CLOSE-POLICY-X
           END-IF.

           PERFORM  4100-FIND-ANNIVERSARY
               THRU 4100-FIND-ANNIVERSARY-X.

           IF  WS-SKIP-POLICY
               GO TO 4000-CLOSE-POLICY-X
           END-IF.

           PERFORM  4200-GET-GTEE-BASE
               THRU 4200-GET-GTEE-BASE-X.

           IF  WS-SKIP-POLICY
               GO TO 4000-CLOSE-POLICY-X
           END-IF.

           ADD 1                        TO WS-EXAM-CNT.

           IF  WS-POL-VALUE-AMT > WS-OLD-BASE-AMT
               SET  WS-BASE-STEPPED-UP  TO TRUE
               COMPUTE WS-UPLIFT-AMT =
                   WS-POL-VALUE-AMT - WS-OLD-BASE-AMT
           END-IF.

           PERFORM  4300-UPDATE-GTEE-BASE
               THRU 4300-UPDATE-GTEE-BASE-X.

           IF  NOT WS-BASE-STEPPED-UP
               GO TO 4000-CLOSE-POLICY-X
           END-IF.

           ADD 1                        TO WS-STEP-CNT.
           ADD WS-UPLIFT-AMT            TO WS-TOT-UPLIFT-AMT.

           PERFORM  4400-WRITE-NOTICE
               THRU 4400-WRITE-NOTICE-X.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

           PERFORM  4500-SPREAD-OVER-FUNDS
               THRU 4500-SPREAD-OVER-FUNDS-X
               VARYING WS-PF-IX FROM 1 BY 1
               UNTIL   WS-PF-IX > WS-PF-CNT.

       4000-CLOSE-POLICY-X.
           EXIT.

      *---------------------------
       4100-FIND-ANNIVERSARY.
      *---------------------------

      *
      *  THE LATEST ANNIVERSARY ON OR BEFORE THE PROCESS DATE.  THE
      *  ISSUE DATE ITSELF IS NOT AN ANNIVERSARY.
      *
           COMPUTE WS-ANNIV-YRS =
               WGLOB-PROCESS-DATE-YR - RPOL-POL-ISS-EFF-DT-YR.

           PERFORM  4110-ADD-ANNIV-YEARS
               THRU 4110-ADD-ANNIV-YEARS-X.

           IF  WS-ANNIV-DT > WGLOB-PROCESS-DATE
               SUBTRACT 1               FROM WS-ANNIV-YRS
               PERFORM  4110-ADD-ANNIV-YEARS
                   THRU 4110-ADD-ANNIV-YEARS-X
           END-IF.

           IF  WS-ANNIV-YRS < 1
           OR  WS-ANNIV-DT < WS-LOOKBACK-DT
               SET WS-SKIP-POLICY       TO TRUE
           END-IF.

       4100-FIND-ANNIVERSARY-X.
           EXIT.

      *---------------------------
       4110-ADD-ANNIV-YEARS.
      *---------------------------

           MOVE RPOL-POL-ISS-EFF-DT     TO L1680-INTERNAL-1.
           MOVE WS-ANNIV-YRS            TO L1680-NUMBER-OF-YEARS.
           MOVE ZERO                    TO L1680-NUMBER-OF-MONTHS.
           MOVE ZERO                    TO L1680-NUMBER-OF-DAYS.
           PERFORM  1680-3000-ADD-Y-M-D-TO-DATE
               THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-ANNIV-DT.

       4110-ADD-ANNIV-YEARS-X.
           EXIT.

      *---------------------------
       4200-GET-GTEE-BASE.
      *---------------------------

           MOVE WS-POL-ID               TO WGBAS-RQST-POL-ID.
           PERFORM  GBAS-1000-READ
               THRU GBAS-1000-READ-X.

           IF  NOT WGBAS-FILE-OPEN
               MOVE TFCMD-OPEN-U-FILE   TO WGBAS-SEQ-IO-COMMAND
               PERFORM 9700-HANDLE-GBAS-ERROR
                  THRU 9700-HANDLE-GBAS-ERROR-X
           END-IF.

           IF  WGBAS-ROW-FOUND
               IF  RGBAS-LAST-ANNIV-DT NOT < WS-ANNIV-DT
                   SET WS-SKIP-POLICY   TO TRUE
               ELSE
                   MOVE RGBAS-GTEE-BASE-AMT TO WS-OLD-BASE-AMT
               END-IF
               GO TO 4200-GET-GTEE-BASE-X
           END-IF.

      *
      *  NO BASE HELD YET - ESTABLISH IT FROM THE GUARANTEE THE
      *  POLICY CARRIES AT THE ANNIVERSARY.  A POLICY WITH NO
      *  GUARANTEE HAS NOTHING TO STEP UP.
      *
           INITIALIZE L6601-PARM-INFO.
           MOVE WS-POL-ID               TO L6601-POL-ID.
           MOVE WS-ANNIV-DT             TO L6601-EFF-DT.

           CALL 'SSRV6601' USING WGLOB-GLOBAL-AREA
                                 L6601-PARM-INFO.

           IF  NOT L6601-RETRN-OK
           OR  NOT L6601-GTD-SURR-VAL-APPLIES
               SET WS-SKIP-POLICY       TO TRUE
               GO TO 4200-GET-GTEE-BASE-X
           END-IF.

           SET  WS-BASE-ESTABLISHED     TO TRUE.
           MOVE L6601-GTD-SURR-VAL-AMT  TO WS-OLD-BASE-AMT.
           MOVE WS-POL-ID               TO RGBAS-POL-ID.

       4200-GET-GTEE-BASE-X.
           EXIT.
      /
      *---------------------------
       4300-UPDATE-GTEE-BASE.
      *---------------------------

           MOVE WS-ANNIV-DT             TO RGBAS-LAST-ANNIV-DT.

           IF  WS-BASE-STEPPED-UP
               MOVE WS-POL-VALUE-AMT    TO RGBAS-GTEE-BASE-AMT
               MOVE 'SU'                TO RGBAS-LAST-CHG-RSN-CD
           ELSE
               MOVE WS-OLD-BASE-AMT     TO RGBAS-GTEE-BASE-AMT
           END-IF.

           IF  WS-BASE-ESTABLISHED
           AND NOT WS-BASE-STEPPED-UP
               MOVE 'IN'                TO RGBAS-LAST-CHG-RSN-CD
           END-IF.

           IF  WS-BASE-ESTABLISHED
           OR  WS-BASE-STEPPED-UP
               MOVE WGLOB-PROCESS-DATE  TO RGBAS-LAST-CHG-DT
               MOVE WPGWS-CRNT-PGM-ID   TO RGBAS-LAST-CHG-USER-ID
           END-IF.

           MOVE TFCMD-WRITE-RECORD      TO WGBAS-SEQ-IO-COMMAND.
           PERFORM  GBAS-2000-UPDATE
               THRU GBAS-2000-UPDATE-X.
           IF  NOT WGBAS-IO-OK
               PERFORM 9700-HANDLE-GBAS-ERROR
                  THRU 9700-HANDLE-GBAS-ERROR-X
           END-IF.

           IF  WS-BASE-ESTABLISHED
               MOVE SPACES              TO WGBHS-REC-INFO
               SET  WGBHS-RSN-ESTABLISHED TO TRUE
               MOVE ZERO                TO WGBHS-OLD-BASE-AMT
                                           WGBHS-SURR-AMT
               MOVE WS-OLD-BASE-AMT     TO WGBHS-NEW-BASE-AMT
               PERFORM  4310-WRITE-HISTORY
                   THRU 4310-WRITE-HISTORY-X
               ADD 1                    TO WS-SEED-CNT
           END-IF.

           IF  WS-BASE-STEPPED-UP
               MOVE SPACES              TO WGBHS-REC-INFO
               SET  WGBHS-RSN-STEP-UP   TO TRUE
               MOVE WS-OLD-BASE-AMT     TO WGBHS-OLD-BASE-AMT
               MOVE ZERO                TO WGBHS-SURR-AMT
               MOVE WS-POL-VALUE-AMT    TO WGBHS-NEW-BASE-AMT
               PERFORM  4310-WRITE-HISTORY
                   THRU 4310-WRITE-HISTORY-X
           END-IF.

       4300-UPDATE-GTEE-BASE-X.
           EXIT.

      *---------------------------
       4310-WRITE-HISTORY.
      *---------------------------

           MOVE WS-POL-ID               TO WGBHS-POL-ID.
           MOVE WS-ANNIV-DT             TO WGBHS-EFF-DT.
           MOVE WS-POL-VALUE-AMT        TO WGBHS-POL-VALUE-AMT.
           MOVE WGLOB-PROCESS-DATE      TO WGBHS-ENTRY-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO WGBHS-ENTRY-USER-ID.

           MOVE TFCMD-WRITE-RECORD      TO WGBHS-SEQ-IO-COMMAND.
           PERFORM  GBHS-1000-WRITE
               THRU GBHS-1000-WRITE-X.
           IF  NOT WGBHS-IO-OK
               PERFORM 9700-HANDLE-GBHS-ERROR
                  THRU 9700-HANDLE-GBHS-ERROR-X
           END-IF.

       4310-WRITE-HISTORY-X.
           EXIT.

      *---------------------------
       4400-WRITE-NOTICE.
      *---------------------------

           MOVE SPACES                  TO RGBNT-SEQ-REC-INFO.
           MOVE WS-POL-ID               TO RGBNT-POL-ID.
           MOVE RPOL-HLDR-CLI-ID        TO RGBNT-CLI-ID.
           MOVE RPOL-SERV-AGT-ID        TO RGBNT-AGT-ID.
           MOVE WS-ANNIV-DT             TO RGBNT-ANNIV-DT.
           MOVE WS-OLD-BASE-AMT         TO RGBNT-OLD-GTEE-AMT.
           MOVE WS-POL-VALUE-AMT        TO RGBNT-NEW-GTEE-AMT
                                           RGBNT-POL-VALUE-AMT.

           MOVE RPOL-HLDR-CLI-ID        TO WCPRF-RQST-CLI-ID.
           MOVE '**'                    TO WCPRF-RQST-DOC-CAT-CD.
           SET  WCPRF-RQST-NOT-LEGAL    TO TRUE.
           PERFORM  CPRF-1000-GET-CHANNEL
               THRU CPRF-1000-GET-CHANNEL-X.

           IF  WCPRF-ROUTE-NO-CONTACT
               GO TO 4400-WRITE-NOTICE-X
           END-IF.

           IF  WCPRF-ROUTE-ELECTRONIC
               MOVE WS-POL-ID           TO WCNTQ-RQST-POL-ID
               MOVE RGBNT-SEQ-REC-INFO  TO WCNTQ-RQST-NTC-IMAGE-TXT
               PERFORM  CPRF-2000-QUEUE-NOTICE
                   THRU CPRF-2000-QUEUE-NOTICE-X
               GO TO 4400-WRITE-NOTICE-X
           END-IF.

           WRITE RGBNT-SEQ-REC-INFO.
           IF WGBNT-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-GBNT-ERROR
                 THRU 9700-HANDLE-GBNT-ERROR-X
           END-IF.

       4400-WRITE-NOTICE-X.
           EXIT.

      *----------------------------
       4500-SPREAD-OVER-FUNDS.
      *----------------------------

      *
      *  THE POLICY'S UPLIFT IS SPREAD OVER ITS FUNDS IN PROPORTION
      *  TO THEIR VALUES AT THE ANNIVERSARY.
      *
           IF  WS-POL-VALUE-AMT NOT > ZERO
               GO TO 4500-SPREAD-OVER-FUNDS-X
           END-IF.

           COMPUTE WS-FD-SHARE-AMT ROUNDED =
               WS-UPLIFT-AMT
             * WS-PF-VALUE-AMT (WS-PF-IX) / WS-POL-VALUE-AMT.

           PERFORM  7100-FIND-ADD-FUND
               THRU 7100-FIND-ADD-FUND-X.

           ADD WS-FD-SHARE-AMT          TO WS-FS-UPLIFT-AMT (WS-FS-IX).
           ADD 1                        TO WS-FS-POL-CNT    (WS-FS-IX).

       4500-SPREAD-OVER-FUNDS-X.
           EXIT.
      /
      *---------------------------
       7000-WRITE-FUND-SUMMARY.
      *---------------------------

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-FUND-HEAD-LINE        TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  7010-ONE-FUND
               THRU 7010-ONE-FUND-X
               VARYING WS-FS-IX FROM 1 BY 1
               UNTIL   WS-FS-IX > WS-FS-CNT.

       7000-WRITE-FUND-SUMMARY-X.
           EXIT.

      *-------------------
       7010-ONE-FUND.
      *-------------------

           MOVE SPACES                  TO RGBUF-SEQ-REC-INFO.
           MOVE WS-FS-FUND-CD (WS-FS-IX) TO RGBUF-FUND-CD.
           MOVE WGLOB-PROCESS-DATE      TO RGBUF-RPT-DT.
           MOVE WS-FS-POL-CNT (WS-FS-IX) TO RGBUF-POL-CNT.
           MOVE WS-FS-UPLIFT-AMT (WS-FS-IX)
                                        TO RGBUF-UPLIFT-AMT.

           WRITE RGBUF-SEQ-REC-INFO.
           IF WGBUF-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-GBUF-ERROR
                 THRU 9700-HANDLE-GBUF-ERROR-X
           END-IF.

           MOVE SPACES                  TO P-FUND-LINE.
           MOVE WS-FS-FUND-CD (WS-FS-IX) TO P-FUND-CD.
           MOVE WS-FS-POL-CNT (WS-FS-IX) TO P-FUND-POL-CNT.
           MOVE WS-FS-UPLIFT-AMT (WS-FS-IX)
                                        TO P-FUND-UPLIFT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-FUND-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       7010-ONE-FUND-X.
           EXIT.

      *------------------------
       7100-FIND-ADD-FUND.
      *------------------------

           MOVE ZERO                    TO WS-FS-IX.

           PERFORM  7110-TEST-ONE-FUND
               THRU 7110-TEST-ONE-FUND-X
               VARYING WS-SUB FROM 1 BY 1
               UNTIL   WS-SUB > WS-FS-CNT
               OR      WS-FS-IX > ZERO.

           IF  WS-FS-IX > ZERO
               GO TO 7100-FIND-ADD-FUND-X
           END-IF.

           IF  WS-FS-CNT NOT < WS-FS-MAX
      *MSG: (S) MORE FUNDS THAN THE UPLIFT SUMMARY LIMIT
               MOVE 'ZSGMDB0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           ADD 1                        TO WS-FS-CNT.
           MOVE WS-FS-CNT               TO WS-FS-IX.
           MOVE WS-PF-FUND-CD (WS-PF-IX) TO WS-FS-FUND-CD (WS-FS-IX).
           MOVE ZERO                    TO WS-FS-UPLIFT-AMT (WS-FS-IX)
                                           WS-FS-POL-CNT    (WS-FS-IX).

       7100-FIND-ADD-FUND-X.
           EXIT.

      *------------------------
       7110-TEST-ONE-FUND.
      *------------------------

           IF  WS-FS-FUND-CD (WS-SUB) = WS-PF-FUND-CD (WS-PF-IX)
               MOVE WS-SUB              TO WS-FS-IX
           END-IF.

       7110-TEST-ONE-FUND-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-EXAM-CNT              TO P-EXAM-CNT-X.
           MOVE WS-STEP-CNT              TO P-STEP-CNT-X.
           MOVE WS-SEED-CNT              TO P-SEED-CNT-X.
           MOVE WS-TOT-UPLIFT-AMT        TO P-UPLIFT-AMT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
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
           PERFORM 9700-GET-TEXT-DESC
              THRU 9700-GET-TEXT-DESC-X.
           MOVE L2490-TXT-STR-TXT  TO L0040-PROGRAM-DESC.
           MOVE L2490-TXT-STR-TXT  TO WHDG-REPORT-TITLE.

           PERFORM 0040-1000-INIT-TITLE
              THRU 0040-1000-INIT-TITLE-X.

       9100-INIT-TITLES-X.
           EXIT.

      *-------------------
       9700-GET-TEXT-DESC.
      *-------------------

           PERFORM 2490-1000-BUILD-PARM-INFO
              THRU 2490-1000-BUILD-PARM-INFO-X.
           MOVE WPGWS-CRNT-PGM-ID  TO L2490-TXT-SRC-ID.
           MOVE WS-TXT-SRC-REF-ID  TO L2490-TXT-SRC-REF-ID.
           PERFORM 2490-1000-RETRIEVE-TEXT
              THRU 2490-1000-RETRIEVE-TEXT-X.

       9700-GET-TEXT-DESC-X.
           EXIT.

      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE WS-POL-ID               TO P-POL-ID.
           MOVE WS-ANNIV-DT             TO P-ANNIV-DT.
           MOVE WS-OLD-BASE-AMT         TO P-OLD-BASE.
           MOVE WS-POL-VALUE-AMT        TO P-NEW-BASE.
           MOVE WS-UPLIFT-AMT           TO P-UPLIFT.

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
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           MOVE ZERO TO WOFHL-SEQ-IO-STATUS.
           OPEN INPUT OFHL-DATA-FILE.
           IF WOFHL-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-OFHL-ERROR
                 THRU 9700-HANDLE-OFHL-ERROR-X
           END-IF.

           MOVE ZERO TO WGBNT-SEQ-IO-STATUS.
           OPEN OUTPUT GBNT-DATA-FILE.
           IF WGBNT-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-GBNT-ERROR
                 THRU 9700-HANDLE-GBNT-ERROR-X
           END-IF.

           MOVE ZERO TO WGBUF-SEQ-IO-STATUS.
           OPEN OUTPUT GBUF-DATA-FILE.
           IF WGBUF-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-GBUF-ERROR
                 THRU 9700-HANDLE-GBUF-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-STEP-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSGMDB0004'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL GUARANTEE BASES STEPPED UP @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE OFHL-DATA-FILE.
           CLOSE GBNT-DATA-FILE.
           CLOSE GBUF-DATA-FILE.

           IF  WGBAS-FILE-OPEN
               CLOSE GBAS-FILE
           END-IF.

           IF  WGBHS-FILE-OPEN
               CLOSE GBHS-FILE
           END-IF.

           IF  WUVGT-FILE-OPEN
               CLOSE UVGT-FILE
           END-IF.

           PERFORM  CPRF-9000-CLOSE
               THRU CPRF-9000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-OFHL-READ.
      *----------------

           MOVE ZERO                   TO WOFHL-SEQ-IO-STATUS.

           READ OFHL-DATA-FILE
                AT END
                  MOVE 8               TO WOFHL-SEQ-IO-STATUS
                  GO TO 9500-OFHL-READ-X.

           IF WOFHL-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-OFHL-ERROR
                 THRU 9700-HANDLE-OFHL-ERROR-X
           END-IF.

       9500-OFHL-READ-X.
           EXIT.

      *-----------------------
       9700-HANDLE-GBAS-ERROR.
      *-----------------------

           MOVE WGBAS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WGBAS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WGBAS-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-GBAS-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-GBHS-ERROR.
      *-----------------------

           MOVE WGBHS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WGBHS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WGBHS-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-GBHS-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-OFHL-ERROR.
      *-----------------------

           MOVE WOFHL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WOFHL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WOFHL-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-OFHL-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-GBNT-ERROR.
      *-----------------------

           MOVE WGBNT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WGBNT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WGBNT-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-GBNT-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-GBUF-ERROR.
      *-----------------------

           MOVE WGBUF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WGBUF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WGBUF-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-GBUF-ERROR-X.
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
      * POLICY MASTER READ
      *
       COPY CCPNPOL.
      *
      * UNIT PRICE VALIDATION GATE
      *
       COPY SCPPUVGT.
      *
      * DATE ARITHMETIC
      *
       COPY XCPL1680.
      *
      * GUARANTEE BASE AND HISTORY
      *
       COPY SCPPGBAS.
      *
      * CLIENT COMMUNICATION PREFERENCE ROUTING
      *
       COPY CCPPCPRF.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMGMDB                     **
      *****************************************************************
