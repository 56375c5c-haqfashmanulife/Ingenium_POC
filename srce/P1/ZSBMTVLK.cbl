      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMTVLK.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMTVLK                                         **
      **  REMARKS:  NIGHTLY TARGET-VALUE LOCK-IN.  RUNS ONLY ONCE    **
      **            THE UNIT PRICE VALIDATION GATE (UVGT, SET BY     **
      **            SSRF6310) HAS PASSED FOR THE PROCESS DATE.       **
      **            DRIVEN BY THE FUND HOLDING FILE (SCSRFHLD) IN    **
      **            POLICY ORDER.  FOR EVERY POLICY WITH AN ACTIVE   **
      **            REGISTRATION ON THE TVLK FILE (SSRQTVLK) THE     **
      **            POLICY VALUE IS COMPARED WITH THE PREMIUMS PAID  **
      **            (COMPLETED, UNREVERSED DEPOSITS ON THE FA        **
      **            TABLE).  WHEN THE VALUE HAS REACHED THE TARGET   **
      **            PERCENTAGE EVERY OTHER FUND IS SWITCHED IN FULL  **
      **            INTO THE REGISTERED STABLE FUND THROUGH THE      **
      **            STANDARD SSRF6350 TRANSFER PROCESSING.  THE      **
      **            LEGS ARE NOT WRITTEN TO THE TRANSFER FEE FEED    **
      **            (FTRX), SO NO EXCESS-TRANSFER FEE IS ASSESSED.   **
      **            EACH SWITCH WRITES A PHST ACTIVITY AND A CLIENT  **
      **            AND AN AGENT NOTICE RECORD (ZCSRTVNT).  POLICIES **
      **            WITHIN THE CONTROL CARD MARGIN OF THEIR TARGET   **
      **            ARE LISTED ON THE REPORT AS NEAR TARGET.         **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51266**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY SCFHTVLK.

           COPY SCFHUVGT.

           SELECT OFHL-DATA-FILE ASSIGN TO ZSOFHL
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WOFHL-SEQ-FILE-STATUS.

           SELECT TVNT-DATA-FILE ASSIGN TO ZSTVNT
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WTVNT-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY SCFWTVLK.

       COPY SCFWUVGT.

       FD  OFHL-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY SCSRFHLD.

       FD  TVNT-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRTVNT.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMTVLK'.

       COPY SQLCA.

       COPY SCWWTVLK.
       COPY SCFRTVLK.

       COPY SCWWUVGT.
       COPY SCFRUVGT.

       01  WOFHL-SEQ-IO-WORK-AREA.
           05  WOFHL-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'OFHL'.
           05  WOFHL-SEQ-IO-COMMAND            PIC X(02).
           05  WOFHL-SEQ-FILE-STATUS           PIC X(02).
           05  WOFHL-SEQ-IO-STATUS             PIC 9(01).
               88  WOFHL-SEQ-IO-OK             VALUE 0.
               88  WOFHL-SEQ-IO-EOF            VALUE 8.
               88  WOFHL-SEQ-IO-ERROR          VALUE 9.

       01  WTVNT-SEQ-IO-WORK-AREA.
           05  WTVNT-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'TVNT'.
           05  WTVNT-SEQ-IO-COMMAND            PIC X(02).
           05  WTVNT-SEQ-FILE-STATUS           PIC X(02).
           05  WTVNT-SEQ-IO-STATUS             PIC 9(01).
               88  WTVNT-SEQ-IO-OK             VALUE 0.
               88  WTVNT-SEQ-IO-ERROR          VALUE 9.

      ****************************************************************
      *    CONTROL CARD - NEAR-TARGET REPORTING MARGIN
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-NEAR-MRGN-PCT-TXT            PIC X(05).
           02  CR-NEAR-MRGN-PCT REDEFINES
               CR-NEAR-MRGN-PCT-TXT            PIC 9(03)V99.
           02  FILLER                          PIC X(68).

      ****************************************************************
      *    ONE POLICY IN PROGRESS
      ****************************************************************

       01  WS-LOCK-WORK-AREA.
           05  WS-POL-ID                 PIC X(10)  VALUE SPACES.
           05  WS-TOT-VALUE-AMT          PIC S9(15)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-PREM-PAID-AMT          PIC S9(15)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-ACHV-PCT               PIC 9(05)V99 VALUE ZERO.
           05  WS-NEAR-MRGN-PCT          PIC 9(03)V99 VALUE ZERO.
           05  WS-NEAR-FLOOR-PCT         PIC S9(05)V99 VALUE ZERO.
           05  WS-SWTCH-AMT              PIC S9(15)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-SKIP-SW                PIC X(01)  VALUE 'N'.
               88  WS-SKIP-POLICY                   VALUE 'Y'.
           05  WS-FAIL-SW                PIC X(01)  VALUE 'N'.
               88  WS-SWITCH-FAILED                 VALUE 'Y'.

       01  WS-FH-TABLE-AREA.
           05  WS-FH-MAX                 PIC S9(04) COMP VALUE +20.
           05  WS-FH-CNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-FH-IX                  PIC S9(04) COMP.
           05  WS-FH-ENTRY               OCCURS 20 TIMES.
               10  WS-FH-FUND-CD         PIC X(04).
               10  WS-FH-VALUE-AMT       PIC S9(13)V99 COMP-3.

      *
      *  PHST DESCRIPTION AND BEFORE/AFTER VALUE TEXT
      *
       01  WS-PHST-DESC-TXT.
           05  FILLER                    PIC X(30)
               VALUE 'TARGET VALUE LOCK-IN TO FUND '.
           05  WS-PHST-DESC-FUND-CD      PIC X(04).
           05  FILLER                    PIC X(06)  VALUE SPACES.

       01  WS-PHST-OLD-VALU-TXT.
           05  FILLER                    PIC X(11)  VALUE 'TARGET PCT '.
           05  WS-PHST-OLD-TGT-PCT       PIC ZZ9.99.
           05  FILLER                    PIC X(13)  VALUE SPACES.

       01  WS-PHST-NEW-VALU-TXT.
           05  FILLER                    PIC X(11)  VALUE 'ACHIEVED   '.
           05  WS-PHST-NEW-ACHV-PCT      PIC ZZZZ9.99.
           05  FILLER                    PIC X(11)  VALUE SPACES.

       01  WS-REPORT-TOTALS.
           05  WS-REG-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-LOCK-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-NEAR-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-FAIL-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-TOT-SWTCH-AMT        PIC S9(15)V99 COMP-3
                                                      VALUE ZERO.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'TARGET-VALUE LOCK-IN CONTROL                '.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'POLICY    '.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE '    POLICY VALUE'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE '   PREMIUMS PAID'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(06)
               VALUE 'TARGET'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(08)
               VALUE 'ACHIEVED'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(04)
               VALUE 'FUND'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE 'DISPOSITION     '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-TOT-VALUE                 PIC Z(12)9.99.
           03  FILLER                      PIC X(02).
           03  P-PREM-PAID                 PIC Z(12)9.99.
           03  FILLER                      PIC X(02).
           03  P-TGT-PCT                   PIC ZZ9.99.
           03  FILLER                      PIC X(02).
           03  P-ACHV-PCT                  PIC ZZZZ9.99.
           03  FILLER                      PIC X(02).
           03  P-STBL-FUND-CD              PIC X(04).
           03  FILLER                      PIC X(02).
           03  P-DISP                      PIC X(16).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(21)
               VALUE 'REGISTERED POLICIES: '.
           03  P-REG-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(11)
               VALUE 'LOCKED IN: '.
           03  P-LOCK-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(13)
               VALUE 'NEAR TARGET: '.
           03  P-NEAR-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(08)
               VALUE 'FAILED: '.
           03  P-FAIL-CNT-X                PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(21)
               VALUE 'TOTAL SWITCHED:      '.
           03  P-SWTCH-AMT-X               PIC Z(12)9.99.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCWWCVGS.

       COPY CCFWMAST.
       COPY CCFRMAST.

       COPY SCFWFA.
       COPY SCFRFA.

       COPY CCFWPHST.
       COPY CCFRPHST.

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

       COPY SCWL6350.

       COPY SCWLSEGF.

       COPY CCWLPGA.

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
               PERFORM  4000-EVALUATE-POLICY
                   THRU 4000-EVALUATE-POLICY-X
           END-IF.

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
      *  THE NEAR-TARGET MARGIN IS IN PERCENTAGE POINTS BELOW THE
      *  TARGET; 5 UNLESS THE CONTROL CARD SAYS OTHERWISE.
      *
           IF  CR-NEAR-MRGN-PCT-TXT NUMERIC
           AND CR-NEAR-MRGN-PCT > ZERO
               MOVE CR-NEAR-MRGN-PCT    TO WS-NEAR-MRGN-PCT
           ELSE
               MOVE 5.00                TO WS-NEAR-MRGN-PCT
           END-IF.

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
      *  VALUES ARE ONLY COMPARED AND SWITCHED ON VALIDATED PRICES.
      *  THE RUN STOPS UNTIL THE GATE FOR THE PROCESS DATE PASSES.
      *
           MOVE WGLOB-PROCESS-DATE       TO WUVGT-RQST-BUS-DT.

           PERFORM  UVGT-1000-CHECK-GATE
               THRU UVGT-1000-CHECK-GATE-X.

           IF  NOT RUVGT-GATE-PASSED
      *MSG: (S) UNIT PRICE VALIDATION GATE NOT PASSED FOR @1
               MOVE WGLOB-PROCESS-DATE   TO WGLOB-MSG-PARM (1)
               MOVE 'ZSTVLK0001'         TO WGLOB-MSG-REF-INFO
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
                   PERFORM  4000-EVALUATE-POLICY
                       THRU 4000-EVALUATE-POLICY-X
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

           IF  WS-FH-CNT NOT < WS-FH-MAX
      *MSG: (S) POLICY @1 HOLDS MORE FUNDS THAN THE LOCK-IN LIMIT
               MOVE WS-POL-ID           TO WGLOB-MSG-PARM (1)
               MOVE 'ZSTVLK0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           ADD 1                        TO WS-FH-CNT.
           MOVE WS-FH-CNT               TO WS-FH-IX.

           MOVE RFHLD-FUND-CD      TO WS-FH-FUND-CD   (WS-FH-IX).
           COMPUTE WS-FH-VALUE-AMT (WS-FH-IX) ROUNDED =
               RFHLD-UNIT-BAL * RFHLD-UNIT-VALUE.

           ADD WS-FH-VALUE-AMT (WS-FH-IX)
                                        TO WS-TOT-VALUE-AMT.

       2100-ADD-HOLDING-X.
           EXIT.

      *--------------------
       3000-OPEN-POLICY.
      *--------------------

           MOVE RFHLD-POL-ID            TO WS-POL-ID.
           MOVE ZERO                    TO WS-FH-CNT
                                           WS-TOT-VALUE-AMT
                                           WS-PREM-PAID-AMT
                                           WS-ACHV-PCT.
           MOVE 'N'                     TO WS-SKIP-SW
                                           WS-FAIL-SW.

       3000-OPEN-POLICY-X.
           EXIT.
      /
      *---------------------------
       4000-EVALUATE-POLICY.
      *---------------------------

           PERFORM  4100-CHECK-REGISTRATION
               THRU 4100-CHECK-REGISTRATION-X.

           IF  WS-SKIP-POLICY
               GO TO 4000-EVALUATE-POLICY-X
           END-IF.

           ADD 1                        TO WS-REG-CNT.

           PERFORM  4200-SUM-PREMIUMS-PAID
               THRU 4200-SUM-PREMIUMS-PAID-X.

           IF  WS-PREM-PAID-AMT NOT > ZERO
           OR  WS-TOT-VALUE-AMT NOT > ZERO
               GO TO 4000-EVALUATE-POLICY-X
           END-IF.

           COMPUTE WS-ACHV-PCT ROUNDED =
               WS-TOT-VALUE-AMT * 100 / WS-PREM-PAID-AMT
               ON SIZE ERROR
                   MOVE 99999.99        TO WS-ACHV-PCT
           END-COMPUTE.

           IF  WS-ACHV-PCT NOT < WTVLK-TGT-PCT
               PERFORM  5000-LOCK-IN-POLICY
                   THRU 5000-LOCK-IN-POLICY-X
               GO TO 4000-EVALUATE-POLICY-X
           END-IF.

           COMPUTE WS-NEAR-FLOOR-PCT =
               WTVLK-TGT-PCT - WS-NEAR-MRGN-PCT.

           IF  WS-ACHV-PCT NOT < WS-NEAR-FLOOR-PCT
               ADD 1                    TO WS-NEAR-CNT
               MOVE 'NEAR TARGET     '  TO P-DISP
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
           END-IF.

       4000-EVALUATE-POLICY-X.
           EXIT.

      *-----------------------------
       4100-CHECK-REGISTRATION.
      *-----------------------------

           MOVE WS-POL-ID               TO WTVLK-POL-ID.

           READ TVLK-FILE
               INVALID KEY
                   MOVE '23'            TO WTVLK-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WTVLK-IO-OK
           OR  NOT WTVLK-REG-ACTIVE
               SET WS-SKIP-POLICY       TO TRUE
           END-IF.

       4100-CHECK-REGISTRATION-X.
           EXIT.
      /
      *-----------------------------
       4200-SUM-PREMIUMS-PAID.
      *-----------------------------

      *
      *  PREMIUMS PAID ARE THE COMPLETED, UNREVERSED DEPOSITS ON
      *  THE POLICY'S FUND ACTIVITY.
      *
           MOVE LOW-VALUES               TO WFA-KEY.
           MOVE HIGH-VALUES              TO WFA-ENDBR-KEY.
           MOVE WS-POL-ID                TO WFA-POL-ID
                                            WFA-ENDBR-POL-ID.

           PERFORM  FA-1000-BROWSE
               THRU FA-1000-BROWSE-X.

           PERFORM  4210-ADD-DEPOSIT
               THRU 4210-ADD-DEPOSIT-X
               UNTIL NOT WFA-IO-OK.

           PERFORM  FA-3000-END-BROWSE
               THRU FA-3000-END-BROWSE-X.

       4200-SUM-PREMIUMS-PAID-X.
           EXIT.

      *-----------------------
       4210-ADD-DEPOSIT.
      *-----------------------

           PERFORM  FA-2000-READ-NEXT
               THRU FA-2000-READ-NEXT-X.

           IF  NOT WFA-IO-OK
               GO TO 4210-ADD-DEPOSIT-X
           END-IF.

           IF  RFA-ACTVTY-DEPOSIT
           AND RFA-STAT-COMPLETE
           AND RFA-RVRSL-SW NOT = 'Y'
           AND RFA-CIA-REVRS-PRCES-DT = SPACES
               ADD RFA-ACTVTY-AMT       TO WS-PREM-PAID-AMT
           END-IF.

       4210-ADD-DEPOSIT-X.
           EXIT.
      /
      *---------------------------
       5000-LOCK-IN-POLICY.
      *---------------------------

           MOVE WS-POL-ID               TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
               SET WS-SWITCH-FAILED     TO TRUE
           ELSE
               PERFORM  5100-SWITCH-ONE-FUND
                   THRU 5100-SWITCH-ONE-FUND-X
                   VARYING WS-FH-IX FROM 1 BY 1
                   UNTIL   WS-FH-IX > WS-FH-CNT
           END-IF.

      *
      *  A FUND THAT COULD NOT BE SWITCHED LEAVES THE REGISTRATION
      *  ACTIVE SO THE REMAINDER IS PICKED UP ON THE NEXT RUN.
      *
           IF  WS-SWITCH-FAILED
               ADD 1                    TO WS-FAIL-CNT
               MOVE 'SWITCH FAILED   '  TO P-DISP
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 5000-LOCK-IN-POLICY-X
           END-IF.

           PERFORM  5200-STAMP-REGISTRATION
               THRU 5200-STAMP-REGISTRATION-X.

           PERFORM  5300-WRITE-PHST-ACTIVITY
               THRU 5300-WRITE-PHST-ACTIVITY-X.

           PERFORM  5400-WRITE-NOTICES
               THRU 5400-WRITE-NOTICES-X.

           ADD 1                        TO WS-LOCK-CNT.
           MOVE 'LOCKED IN       '      TO P-DISP.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       5000-LOCK-IN-POLICY-X.
           EXIT.

      *----------------------------
       5100-SWITCH-ONE-FUND.
      *----------------------------

           IF  WS-FH-FUND-CD (WS-FH-IX) = WTVLK-STBL-FUND-CD
           OR  WS-FH-VALUE-AMT (WS-FH-IX) NOT > ZERO
               GO TO 5100-SWITCH-ONE-FUND-X
           END-IF.

           INITIALIZE L6350-PARM-INFO.
           SET  L6350-RQST-TRANSFER     TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO L6350-EFF-DT.
           MOVE WS-FH-FUND-CD (WS-FH-IX) TO L6350-FROM-FUND-CD.
           MOVE WS-FH-VALUE-AMT (WS-FH-IX) TO L6350-TRSF-AMT.
           MOVE 1                       TO L6350-TO-FUND-CNT.
           MOVE WTVLK-STBL-FUND-CD      TO L6350-TO-FUND-CD  (1).
           MOVE 100.00                  TO L6350-TO-ALOC-PCT (1).

           MOVE WS-POL-ID               TO LSEGF-POL-ID.
           MOVE WS-FH-FUND-CD (WS-FH-IX) TO LSEGF-FUND-CD.
           INITIALIZE LPGA-PARM-INFO.
           MOVE WS-POL-ID               TO LPGA-POLICY-NUMBER.
           MOVE WGLOB-PROCESS-DATE      TO LPGA-JRNL-DT.

           CALL 'SSRF6350' USING WGLOB-GLOBAL-AREA
                                 L6350-PARM-INFO
                                 LSEGF-PARM-INFO
                                 LPGA-PARM-INFO
                                 RPOL-REC-INFO
                                 WCVGS-WORK-AREA.

           IF  NOT L6350-RETRN-OK
               SET WS-SWITCH-FAILED     TO TRUE
               GO TO 5100-SWITCH-ONE-FUND-X
           END-IF.

           ADD WS-FH-VALUE-AMT (WS-FH-IX)
                                        TO WS-TOT-SWTCH-AMT.

       5100-SWITCH-ONE-FUND-X.
           EXIT.

      *----------------------------
       5200-STAMP-REGISTRATION.
      *----------------------------

           SET  WTVLK-REG-LOCKED        TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO WTVLK-LOCK-DT.
           MOVE WS-ACHV-PCT             TO WTVLK-LOCK-ACHV-PCT.
           MOVE WS-TOT-VALUE-AMT        TO WTVLK-LOCK-VALUE-AMT.
           MOVE WS-PREM-PAID-AMT        TO WTVLK-LOCK-PREM-AMT.

           MOVE TFCMD-WRITE-RECORD      TO WTVLK-SEQ-IO-COMMAND.
           REWRITE WTVLK-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WTVLK-SEQ-FILE-STATUS
           END-REWRITE.
           IF  NOT WTVLK-IO-OK
               PERFORM 9700-HANDLE-TVLK-ERROR
                  THRU 9700-HANDLE-TVLK-ERROR-X
           END-IF.

           MOVE WTVLK-REC-INFO          TO RTVLK-REC-INFO.

       5200-STAMP-REGISTRATION-X.
           EXIT.

      *----------------------------
       5300-WRITE-PHST-ACTIVITY.
      *----------------------------

           MOVE SPACES                  TO RPHST-REC-INFO.
           MOVE WS-POL-ID               TO RPHST-POL-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-PCHST-EFF-DT
                                           RPHST-ACTVTY-EFF-DT.
           MOVE ZEROES                  TO RPHST-CVG-NUM.
           SET  RPHST-PCHST-STAT-ACTIVE TO TRUE.
           MOVE 'TL'                    TO RPHST-ACTVTY-TYP-CD.

           MOVE RTVLK-STBL-FUND-CD      TO WS-PHST-DESC-FUND-CD.
           MOVE WS-PHST-DESC-TXT        TO RPHST-ACTVTY-DESC-TXT.

           MOVE RTVLK-TGT-PCT           TO WS-PHST-OLD-TGT-PCT.
           MOVE WS-PHST-OLD-VALU-TXT    TO RPHST-PCHST-OLD-VALU-TXT.

           MOVE RTVLK-LOCK-ACHV-PCT     TO WS-PHST-NEW-ACHV-PCT.
           MOVE WS-PHST-NEW-VALU-TXT    TO RPHST-PCHST-NEW-VALU-TXT.

           MOVE WPGWS-CRNT-PGM-ID       TO RPHST-PREV-UPDT-USER-ID.

           PERFORM  PHST-1000-WRITE
               THRU PHST-1000-WRITE-X.

       5300-WRITE-PHST-ACTIVITY-X.
           EXIT.

      *----------------------------
       5400-WRITE-NOTICES.
      *----------------------------

           MOVE SPACES                  TO RTVNT-SEQ-REC-INFO.
           MOVE RTVLK-POL-ID            TO RTVNT-POL-ID.
           MOVE RPOL-HLDR-CLI-ID        TO RTVNT-CLI-ID.
           MOVE RPOL-SERV-AGT-ID        TO RTVNT-AGT-ID.
           MOVE RTVLK-LOCK-DT           TO RTVNT-SWTCH-DT.
           MOVE RTVLK-TGT-PCT           TO RTVNT-TGT-PCT.
           MOVE RTVLK-LOCK-ACHV-PCT     TO RTVNT-ACHV-PCT.
           MOVE RTVLK-LOCK-VALUE-AMT    TO RTVNT-POL-VALUE-AMT.
           MOVE RTVLK-LOCK-PREM-AMT     TO RTVNT-PREM-PAID-AMT.
           MOVE RTVLK-STBL-FUND-CD      TO RTVNT-STBL-FUND-CD.

           SET  RTVNT-ADDR-CLIENT       TO TRUE.
           PERFORM  9600-TVNT-WRITE
               THRU 9600-TVNT-WRITE-X.

           IF  RPOL-SERV-AGT-ID NOT = SPACES
               SET  RTVNT-ADDR-AGENT    TO TRUE
               PERFORM  9600-TVNT-WRITE
                   THRU 9600-TVNT-WRITE-X
           END-IF.

       5400-WRITE-NOTICES-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-REG-CNT               TO P-REG-CNT-X.
           MOVE WS-LOCK-CNT              TO P-LOCK-CNT-X.
           MOVE WS-NEAR-CNT              TO P-NEAR-CNT-X.
           MOVE WS-FAIL-CNT              TO P-FAIL-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-TOT-SWTCH-AMT         TO P-SWTCH-AMT-X.

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

           MOVE WS-POL-ID               TO P-POL-ID.
           MOVE WS-TOT-VALUE-AMT        TO P-TOT-VALUE.
           MOVE WS-PREM-PAID-AMT        TO P-PREM-PAID.
           MOVE WTVLK-TGT-PCT           TO P-TGT-PCT.
           MOVE WS-ACHV-PCT             TO P-ACHV-PCT.
           MOVE WTVLK-STBL-FUND-CD      TO P-STBL-FUND-CD.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                  TO P-DISP.

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

           OPEN I-O TVLK-FILE.
           IF  WTVLK-IO-NOFILE
               OPEN OUTPUT TVLK-FILE
               CLOSE TVLK-FILE
               OPEN I-O TVLK-FILE
           END-IF.
           IF  WTVLK-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-OPEN-U-FILE      TO WTVLK-SEQ-IO-COMMAND
              PERFORM 9700-HANDLE-TVLK-ERROR
                 THRU 9700-HANDLE-TVLK-ERROR-X
           END-IF.

           MOVE ZERO TO WOFHL-SEQ-IO-STATUS.
           OPEN INPUT OFHL-DATA-FILE.
           IF WOFHL-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-OFHL-ERROR
                 THRU 9700-HANDLE-OFHL-ERROR-X
           END-IF.

           MOVE ZERO TO WTVNT-SEQ-IO-STATUS.
           OPEN OUTPUT TVNT-DATA-FILE.
           IF WTVNT-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-TVNT-ERROR
                 THRU 9700-HANDLE-TVNT-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-LOCK-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSTVLK0003'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL POLICIES LOCKED IN @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE TVLK-FILE.
           CLOSE OFHL-DATA-FILE.
           CLOSE TVNT-DATA-FILE.

           IF  WUVGT-FILE-OPEN
               CLOSE UVGT-FILE
           END-IF.

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

      *----------------
       9600-TVNT-WRITE.
      *----------------

           WRITE RTVNT-SEQ-REC-INFO.
           IF WTVNT-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-TVNT-ERROR
                 THRU 9700-HANDLE-TVNT-ERROR-X
           END-IF.

       9600-TVNT-WRITE-X.
           EXIT.

      *-----------------------
       9700-HANDLE-TVLK-ERROR.
      *-----------------------

           MOVE WTVLK-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WTVLK-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WTVLK-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-TVLK-ERROR-X.
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
       9700-HANDLE-TVNT-ERROR.
      *-----------------------

           MOVE WTVNT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WTVNT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WTVNT-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-TVNT-ERROR-X.
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
      * FUND ACTIVITY BROWSE
      *
       COPY SCPBFA.
      *
      * POLICY CHANGE HISTORY
      *
       COPY CCPBPHST.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMTVLK                     **
      *****************************************************************
