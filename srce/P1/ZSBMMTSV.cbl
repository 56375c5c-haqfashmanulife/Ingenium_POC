      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMMTSV.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMMTSV                                         **
      **            SEGFUND MARKET-TIMING SURVEILLANCE.              **
      **                                                             **
      **            NIGHTLY PASS OVER THE COMPLETED FUND TRANSFERS   **
      **            (SSRF6350 / SSRC6680) ON THE SEGFUND ACTIVITY    **
      **            TABLE.  A ROUND TRIP IS A TRANSFER INTO A FUND   **
      **            FOLLOWED BY A TRANSFER OUT OF THE SAME FUND      **
      **            WITHIN THE CONTROL-CARD WINDOW OF DAYS.  A       **
      **            POLICY THAT MAKES AT LEAST THE THRESHOLD NUMBER  **
      **            OF ROUND TRIPS IN ONE FUND INSIDE THE LOOKBACK   **
      **            PERIOD IS FLAGGED ON THE TRANSFER RESTRICTION    **
      **            TABLE (TRST) FOR REVIEW (SSRQTRST) AND LISTED ON **
      **            THE REVIEW WORKLIST REPORT.  RESTRICTIONS WHOSE  **
      **            RELEASE DATE HAS ARRIVED ARE RELEASED.  EVERY    **
      **            FLAG AND RELEASE IS WRITTEN TO PHST.             **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51265**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY SCFHTRST.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY SCFWTRST.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMMTSV'.

       COPY SQLCA.

       COPY SCWWTRST.
       COPY SCFRTRST.

      ****************************************************************
      *    CONTROL CARD - ROUND-TRIP WINDOW IN DAYS, NUMBER OF ROUND
      *    TRIPS IN ONE FUND THAT RAISES A FLAG, AND THE LOOKBACK
      *    PERIOD IN DAYS.  BLANK FIELDS TAKE THE DEFAULTS BELOW.
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-WINDOW-DAYS-TXT              PIC X(03).
           02  CR-WINDOW-DAYS REDEFINES
               CR-WINDOW-DAYS-TXT              PIC 9(03).
           02  CR-RTRP-THRSHLD-TXT             PIC X(03).
           02  CR-RTRP-THRSHLD REDEFINES
               CR-RTRP-THRSHLD-TXT             PIC 9(03).
           02  CR-LOOKBACK-DAYS-TXT            PIC X(03).
           02  CR-LOOKBACK-DAYS REDEFINES
               CR-LOOKBACK-DAYS-TXT            PIC 9(03).
           02  FILLER                          PIC X(64).

       01  WS-CONTROL-DEFAULTS.
           05  WS-DFLT-WINDOW-DAYS       PIC 9(03)  VALUE 005.
           05  WS-DFLT-RTRP-THRSHLD      PIC 9(03)  VALUE 002.
           05  WS-DFLT-LOOKBACK-DAYS     PIC 9(03)  VALUE 090.

      ****************************************************************
      *    TRANSFER LEGS OF THE POLICY CURRENTLY BEING ACCUMULATED -
      *    THE FA TABLE IS IN POLICY ORDER, SO A CHANGE OF POLICY
      *    CLOSES THE PREVIOUS ONE.
      ****************************************************************

       01  WS-POLICY-AREA.
           05  WS-CUR-POL-ID             PIC X(10)  VALUE SPACES.
           05  WS-LEG-MAX                PIC S9(04) COMP VALUE +300.
           05  WS-LEG-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-LEG-ENTRY              OCCURS 300 TIMES.
               10  WS-LEG-FUND-CD        PIC X(04).
               10  WS-LEG-DRCT-CD        PIC X(01).
                   88  WS-LEG-IN                    VALUE 'I'.
                   88  WS-LEG-OUT                   VALUE 'O'.
               10  WS-LEG-EFF-DT         PIC X(10).
               10  WS-LEG-USED-SW        PIC X(01).
                   88  WS-LEG-USED                  VALUE 'Y'.
           05  WS-FUND-MAX               PIC S9(04) COMP VALUE +50.
           05  WS-FUND-CNT               PIC S9(04) COMP VALUE +0.
           05  WS-FUND-ENTRY             OCCURS 50 TIMES.
               10  WS-FND-FUND-CD        PIC X(04).
               10  WS-FND-RTRP-CNT       PIC 9(03).
               10  WS-FND-LAST-RTRP-DT   PIC X(10).

       01  WS-PROGRAM-WORK-AREA.
           05  WS-IN-SUB                 PIC S9(04) COMP.
           05  WS-OUT-SUB                PIC S9(04) COMP.
           05  WS-BEST-SUB               PIC S9(04) COMP.
           05  WS-BEST-DAYS              PIC S9(09) COMP-3.
           05  WS-SUB                    PIC S9(04) COMP.
           05  WS-FIND-SUB               PIC S9(04) COMP.
           05  WS-LOOKBACK-DT            PIC X(10).
           05  WS-LEG-OVFL-SW            PIC X(01)  VALUE 'N'.
               88  WS-LEG-OVFL                      VALUE 'Y'.
           05  WS-TRST-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-TRST-IS-OPEN                  VALUE 'Y'.
           05  WS-TRST-EOF-SW            PIC X(01)  VALUE 'N'.
               88  WS-TRST-EOF                      VALUE 'Y'.
           05  WS-OLD-STAT-CD            PIC X(01).
           05  WS-OLD-RSTR-EFF-DT        PIC X(10).
           05  WS-OLD-RLSE-DT            PIC X(10).
           05  WS-PHST-ACTVTY-TYP-CD     PIC X(02).
           05  WS-PHST-ACTN-TXT          PIC X(26).
           05  WS-RPT-ACTN-TXT           PIC X(30).

      *
      *  PHST DESCRIPTION AND BEFORE/AFTER VALUE TEXT
      *
       01  WS-PHST-DESC-TXT.
           05  WS-PHST-DESC-ACTN         PIC X(26).
           05  FILLER                    PIC X(05)  VALUE 'FUND '.
           05  WS-PHST-DESC-FUND-CD      PIC X(04).
           05  FILLER                    PIC X(05)  VALUE SPACES.

       01  WS-PHST-VALU-TXT.
           05  WS-PHST-VALU-STAT-CD      PIC X(01).
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  WS-PHST-VALU-EFF-DT       PIC X(10).
           05  FILLER                    PIC X(01)  VALUE SPACES.
           05  WS-PHST-VALU-RLSE-DT      PIC X(10).
           05  FILLER                    PIC X(07)  VALUE SPACES.

       01  WS-REPORT-TOTALS.
           05  WS-FA-READ-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-XFER-LEG-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-POL-XFER-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-RTRP-TOT-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-FLAG-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-OPEN-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-RLSE-CNT             PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REVIEW WORKLIST HEADING, DETAIL AND SUMMARY LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'SEGFUND MARKET-TIMING REVIEW WORKLIST       '.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(20)
               VALUE 'ROUND-TRIP WINDOW:  '.
           03  P-WINDOW-DAYS-X             PIC ZZ9.
           03  FILLER                      PIC X(05)
               VALUE ' DAYS'.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(11)
               VALUE 'THRESHOLD: '.
           03  P-RTRP-THRSHLD-X            PIC ZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(20)
               VALUE 'TRANSFERS EFFECTIVE '.
           03  P-LOOKBACK-DT               PIC X(10).
           03  FILLER                      PIC X(04)
               VALUE ' TO '.
           03  P-PROCESS-DT                PIC X(10).

       01  P-HEAD-LINE-5.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(12)
               VALUE 'POLICY      '.
           03  FILLER                      PIC X(06)
               VALUE 'FUND  '.
           03  FILLER                      PIC X(11)
               VALUE 'ROUND TRIPS'.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(15)
               VALUE 'LAST ROUND TRIP'.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(30)
               VALUE 'ACTION                        '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-FUND-CD                   PIC X(04).
           03  FILLER                      PIC X(02).
           03  P-RTRP-CNT-X                PIC ZZZZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-LAST-RTRP-DT              PIC X(10).
           03  FILLER                      PIC X(08).
           03  P-ACTN-TXT                  PIC X(30).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'TRANSFER LEGS: '.
           03  P-XFER-LEG-CNT-X            PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(24)
               VALUE 'POLICIES WITH TRANSFERS:'.
           03  P-POL-XFER-CNT-X            PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(13)
               VALUE 'ROUND TRIPS: '.
           03  P-RTRP-TOT-CNT-X            PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(15)
               VALUE 'NEWLY FLAGGED: '.
           03  P-FLAG-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(24)
               VALUE 'ALREADY UNDER REVIEW:   '.
           03  P-OPEN-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(22)
               VALUE 'RESTRICTIONS EXPIRED: '.
           03  P-RLSE-CNT-X                PIC ZZZZZZ9.

       COPY SCFWFA.
       COPY SCFRFA.

       COPY CCFWPHST.
       COPY CCFRPHST.

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

           PERFORM  1000-RELEASE-EXPIRED
               THRU 1000-RELEASE-EXPIRED-X.

           MOVE LOW-VALUES              TO WFA-KEY.
           MOVE HIGH-VALUES             TO WFA-ENDBR-KEY.
           PERFORM  FA-1000-BROWSE
               THRU FA-1000-BROWSE-X.

           PERFORM  FA-2000-READ-NEXT
               THRU FA-2000-READ-NEXT-X.

           PERFORM  2000-PROCESS-ROW
               THRU 2000-PROCESS-ROW-X
                    UNTIL NOT WFA-IO-OK.

           PERFORM  FA-3000-END-BROWSE
               THRU FA-3000-END-BROWSE-X.

           IF  WS-CUR-POL-ID NOT = SPACES
               PERFORM  3000-CLOSE-POLICY
                   THRU 3000-CLOSE-POLICY-X
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

           IF  WBCF-SEQ-IO-EOF
      *MSG: (S) MISSING MARKET-TIMING SURVEILLANCE CONTROL CARD
               MOVE 'ZSMTSV0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           IF  CR-WINDOW-DAYS-TXT = SPACES
               MOVE WS-DFLT-WINDOW-DAYS   TO CR-WINDOW-DAYS
           END-IF.

           IF  CR-RTRP-THRSHLD-TXT = SPACES
               MOVE WS-DFLT-RTRP-THRSHLD  TO CR-RTRP-THRSHLD
           END-IF.

           IF  CR-LOOKBACK-DAYS-TXT = SPACES
               MOVE WS-DFLT-LOOKBACK-DAYS TO CR-LOOKBACK-DAYS
           END-IF.

      *
      *  A ZERO THRESHOLD WOULD FLAG EVERY POLICY THAT TRANSFERRED,
      *  AND A LOOKBACK SHORTER THAN THE WINDOW COULD NEVER SEE A
      *  WHOLE ROUND TRIP.
      *
           IF  CR-WINDOW-DAYS NOT NUMERIC
           OR  CR-RTRP-THRSHLD NOT NUMERIC
           OR  CR-LOOKBACK-DAYS NOT NUMERIC
           OR  CR-RTRP-THRSHLD = ZERO
           OR  CR-LOOKBACK-DAYS < CR-WINDOW-DAYS
      *MSG: (S) INVALID MARKET-TIMING SURVEILLANCE CONTROL CARD
               MOVE 'ZSMTSV0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

      *
      *  FIRST TRANSFER EFFECTIVE DATE LOOKED AT
      *
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

           PERFORM  9100-INIT-TITLES
              THRU 9100-INIT-TITLES-X.

           PERFORM  8450-WRITE-DETAIL-HEADING
              THRU 8450-WRITE-DETAIL-HEADING-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *------------------------
       1000-RELEASE-EXPIRED.
      *------------------------

      *
      *  A RESTRICTION LAPSES ON ITS RELEASE DATE.  SSRF6350 ALREADY
      *  STOPS ENFORCING IT THAT DAY; THIS PASS CLOSES THE ROW AND
      *  RECORDS THE RELEASE ON THE POLICY HISTORY.
      *
           MOVE LOW-VALUES              TO WTRST-KEY.
           MOVE TFCMD-READNEXT-RECORD   TO WTRST-SEQ-IO-COMMAND.

           START TRST-FILE KEY NOT < WTRST-KEY
               INVALID KEY
                   GO TO 1000-RELEASE-EXPIRED-X
           END-START.

           PERFORM  1100-NEXT-RSTR
               THRU 1100-NEXT-RSTR-X
                    UNTIL WS-TRST-EOF.

       1000-RELEASE-EXPIRED-X.
           EXIT.

      *------------------
       1100-NEXT-RSTR.
      *------------------

           READ TRST-FILE NEXT RECORD
               AT END
                   SET WS-TRST-EOF       TO TRUE
                   GO TO 1100-NEXT-RSTR-X
           END-READ.

           IF  NOT WTRST-IO-OK
               PERFORM 9700-HANDLE-TRST-ERROR
                  THRU 9700-HANDLE-TRST-ERROR-X
           END-IF.

           MOVE WTRST-REC-INFO          TO RTRST-REC-INFO.

           IF  NOT RTRST-STAT-RESTRICTED
           OR  RTRST-RLSE-DT > WGLOB-PROCESS-DATE
               GO TO 1100-NEXT-RSTR-X
           END-IF.

           PERFORM  5000-SAVE-OLD-VALUES
               THRU 5000-SAVE-OLD-VALUES-X.

           SET  RTRST-STAT-RELEASED     TO TRUE.

           PERFORM  5200-REWRITE-TRST
               THRU 5200-REWRITE-TRST-X.

           MOVE 'ML'                    TO WS-PHST-ACTVTY-TYP-CD.
           MOVE 'RESTRICTION EXPIRED'   TO WS-PHST-ACTN-TXT.
           PERFORM  5300-WRITE-PHST-ACTIVITY
               THRU 5300-WRITE-PHST-ACTIVITY-X.

           ADD 1                        TO WS-RLSE-CNT.

           MOVE 'RESTRICTION EXPIRED - RELEASED'
                                        TO WS-RPT-ACTN-TXT.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       1100-NEXT-RSTR-X.
           EXIT.
      /
      *-------------------
       2000-PROCESS-ROW.
      *-------------------

      *
      *  ONLY COMPLETED TRANSFER LEGS EFFECTIVE IN THE LOOKBACK
      *  PERIOD COUNT.  REVERSALS, AND ORIGINALS SINCE REVERSED, ARE
      *  TRANSFERS THAT NEVER REALLY HAPPENED.
      *
           ADD 1                        TO WS-FA-READ-CNT.

           IF  NOT RFA-STAT-COMPLETE
           OR  NOT RFA-ACTVTY-TRANSFER
           OR  RFA-RVRSL-SW = 'Y'
           OR  RFA-CIA-REVRS-PRCES-DT NOT = SPACES
           OR  RFA-EFF-DT < WS-LOOKBACK-DT
           OR  RFA-EFF-DT > WGLOB-PROCESS-DATE
               GO TO 2000-NEXT-ROW
           END-IF.

           IF  RFA-UNIT-DRCT-CD NOT = 'I'
           AND RFA-UNIT-DRCT-CD NOT = 'O'
               GO TO 2000-NEXT-ROW
           END-IF.

           IF  RFA-POL-ID NOT = WS-CUR-POL-ID
               IF  WS-CUR-POL-ID NOT = SPACES
                   PERFORM  3000-CLOSE-POLICY
                       THRU 3000-CLOSE-POLICY-X
               END-IF
               PERFORM  2100-START-POLICY
                   THRU 2100-START-POLICY-X
           END-IF.

           PERFORM  2200-ADD-LEG
               THRU 2200-ADD-LEG-X.

       2000-NEXT-ROW.

           PERFORM  FA-2000-READ-NEXT
               THRU FA-2000-READ-NEXT-X.

       2000-PROCESS-ROW-X.
           EXIT.

      *--------------------
       2100-START-POLICY.
      *--------------------

           MOVE RFA-POL-ID              TO WS-CUR-POL-ID.
           MOVE ZERO                    TO WS-LEG-CNT
                                           WS-FUND-CNT.
           MOVE 'N'                     TO WS-LEG-OVFL-SW.

           ADD 1                        TO WS-POL-XFER-CNT.

       2100-START-POLICY-X.
           EXIT.

      *---------------
       2200-ADD-LEG.
      *---------------

           ADD 1                        TO WS-XFER-LEG-CNT.

           IF  WS-LEG-CNT NOT < WS-LEG-MAX
               IF  NOT WS-LEG-OVFL
                   SET WS-LEG-OVFL      TO TRUE
      *MSG: (W) TRANSFER TABLE FULL FOR POLICY @1 - LATER LEGS SKIPPED
                   MOVE WS-CUR-POL-ID   TO WGLOB-MSG-PARM (1)
                   MOVE 'ZSMTSV0003'    TO WGLOB-MSG-REF-INFO
                   PERFORM  0260-1000-GENERATE-MESSAGE
                       THRU 0260-1000-GENERATE-MESSAGE-X
               END-IF
               GO TO 2200-ADD-LEG-X
           END-IF.

           ADD 1                        TO WS-LEG-CNT.
           MOVE RFA-FUND-CD             TO WS-LEG-FUND-CD (WS-LEG-CNT).
           MOVE RFA-UNIT-DRCT-CD        TO WS-LEG-DRCT-CD (WS-LEG-CNT).
           MOVE RFA-EFF-DT              TO WS-LEG-EFF-DT (WS-LEG-CNT).
           MOVE 'N'                     TO WS-LEG-USED-SW (WS-LEG-CNT).

       2200-ADD-LEG-X.
           EXIT.
      /
      *--------------------
       3000-CLOSE-POLICY.
      *--------------------

      *
      *  EACH TRANSFER IN IS PAIRED WITH THE NEAREST UNUSED TRANSFER
      *  OUT OF THE SAME FUND ON OR AFTER IT AND WITHIN THE WINDOW.
      *  A LEG OUT IS ONLY EVER USED ONCE.
      *
           PERFORM  3100-MATCH-IN-LEG
               THRU 3100-MATCH-IN-LEG-X
               VARYING WS-IN-SUB FROM 1 BY 1
               UNTIL   WS-IN-SUB > WS-LEG-CNT.

           PERFORM  3400-CHECK-FUND
               THRU 3400-CHECK-FUND-X
               VARYING WS-SUB FROM 1 BY 1
               UNTIL   WS-SUB > WS-FUND-CNT.

       3000-CLOSE-POLICY-X.
           EXIT.

      *--------------------
       3100-MATCH-IN-LEG.
      *--------------------

           IF  NOT WS-LEG-IN (WS-IN-SUB)
               GO TO 3100-MATCH-IN-LEG-X
           END-IF.

           MOVE ZERO                    TO WS-BEST-SUB.
           MOVE 999999999               TO WS-BEST-DAYS.

           PERFORM  3200-FIND-OUT-LEG
               THRU 3200-FIND-OUT-LEG-X
               VARYING WS-OUT-SUB FROM 1 BY 1
               UNTIL   WS-OUT-SUB > WS-LEG-CNT.

           IF  WS-BEST-SUB = ZERO
               GO TO 3100-MATCH-IN-LEG-X
           END-IF.

           SET  WS-LEG-USED (WS-BEST-SUB) TO TRUE.
           ADD 1                        TO WS-RTRP-TOT-CNT.

           PERFORM  3300-COUNT-ROUND-TRIP
               THRU 3300-COUNT-ROUND-TRIP-X.

       3100-MATCH-IN-LEG-X.
           EXIT.

      *--------------------
       3200-FIND-OUT-LEG.
      *--------------------

           IF  NOT WS-LEG-OUT (WS-OUT-SUB)
           OR  WS-LEG-USED (WS-OUT-SUB)
           OR  WS-LEG-FUND-CD (WS-OUT-SUB) NOT =
               WS-LEG-FUND-CD (WS-IN-SUB)
           OR  WS-LEG-EFF-DT (WS-OUT-SUB) <
               WS-LEG-EFF-DT (WS-IN-SUB)
               GO TO 3200-FIND-OUT-LEG-X
           END-IF.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WS-LEG-EFF-DT (WS-IN-SUB)  TO L1680-INTERNAL-1.
           MOVE WS-LEG-EFF-DT (WS-OUT-SUB) TO L1680-INTERNAL-2.
           PERFORM  1680-2000-COMP-DAYS-BETWEEN
               THRU 1680-2000-COMP-DAYS-BETWEEN-X.

           IF  L1680-TOTAL-DAYS > CR-WINDOW-DAYS
           OR  L1680-TOTAL-DAYS NOT < WS-BEST-DAYS
               GO TO 3200-FIND-OUT-LEG-X
           END-IF.

           MOVE WS-OUT-SUB              TO WS-BEST-SUB.
           MOVE L1680-TOTAL-DAYS        TO WS-BEST-DAYS.

       3200-FIND-OUT-LEG-X.
           EXIT.

      *------------------------
       3300-COUNT-ROUND-TRIP.
      *------------------------

           MOVE ZERO                    TO WS-FIND-SUB.

           PERFORM  3310-FIND-FUND
               THRU 3310-FIND-FUND-X
               VARYING WS-SUB FROM 1 BY 1
               UNTIL   WS-SUB > WS-FUND-CNT
               OR      WS-FIND-SUB > ZERO.

           IF  WS-FIND-SUB = ZERO
               IF  WS-FUND-CNT NOT < WS-FUND-MAX
                   GO TO 3300-COUNT-ROUND-TRIP-X
               END-IF
               ADD 1                    TO WS-FUND-CNT
               MOVE WS-FUND-CNT         TO WS-FIND-SUB
               MOVE WS-LEG-FUND-CD (WS-IN-SUB)
                                        TO WS-FND-FUND-CD (WS-FIND-SUB)
               MOVE ZERO                TO WS-FND-RTRP-CNT (WS-FIND-SUB)
               MOVE SPACES
                   TO WS-FND-LAST-RTRP-DT (WS-FIND-SUB)
           END-IF.

           IF  WS-FND-RTRP-CNT (WS-FIND-SUB) < 999
               ADD 1                    TO WS-FND-RTRP-CNT (WS-FIND-SUB)
           END-IF.

           IF  WS-LEG-EFF-DT (WS-BEST-SUB) >
               WS-FND-LAST-RTRP-DT (WS-FIND-SUB)
               MOVE WS-LEG-EFF-DT (WS-BEST-SUB)
                   TO WS-FND-LAST-RTRP-DT (WS-FIND-SUB)
           END-IF.

       3300-COUNT-ROUND-TRIP-X.
           EXIT.

      *-----------------
       3310-FIND-FUND.
      *-----------------

           IF  WS-FND-FUND-CD (WS-SUB) = WS-LEG-FUND-CD (WS-IN-SUB)
               MOVE WS-SUB              TO WS-FIND-SUB
           END-IF.

       3310-FIND-FUND-X.
           EXIT.
      /
      *------------------
       3400-CHECK-FUND.
      *------------------

      *
      *  AT OR OVER THE THRESHOLD THE POLICY AND FUND GO ON THE
      *  REVIEW LIST.  A FLAG OR RESTRICTION ALREADY OPEN IS LEFT TO
      *  THE REVIEWER.  A FLAG ALREADY DISMISSED OR RELEASED IS ONLY
      *  RAISED AGAIN FOR A ROUND TRIP MADE AFTER THAT DECISION.
      *
           IF  WS-FND-RTRP-CNT (WS-SUB) < CR-RTRP-THRSHLD
               GO TO 3400-CHECK-FUND-X
           END-IF.

           MOVE WS-CUR-POL-ID           TO WTRST-POL-ID.
           MOVE WS-FND-FUND-CD (WS-SUB) TO WTRST-FUND-CD.

           READ TRST-FILE
               INVALID KEY
                   MOVE '23'            TO WTRST-SEQ-FILE-STATUS
           END-READ.

           IF  WTRST-IO-OK
               MOVE WTRST-REC-INFO      TO RTRST-REC-INFO
           ELSE
           IF  WTRST-IO-NOTFND
               MOVE SPACES              TO RTRST-REC-INFO
           ELSE
               MOVE TFCMD-READNEXT-RECORD TO WTRST-SEQ-IO-COMMAND
               PERFORM 9700-HANDLE-TRST-ERROR
                  THRU 9700-HANDLE-TRST-ERROR-X
           END-IF.

           IF  RTRST-STAT-OPEN
               ADD 1                    TO WS-OPEN-CNT
               IF  RTRST-STAT-PENDING
                   MOVE 'ALREADY UNDER REVIEW'
                                        TO WS-RPT-ACTN-TXT
               ELSE
                   MOVE 'RESTRICTION IN FORCE'
                                        TO WS-RPT-ACTN-TXT
               END-IF
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 3400-CHECK-FUND-X
           END-IF.

           IF  RTRST-POL-ID NOT = SPACES
           AND WS-FND-LAST-RTRP-DT (WS-SUB) NOT > RTRST-LAST-CHG-DT
               GO TO 3400-CHECK-FUND-X
           END-IF.

           PERFORM  3500-FLAG-FUND
               THRU 3500-FLAG-FUND-X.

       3400-CHECK-FUND-X.
           EXIT.

      *-----------------
       3500-FLAG-FUND.
      *-----------------

           IF  RTRST-POL-ID = SPACES
               MOVE SPACES              TO WS-OLD-STAT-CD
                                           WS-OLD-RSTR-EFF-DT
                                           WS-OLD-RLSE-DT
           ELSE
               PERFORM  5000-SAVE-OLD-VALUES
                   THRU 5000-SAVE-OLD-VALUES-X
           END-IF.

           MOVE WS-CUR-POL-ID           TO RTRST-POL-ID.
           MOVE WS-FND-FUND-CD (WS-SUB) TO RTRST-FUND-CD.
           SET  RTRST-STAT-PENDING      TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO RTRST-FLAG-DT.
           MOVE WS-FND-RTRP-CNT (WS-SUB) TO RTRST-RTRP-CNT.
           MOVE WS-FND-LAST-RTRP-DT (WS-SUB)
                                        TO RTRST-LAST-RTRP-DT.
           MOVE SPACES                  TO RTRST-RSTR-EFF-DT
                                           RTRST-RLSE-DT
                                           RTRST-APPRV-USER-ID.

           IF  WS-OLD-STAT-CD = SPACES
               PERFORM  5100-WRITE-TRST
                   THRU 5100-WRITE-TRST-X
           ELSE
               PERFORM  5200-REWRITE-TRST
                   THRU 5200-REWRITE-TRST-X
           END-IF.

           MOVE 'MF'                    TO WS-PHST-ACTVTY-TYP-CD.
           MOVE 'MARKET-TIMING FLAG RAISED'
                                        TO WS-PHST-ACTN-TXT.
           PERFORM  5300-WRITE-PHST-ACTIVITY
               THRU 5300-WRITE-PHST-ACTIVITY-X.

           ADD 1                        TO WS-FLAG-CNT.

           MOVE 'FLAGGED FOR REVIEW'    TO WS-RPT-ACTN-TXT.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       3500-FLAG-FUND-X.
           EXIT.
      /
      *-----------------------
       5000-SAVE-OLD-VALUES.
      *-----------------------

           MOVE RTRST-RSTR-STAT-CD      TO WS-OLD-STAT-CD.
           MOVE RTRST-RSTR-EFF-DT       TO WS-OLD-RSTR-EFF-DT.
           MOVE RTRST-RLSE-DT           TO WS-OLD-RLSE-DT.

       5000-SAVE-OLD-VALUES-X.
           EXIT.

      *------------------
       5100-WRITE-TRST.
      *------------------

           MOVE WGLOB-PROCESS-DATE      TO RTRST-LAST-CHG-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO RTRST-LAST-CHG-USER-ID.
           MOVE RTRST-REC-INFO          TO WTRST-REC-INFO.

           MOVE TFCMD-WRITE-RECORD      TO WTRST-SEQ-IO-COMMAND.
           WRITE WTRST-REC-INFO.
           IF  NOT WTRST-IO-OK
               PERFORM 9700-HANDLE-TRST-ERROR
                  THRU 9700-HANDLE-TRST-ERROR-X
           END-IF.

       5100-WRITE-TRST-X.
           EXIT.

      *--------------------
       5200-REWRITE-TRST.
      *--------------------

           MOVE WGLOB-PROCESS-DATE      TO RTRST-LAST-CHG-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO RTRST-LAST-CHG-USER-ID.
           MOVE RTRST-REC-INFO          TO WTRST-REC-INFO.

           MOVE TFCMD-WRITE-RECORD      TO WTRST-SEQ-IO-COMMAND.
           REWRITE WTRST-REC-INFO.
           IF  NOT WTRST-IO-OK
               PERFORM 9700-HANDLE-TRST-ERROR
                  THRU 9700-HANDLE-TRST-ERROR-X
           END-IF.

       5200-REWRITE-TRST-X.
           EXIT.

      *----------------------------
       5300-WRITE-PHST-ACTIVITY.
      *----------------------------

           MOVE SPACES                  TO RPHST-REC-INFO.
           MOVE RTRST-POL-ID            TO RPHST-POL-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-PCHST-EFF-DT
                                           RPHST-ACTVTY-EFF-DT.
           MOVE ZEROES                  TO RPHST-CVG-NUM.
           SET  RPHST-PCHST-STAT-ACTIVE TO TRUE.
           MOVE WS-PHST-ACTVTY-TYP-CD   TO RPHST-ACTVTY-TYP-CD.

           MOVE WS-PHST-ACTN-TXT        TO WS-PHST-DESC-ACTN.
           MOVE RTRST-FUND-CD           TO WS-PHST-DESC-FUND-CD.
           MOVE WS-PHST-DESC-TXT        TO RPHST-ACTVTY-DESC-TXT.

           MOVE WS-OLD-STAT-CD          TO WS-PHST-VALU-STAT-CD.
           MOVE WS-OLD-RSTR-EFF-DT      TO WS-PHST-VALU-EFF-DT.
           MOVE WS-OLD-RLSE-DT          TO WS-PHST-VALU-RLSE-DT.
           MOVE WS-PHST-VALU-TXT        TO RPHST-PCHST-OLD-VALU-TXT.

           MOVE RTRST-RSTR-STAT-CD      TO WS-PHST-VALU-STAT-CD.
           MOVE RTRST-RSTR-EFF-DT       TO WS-PHST-VALU-EFF-DT.
           MOVE RTRST-RLSE-DT           TO WS-PHST-VALU-RLSE-DT.
           MOVE WS-PHST-VALU-TXT        TO RPHST-PCHST-NEW-VALU-TXT.

           MOVE WPGWS-CRNT-PGM-ID       TO RPHST-PREV-UPDT-USER-ID.

           PERFORM  PHST-1000-WRITE
               THRU PHST-1000-WRITE-X.

       5300-WRITE-PHST-ACTIVITY-X.
           EXIT.
      /
      *------------------------
       8400-WRITE-DETAIL-LINE.
      *------------------------

           MOVE SPACES                   TO P-DETAIL-LINE.
           MOVE RTRST-POL-ID             TO P-POL-ID.
           MOVE RTRST-FUND-CD            TO P-FUND-CD.
           MOVE RTRST-RTRP-CNT           TO P-RTRP-CNT-X.
           MOVE RTRST-LAST-RTRP-DT       TO P-LAST-RTRP-DT.
           MOVE WS-RPT-ACTN-TXT          TO P-ACTN-TXT.

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
           MOVE WS-XFER-LEG-CNT          TO P-XFER-LEG-CNT-X.
           MOVE WS-POL-XFER-CNT          TO P-POL-XFER-CNT-X.
           MOVE WS-RTRP-TOT-CNT          TO P-RTRP-TOT-CNT-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-SUMMARY-LINE-2.
           MOVE WS-FLAG-CNT              TO P-FLAG-CNT-X.
           MOVE WS-OPEN-CNT              TO P-OPEN-CNT-X.
           MOVE WS-RLSE-CNT              TO P-RLSE-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
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

           MOVE SPACES                 TO P-HEAD-LINE-4.
           MOVE CR-WINDOW-DAYS         TO P-WINDOW-DAYS-X.
           MOVE CR-RTRP-THRSHLD        TO P-RTRP-THRSHLD-X.
           MOVE WS-LOOKBACK-DT         TO P-LOOKBACK-DT.
           MOVE WGLOB-PROCESS-DATE     TO P-PROCESS-DT.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-4          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-5          TO RPRT1-SEQ-REC-INFO.
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
      *  THE FIRST RUN CREATES THE RESTRICTION TABLE
      *
           MOVE TFCMD-OPEN-U-FILE       TO WTRST-SEQ-IO-COMMAND.
           OPEN I-O TRST-FILE.
           IF  WTRST-IO-NOFILE
               OPEN OUTPUT TRST-FILE
               CLOSE TRST-FILE
               OPEN I-O TRST-FILE
           END-IF.
           IF  NOT WTRST-IO-OK
               PERFORM 9700-HANDLE-TRST-ERROR
                  THRU 9700-HANDLE-TRST-ERROR-X
           END-IF.
           SET WS-TRST-IS-OPEN          TO TRUE.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-FLAG-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSMTSV0004'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) POLICY FUNDS FLAGGED FOR MARKET-TIMING REVIEW @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-TRST-IS-OPEN
               CLOSE TRST-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.

      *-----------------------
       9700-HANDLE-TRST-ERROR.
      *-----------------------

           MOVE WTRST-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WTRST-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WTRST-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-TRST-ERROR-X.
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
      * SEGFUND ACTIVITY TABLE BROWSE
      *
       COPY SCPBFA.
      *
      * POLICY CHANGE HISTORY WRITE
      *
       COPY CCPBPHST.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMMTSV                     **
      *****************************************************************
