      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMUWST.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMUWST                                         **
      **  REMARKS: MONTHLY STRAIGHT-THROUGH UNDERWRITING STATISTICS. **
      **           ONE PASS OVER THE AUTOMATED UNDERWRITING DECISION **
      **           REGISTER (UWDC):                                  **
      **             - EVERY DECISION STILL WITHOUT AN OUTCOME IS    **
      **               STAMPED FROM ITS POLICY'S STATUS - ISSUED     **
      **               (ANY STATUS PAST PENDING), REJECTED ('RJ') OR **
      **               CLOSED ('NT' / 'WD').  A PENDING CASE STAYS   **
      **               OPEN.                                         **
      **             - FOR THE DECISIONS MADE IN THE REPORT MONTH    **
      **               THE STRAIGHT-THROUGH (STP) RATE - AUTO-       **
      **               APPROVED OVER DECIDED - IS REPORTED BY        **
      **               CHANNEL, AND HOW OFTEN UNDERWRITERS OVERTURNED**
      **               A REFERRAL OR DECLINE (THE CASE WAS ISSUED)   **
      **               IS REPORTED BY CHANNEL AND BY RULE, SO THE    **
      **               RULES (ZSRQUWRL) CAN BE TUNED.                **
      **           CONTROL CARD COLS 8-14 - REPORT MONTH YYYY-MM,    **
      **           BLANK FOR THE MONTH BEFORE THE PROCESS DATE.      **
      **                                                             **
      **  DOMAIN :  NB                                               **
      **  CLASS  :  RP                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51304**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHUWDC.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWUWDC.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMUWST'.

       COPY SQLCA.

       COPY CCWWUWDC.

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

       01  WS-DCSN-DT-WORK.
           05  WS-DCSN-YYYY-MM           PIC X(07).
           05  FILLER                    PIC X(03).

       01  WS-WORK-AREA.
           05  WS-CARD-SW                PIC X(01)  VALUE 'Y'.
               88  WS-CARD-VALID                    VALUE 'Y'.
               88  WS-CARD-INVALID                  VALUE 'N'.
           05  WS-OVERTURN-SW            PIC X(01)  VALUE 'N'.
               88  WS-OVERTURNED                    VALUE 'Y'.
           05  WS-SUB                    PIC S9(04) COMP VALUE ZERO.
           05  WS-PCT                    PIC S9(03)V9 COMP-3
                                                    VALUE ZERO.

      ****************************************************************
      *    BY CHANNEL - DECIDED, AUTO-APPROVED, REFERRED, DECLINED,
      *    AND REFERRALS OR DECLINES LATER ISSUED (OVERTURNED)
      ****************************************************************

       01  WS-CHNL-TABLE-AREA.
           05  WS-CHNL-MAX               PIC S9(04) COMP VALUE +20.
           05  WS-CHNL-CNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-CHNL-IX                PIC S9(04) COMP VALUE ZERO.
           05  WS-CHNL-ENTRY             OCCURS 21 TIMES.
               10  WS-CHNL-CD            PIC X(02).
               10  WS-CHNL-DCSN-CNT      PIC S9(07) COMP-3.
               10  WS-CHNL-APPR-CNT      PIC S9(07) COMP-3.
               10  WS-CHNL-REFR-CNT      PIC S9(07) COMP-3.
               10  WS-CHNL-DECL-CNT      PIC S9(07) COMP-3.
               10  WS-CHNL-OVRT-CNT      PIC S9(07) COMP-3.

      ****************************************************************
      *    BY RULE - TIMES FIRED AND THE LATER FATE OF THE CASES
      ****************************************************************

       01  WS-RULE-TABLE-AREA.
           05  WS-RULE-MAX               PIC S9(04) COMP VALUE +300.
           05  WS-RULE-CNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-RULE-IX                PIC S9(04) COMP VALUE ZERO.
           05  WS-RULE-ENTRY             OCCURS 300 TIMES.
               10  WS-RULE-SEQ-NUM       PIC 9(04).
               10  WS-RULE-DESC-TXT      PIC X(30).
               10  WS-RULE-DCSN-CD       PIC X(01).
               10  WS-RULE-FIRED-CNT     PIC S9(07) COMP-3.
               10  WS-RULE-ISSUED-CNT    PIC S9(07) COMP-3.
               10  WS-RULE-REJECT-CNT    PIC S9(07) COMP-3.
               10  WS-RULE-CLOSED-CNT    PIC S9(07) COMP-3.
               10  WS-RULE-OPEN-CNT      PIC S9(07) COMP-3.

       01  WS-REPORT-TOTALS.
           05  WS-READ-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-STAMP-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-MONTH-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-UPDT-FAIL-CNT        PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(15)
               VALUE 'REPORT MONTH: '.
           03  P-HDG-RPT-MO                PIC X(07).

       01  P-CHNL-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(08) VALUE 'CHANNEL'.
           03  FILLER                      PIC X(10) VALUE '   DECIDED'.
           03  FILLER                      PIC X(10) VALUE '  AUTO-APP'.
           03  FILLER                      PIC X(10) VALUE '  REFERRED'.
           03  FILLER                      PIC X(10) VALUE '  DECLINED'.
           03  FILLER                      PIC X(08) VALUE '   STP %'.
           03  FILLER                      PIC X(12)
               VALUE '  OVERTURNED'.
           03  FILLER                      PIC X(10) VALUE '  OVRT %'.

       01  P-CHNL-LINE.
           03  FILLER                      PIC X(01).
           03  P-CHNL-CD                   PIC X(08).
           03  FILLER                      PIC X(03).
           03  P-CHNL-DCSN-CNT             PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-CHNL-APPR-CNT             PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-CHNL-REFR-CNT             PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-CHNL-DECL-CNT             PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-CHNL-STP-PCT              PIC ZZ9.9.
           03  FILLER                      PIC X(05).
           03  P-CHNL-OVRT-CNT             PIC ZZZZZZ9.
           03  FILLER                      PIC X(05).
           03  P-CHNL-OVRT-PCT             PIC ZZ9.9.

       01  P-RULE-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(05) VALUE 'RULE'.
           03  FILLER                     PIC X(31) VALUE 'DESCRIPTION'.
           03  FILLER                      PIC X(04) VALUE 'DCN'.
           03  FILLER                      PIC X(08) VALUE '   FIRED'.
           03  FILLER                      PIC X(08) VALUE '  ISSUED'.
           03  FILLER                      PIC X(08) VALUE ' REJECTD'.
           03  FILLER                      PIC X(08) VALUE '  CLOSED'.
           03  FILLER                      PIC X(08) VALUE '    OPEN'.
           03  FILLER                      PIC X(08) VALUE '  OVRT %'.

       01  P-RULE-LINE.
           03  FILLER                      PIC X(01).
           03  P-RULE-SEQ-NUM              PIC ZZZ9.
           03  FILLER                      PIC X(01).
           03  P-RULE-DESC-TXT             PIC X(30).
           03  FILLER                      PIC X(02).
           03  P-RULE-DCSN-CD              PIC X(01).
           03  FILLER                      PIC X(02).
           03  P-RULE-FIRED-CNT            PIC ZZZZZZ9.
           03  FILLER                      PIC X(01).
           03  P-RULE-ISSUED-CNT           PIC ZZZZZZ9.
           03  FILLER                      PIC X(01).
           03  P-RULE-REJECT-CNT           PIC ZZZZZZ9.
           03  FILLER                      PIC X(01).
           03  P-RULE-CLOSED-CNT           PIC ZZZZZZ9.
           03  FILLER                      PIC X(01).
           03  P-RULE-OPEN-CNT             PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-RULE-OVRT-PCT             PIC ZZ9.9.

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'REGISTER ROWS:  '.
           03  P-READ-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(18)
               VALUE 'OUTCOMES STAMPED: '.
           03  P-STAMP-CNT-X               PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(17)
               VALUE 'DECIDED IN MONTH:'.
           03  P-MONTH-CNT-X               PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(13)
               VALUE 'NOT UPDATED: '.
           03  P-UPDT-FAIL-CNT-X           PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCFWMAST.
       COPY CCFRMAST.

       COPY CCFWPOL.
       COPY CCFRPOL.

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

           PERFORM  2000-PROCESS-DECISION
               THRU 2000-PROCESS-DECISION-X
                    UNTIL NOT WUWDC-IO-OK.

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
      *MSG: (S) MISSING UNDERWRITING STP STATISTICS CONTROL CARD
               MOVE 'ZSUWST0001'        TO WGLOB-MSG-REF-INFO
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
      *MSG: (S) INVALID UNDERWRITING STP STATISTICS CONTROL CARD
               MOVE 'ZSUWST0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE WPGWS-CRNT-PGM-ID       TO WGLOB-USER-ID.

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

           MOVE LOW-VALUES              TO WUWDC-KEY.
           START UWDC-FILE
               KEY IS NOT LESS THAN WUWDC-KEY
               INVALID KEY
                   MOVE '10'            TO WUWDC-SEQ-FILE-STATUS
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
      /
      *------------------------
       2000-PROCESS-DECISION.
      *------------------------

           READ UWDC-FILE NEXT
               AT END
                   MOVE '10'            TO WUWDC-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WUWDC-IO-OK
               GO TO 2000-PROCESS-DECISION-X
           END-IF.

           ADD 1                        TO WS-READ-CNT.

           IF  WUWDC-OUTCM-OPEN
               PERFORM  2100-STAMP-OUTCOME
                   THRU 2100-STAMP-OUTCOME-X
           END-IF.

           MOVE WUWDC-DCSN-DT           TO WS-DCSN-DT-WORK.
           IF  WS-DCSN-YYYY-MM = WS-RPT-MO
               ADD 1                    TO WS-MONTH-CNT
               MOVE 'N'                 TO WS-OVERTURN-SW
               IF  NOT WUWDC-DCSN-APPROVE
               AND WUWDC-OUTCM-ISSUED
                   MOVE 'Y'             TO WS-OVERTURN-SW
               END-IF
               PERFORM  3000-ACCUM-CHANNEL
                   THRU 3000-ACCUM-CHANNEL-X
               PERFORM  3100-ACCUM-RULE
                   THRU 3100-ACCUM-RULE-X
           END-IF.

       2000-PROCESS-DECISION-X.
           EXIT.

      *---------------------
       2100-STAMP-OUTCOME.
      *---------------------

      *
      *  THE FIRST MOVE OFF PENDING SETTLES THE OUTCOME.  THE READ
      *  FAILING LEAVES THE ROW OPEN FOR NEXT MONTH.
      *
           MOVE LOW-VALUES              TO WPOL-KEY.
           MOVE WUWDC-POL-ID            TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
               GO TO 2100-STAMP-OUTCOME-X
           END-IF.

           EVALUATE TRUE
               WHEN RPOL-POL-STAT-PENDING
                   GO TO 2100-STAMP-OUTCOME-X
               WHEN RPOL-POL-STAT-REJECTED
                   SET  WUWDC-OUTCM-REJECTED TO TRUE
               WHEN RPOL-POL-STAT-NOT-TAKEN
               WHEN RPOL-POL-STAT-WITHDRAWN
                   SET  WUWDC-OUTCM-CLOSED   TO TRUE
               WHEN OTHER
                   SET  WUWDC-OUTCM-ISSUED   TO TRUE
           END-EVALUATE.

           IF  RPOL-POL-STAT-CHNG-DT NOT = SPACES
               MOVE RPOL-POL-STAT-CHNG-DT
                                        TO WUWDC-OUTCM-DT
           ELSE
               MOVE WGLOB-PROCESS-DATE  TO WUWDC-OUTCM-DT
           END-IF.

           REWRITE WUWDC-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WUWDC-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WUWDC-IO-OK
               ADD 1                    TO WS-STAMP-CNT
           ELSE
               ADD 1                    TO WS-UPDT-FAIL-CNT
      *MSG: 'LOST RECORD (@1) IN MAINTAIN - CONTACT SYSTEMS'
               MOVE WUWDC-POL-ID        TO WGLOB-MSG-PARM (1)
               MOVE 'XS00000006'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               SET  WUWDC-OUTCM-OPEN    TO TRUE
               MOVE '00'                TO WUWDC-SEQ-FILE-STATUS
           END-IF.

       2100-STAMP-OUTCOME-X.
           EXIT.
      /
      *---------------------
       3000-ACCUM-CHANNEL.
      *---------------------

      *
      *  CHANNELS PAST THE TABLE SIZE ARE COUNTED TOGETHER IN THE
      *  LAST ENTRY AS OTHER.
      *
           MOVE ZERO                    TO WS-CHNL-IX.
           PERFORM  3010-FIND-CHANNEL
               THRU 3010-FIND-CHANNEL-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-CHNL-CNT
                         OR WS-CHNL-IX > ZERO.

           IF  WS-CHNL-IX = ZERO
               IF  WS-CHNL-CNT NOT < WS-CHNL-MAX
                   COMPUTE WS-CHNL-IX = WS-CHNL-MAX + 1
                   IF  WS-CHNL-CD (WS-CHNL-IX) NOT = '**'
                       MOVE '**'        TO WS-CHNL-CD (WS-CHNL-IX)
                       PERFORM  3020-CLEAR-CHANNEL
                           THRU 3020-CLEAR-CHANNEL-X
                   END-IF
               ELSE
                   ADD 1                TO WS-CHNL-CNT
                   MOVE WS-CHNL-CNT     TO WS-CHNL-IX
                   MOVE WUWDC-CHNL-CD   TO WS-CHNL-CD (WS-CHNL-IX)
                   PERFORM  3020-CLEAR-CHANNEL
                       THRU 3020-CLEAR-CHANNEL-X
               END-IF
           END-IF.

           ADD 1                       TO WS-CHNL-DCSN-CNT (WS-CHNL-IX).
           EVALUATE TRUE
               WHEN WUWDC-DCSN-APPROVE
                   ADD 1                TO WS-CHNL-APPR-CNT (WS-CHNL-IX)
               WHEN WUWDC-DCSN-DECLINE
                   ADD 1                TO WS-CHNL-DECL-CNT (WS-CHNL-IX)
               WHEN OTHER
                   ADD 1                TO WS-CHNL-REFR-CNT (WS-CHNL-IX)
           END-EVALUATE.

           IF  WS-OVERTURNED
               ADD 1                    TO WS-CHNL-OVRT-CNT (WS-CHNL-IX)
           END-IF.

       3000-ACCUM-CHANNEL-X.
           EXIT.

      *--------------------
       3010-FIND-CHANNEL.
      *--------------------

           IF  WS-CHNL-CD (WS-SUB) = WUWDC-CHNL-CD
               MOVE WS-SUB              TO WS-CHNL-IX
           END-IF.

       3010-FIND-CHANNEL-X.
           EXIT.

      *---------------------
       3020-CLEAR-CHANNEL.
      *---------------------

           MOVE ZERO                    TO WS-CHNL-DCSN-CNT (WS-CHNL-IX)
                                           WS-CHNL-APPR-CNT (WS-CHNL-IX)
                                           WS-CHNL-REFR-CNT (WS-CHNL-IX)
                                           WS-CHNL-DECL-CNT (WS-CHNL-IX)
                                          WS-CHNL-OVRT-CNT (WS-CHNL-IX).

       3020-CLEAR-CHANNEL-X.
           EXIT.

      *------------------
       3100-ACCUM-RULE.
      *------------------

      *
      *  RULE ZERO COLLECTS THE APPLICATIONS NO RULE MATCHED.  THE
      *  REGISTER IS IN POLICY ORDER, SO THE RULES ARE SORTED INTO
      *  SEQUENCE AS THEY ARE FIRST SEEN.
      *
           MOVE ZERO                    TO WS-RULE-IX.
           PERFORM  3110-FIND-RULE
               THRU 3110-FIND-RULE-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-RULE-CNT
                         OR WS-RULE-IX > ZERO.

           IF  WS-RULE-IX = ZERO
               IF  WS-RULE-CNT NOT < WS-RULE-MAX
                   GO TO 3100-ACCUM-RULE-X
               END-IF
               PERFORM  3120-INSERT-RULE
                   THRU 3120-INSERT-RULE-X
           END-IF.

           ADD 1                      TO WS-RULE-FIRED-CNT (WS-RULE-IX).
           EVALUATE TRUE
               WHEN WUWDC-OUTCM-ISSUED
                   ADD 1            TO WS-RULE-ISSUED-CNT (WS-RULE-IX)
               WHEN WUWDC-OUTCM-REJECTED
                   ADD 1            TO WS-RULE-REJECT-CNT (WS-RULE-IX)
               WHEN WUWDC-OUTCM-CLOSED
                   ADD 1            TO WS-RULE-CLOSED-CNT (WS-RULE-IX)
               WHEN OTHER
                   ADD 1            TO WS-RULE-OPEN-CNT (WS-RULE-IX)
           END-EVALUATE.

       3100-ACCUM-RULE-X.
           EXIT.

      *-----------------
       3110-FIND-RULE.
      *-----------------

           IF  WS-RULE-SEQ-NUM (WS-SUB) = WUWDC-RULE-SEQ-NUM
               MOVE WS-SUB              TO WS-RULE-IX
           END-IF.

       3110-FIND-RULE-X.
           EXIT.

      *-------------------
       3120-INSERT-RULE.
      *-------------------

      *
      *  ENTRIES AFTER THE NEW RULE'S PLACE MOVE DOWN ONE.
      *
           ADD 1                        TO WS-RULE-CNT.
           MOVE WS-RULE-CNT             TO WS-RULE-IX.

           PERFORM  3130-SHIFT-RULE
               THRU 3130-SHIFT-RULE-X
                    UNTIL WS-RULE-IX = 1
                       OR WS-RULE-SEQ-NUM (WS-RULE-IX - 1)
                          < WUWDC-RULE-SEQ-NUM.

           MOVE WUWDC-RULE-SEQ-NUM      TO WS-RULE-SEQ-NUM (WS-RULE-IX).
           MOVE WUWDC-RULE-DESC-TXT    TO WS-RULE-DESC-TXT (WS-RULE-IX).
           MOVE WUWDC-DCSN-CD           TO WS-RULE-DCSN-CD (WS-RULE-IX).
           MOVE ZERO                   TO WS-RULE-FIRED-CNT (WS-RULE-IX)
                                         WS-RULE-ISSUED-CNT (WS-RULE-IX)
                                         WS-RULE-REJECT-CNT (WS-RULE-IX)
                                         WS-RULE-CLOSED-CNT (WS-RULE-IX)
                                          WS-RULE-OPEN-CNT (WS-RULE-IX).

       3120-INSERT-RULE-X.
           EXIT.

      *------------------
       3130-SHIFT-RULE.
      *------------------

           MOVE WS-RULE-ENTRY (WS-RULE-IX - 1)
                                        TO WS-RULE-ENTRY (WS-RULE-IX).
           SUBTRACT 1                   FROM WS-RULE-IX.

       3130-SHIFT-RULE-X.
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

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-CHNL-HEAD-LINE         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  8610-PRINT-CHANNEL
               THRU 8610-PRINT-CHANNEL-X
                    VARYING WS-CHNL-IX FROM 1 BY 1
                      UNTIL WS-CHNL-IX > WS-CHNL-CNT.

           COMPUTE WS-CHNL-IX = WS-CHNL-MAX + 1.
           IF  WS-CHNL-CD (WS-CHNL-IX) = '**'
               PERFORM  8610-PRINT-CHANNEL
                   THRU 8610-PRINT-CHANNEL-X
           END-IF.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-RULE-HEAD-LINE         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  8620-PRINT-RULE
               THRU 8620-PRINT-RULE-X
                    VARYING WS-RULE-IX FROM 1 BY 1
                      UNTIL WS-RULE-IX > WS-RULE-CNT.

           MOVE SPACES                   TO P-SUMMARY-LINE-1.
           MOVE WS-READ-CNT              TO P-READ-CNT-X.
           MOVE WS-STAMP-CNT             TO P-STAMP-CNT-X.
           MOVE WS-MONTH-CNT             TO P-MONTH-CNT-X.
           MOVE WS-UPDT-FAIL-CNT         TO P-UPDT-FAIL-CNT-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      *---------------------
       8610-PRINT-CHANNEL.
      *---------------------

      *
      *  STP IS AUTO-APPROVED OVER DECIDED; THE OVERTURN RATE IS THE
      *  REFERRALS AND DECLINES LATER ISSUED OVER ALL OF THEM.
      *
           MOVE SPACES                   TO P-CHNL-LINE.
           IF  WS-CHNL-CD (WS-CHNL-IX) = '**'
               MOVE 'OTHER'              TO P-CHNL-CD
           ELSE
               MOVE WS-CHNL-CD (WS-CHNL-IX)
                                         TO P-CHNL-CD
           END-IF.
           MOVE WS-CHNL-DCSN-CNT (WS-CHNL-IX) TO P-CHNL-DCSN-CNT.
           MOVE WS-CHNL-APPR-CNT (WS-CHNL-IX) TO P-CHNL-APPR-CNT.
           MOVE WS-CHNL-REFR-CNT (WS-CHNL-IX) TO P-CHNL-REFR-CNT.
           MOVE WS-CHNL-DECL-CNT (WS-CHNL-IX) TO P-CHNL-DECL-CNT.
           MOVE WS-CHNL-OVRT-CNT (WS-CHNL-IX) TO P-CHNL-OVRT-CNT.

           MOVE ZERO                     TO WS-PCT.
           IF  WS-CHNL-DCSN-CNT (WS-CHNL-IX) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-CHNL-APPR-CNT (WS-CHNL-IX) * 100
                       / WS-CHNL-DCSN-CNT (WS-CHNL-IX)
           END-IF.
           MOVE WS-PCT                   TO P-CHNL-STP-PCT.

           MOVE ZERO                     TO WS-PCT.
           IF  WS-CHNL-REFR-CNT (WS-CHNL-IX)
             + WS-CHNL-DECL-CNT (WS-CHNL-IX) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-CHNL-OVRT-CNT (WS-CHNL-IX) * 100
                       / (WS-CHNL-REFR-CNT (WS-CHNL-IX)
                        + WS-CHNL-DECL-CNT (WS-CHNL-IX))
           END-IF.
           MOVE WS-PCT                   TO P-CHNL-OVRT-PCT.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-CHNL-LINE              TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8610-PRINT-CHANNEL-X.
           EXIT.

      *------------------
       8620-PRINT-RULE.
      *------------------

      *
      *  FOR A REFER OR DECLINE RULE THE ISSUED CASES ARE THE
      *  OVERTURNS; AN APPROVE RULE SHOWS NO OVERTURN RATE.
      *
           MOVE SPACES                   TO P-RULE-LINE.
           MOVE WS-RULE-SEQ-NUM (WS-RULE-IX)    TO P-RULE-SEQ-NUM.
           MOVE WS-RULE-DESC-TXT (WS-RULE-IX)   TO P-RULE-DESC-TXT.
           MOVE WS-RULE-DCSN-CD (WS-RULE-IX)    TO P-RULE-DCSN-CD.
           MOVE WS-RULE-FIRED-CNT (WS-RULE-IX)  TO P-RULE-FIRED-CNT.
           MOVE WS-RULE-ISSUED-CNT (WS-RULE-IX) TO P-RULE-ISSUED-CNT.
           MOVE WS-RULE-REJECT-CNT (WS-RULE-IX) TO P-RULE-REJECT-CNT.
           MOVE WS-RULE-CLOSED-CNT (WS-RULE-IX) TO P-RULE-CLOSED-CNT.
           MOVE WS-RULE-OPEN-CNT (WS-RULE-IX)   TO P-RULE-OPEN-CNT.

           IF  WS-RULE-DCSN-CD (WS-RULE-IX) NOT = 'A'
           AND WS-RULE-FIRED-CNT (WS-RULE-IX) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-RULE-ISSUED-CNT (WS-RULE-IX) * 100
                       / WS-RULE-FIRED-CNT (WS-RULE-IX)
               MOVE WS-PCT               TO P-RULE-OVRT-PCT
           END-IF.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-RULE-LINE              TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8620-PRINT-RULE-X.
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

           OPEN I-O UWDC-FILE.
           IF  WUWDC-SEQ-FILE-STATUS NOT = '00'
              MOVE WUWDC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WUWDC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
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

           MOVE WS-MONTH-CNT             TO WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSUWST0003'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL UNDERWRITING DECISIONS REPORTED FOR MONTH @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE UWDC-FILE.

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
      * POLICY READ
      *
       COPY CCPNPOL.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMUWST                     **
      *****************************************************************
