      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMUDCM.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMUDCM                                         **
      **            DEALING CONFIRMATION MATCHING AND BREAK REPORT.  **
      **                                                             **
      **            LOADS THE NET UNIT DEALING INSTRUCTIONS SENT BY  **
      **            ZSBMUDIN (ZCSRUDIN) AND MATCHES THE ASSET        **
      **            MANAGERS' CONFIRMATIONS (ZCSRUDCF) TO THEM BY    **
      **            FUND AND TRADE DATE.  THE BREAK REPORT LISTS     **
      **            EVERY FUND WHERE THE CONFIRMED SIDE, UNITS OR    **
      **            PRICE DIFFER FROM THE INSTRUCTION, EVERY         **
      **            CONFIRMATION WITH NO INSTRUCTION (OR A SECOND    **
      **            ONE FOR THE SAME FUND) AND EVERY INSTRUCTION     **
      **            NOT CONFIRMED, SO A UNIT MISMATCH BETWEEN THE    **
      **            POLICY-LEVEL HOLDINGS AND THE MANAGER'S          **
      **            REGISTER IS SEEN THE NEXT MORNING.               **
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

           SELECT UDCF-DATA-FILE ASSIGN TO ZSUDCF
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WUDCF-SEQ-FILE-STATUS.

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

       FD  UDCF-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRUDCF.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMUDCM'.

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

       01  WUDCF-SEQ-IO-WORK-AREA.
           05  WUDCF-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'UDCF'.
           05  WUDCF-SEQ-IO-COMMAND            PIC X(02).
           05  WUDCF-SEQ-FILE-STATUS           PIC X(02).
           05  WUDCF-SEQ-IO-STATUS             PIC 9(01).
               88  WUDCF-SEQ-IO-OK             VALUE 0.
               88  WUDCF-SEQ-IO-EOF            VALUE 8.
               88  WUDCF-SEQ-IO-ERROR          VALUE 9.

      ****************************************************************
      *    INSTRUCTION TABLE - ONE ENTRY PER FUND INSTRUCTED, MARKED
      *    AS ITS CONFIRMATION IS FOUND.
      ****************************************************************

       01  WS-INSTR-TABLE-AREA.
           05  WS-INSTR-MAX              PIC S9(04) COMP VALUE +500.
           05  WS-INSTR-CNT              PIC S9(04) COMP VALUE ZERO.
           05  WS-SUB                    PIC S9(04) COMP.
           05  WS-FIND-SUB               PIC S9(04) COMP.
           05  WS-INSTR-ENTRY            OCCURS 500 TIMES.
               10  WS-INSTR-AMGR-ID      PIC X(08).
               10  WS-INSTR-TRADE-DT     PIC X(10).
               10  WS-INSTR-FUND-CD      PIC X(04).
               10  WS-INSTR-DEAL-TYP-CD  PIC X(01).
               10  WS-INSTR-UNITS        PIC 9(11)V9(06) COMP-3.
               10  WS-INSTR-PRICE        PIC 9(07)V9(06) COMP-3.
               10  WS-INSTR-CONF-SW      PIC X(01).
                   88  WS-INSTR-CONFIRMED           VALUE 'Y'.
                   88  WS-INSTR-UNCONFIRMED         VALUE 'N'.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-CONF-FILE-SW           PIC X(01)  VALUE 'Y'.
               88  WS-CONF-FILE-PRESENT             VALUE 'Y'.
               88  WS-CONF-FILE-ABSENT              VALUE 'N'.
           05  WS-UNITS-BREAK-SW         PIC X(01).
               88  WS-UNITS-BREAK                   VALUE 'Y'.
           05  WS-PRICE-BREAK-SW         PIC X(01).
               88  WS-PRICE-BREAK                   VALUE 'Y'.
           05  WS-BREAK-RSN-TXT          PIC X(24).

       01  WS-REPORT-TOTALS.
           05  WS-INSTR-READ-CNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-CONF-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-MATCH-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-BREAK-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-UNCONF-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-UNINSTR-CNT          PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    BREAK REPORT HEADING, DETAIL AND SUMMARY LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'UNIT DEALING CONFIRMATION BREAK REPORT      '.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(06)
               VALUE 'FUND  '.
           03  FILLER                      PIC X(12)
               VALUE 'TRADE DATE  '.
           03  FILLER                      PIC X(10)
               VALUE 'MANAGER   '.
           03  FILLER                      PIC X(04)
               VALUE 'B/S '.
           03  FILLER                      PIC X(20)
               VALUE '     UNITS SENT     '.
           03  FILLER                      PIC X(20)
               VALUE '   UNITS CONFIRMED  '.
           03  FILLER                      PIC X(15)
               VALUE '   PRICE SENT  '.
           03  FILLER                      PIC X(15)
               VALUE '  PRICE CONF   '.
           03  FILLER                      PIC X(24)
               VALUE 'BREAK                   '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-FUND-CD                   PIC X(04).
           03  FILLER                      PIC X(02).
           03  P-TRADE-DT                  PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-AMGR-ID                   PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-SENT-TYP-CD               PIC X(01).
           03  P-CONF-TYP-CD               PIC X(01).
           03  FILLER                      PIC X(02).
           03  P-SENT-UNITS-X              PIC Z(10)9.9(06).
           03  FILLER                      PIC X(02).
           03  P-CONF-UNITS-X              PIC Z(10)9.9(06).
           03  FILLER                      PIC X(02).
           03  P-SENT-PRICE-X              PIC Z(06)9.9(06).
           03  FILLER                      PIC X(01).
           03  P-CONF-PRICE-X              PIC Z(06)9.9(06).
           03  FILLER                      PIC X(02).
           03  P-BREAK-RSN-TXT             PIC X(24).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'INSTRUCTIONS: '.
           03  P-INSTR-CNT-X               PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(15)
               VALUE 'CONFIRMATIONS: '.
           03  P-CONF-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(09)
               VALUE 'MATCHED: '.
           03  P-MATCH-CNT-X               PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(08)
               VALUE 'BREAKS: '.
           03  P-BREAK-CNT-X               PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(15)
               VALUE 'NOT CONFIRMED: '.
           03  P-UNCONF-CNT-X              PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(26)
               VALUE 'CONFIRMED NOT INSTRUCTED: '.
           03  P-UNINSTR-CNT-X             PIC ZZZZZZ9.


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

           PERFORM  1000-LOAD-INSTRUCTION
               THRU 1000-LOAD-INSTRUCTION-X
                    UNTIL WUDIN-SEQ-IO-EOF.

           IF  WS-CONF-FILE-PRESENT
               PERFORM  9510-UDCF-READ
                   THRU 9510-UDCF-READ-X
               PERFORM  2000-MATCH-CONFIRMATION
                   THRU 2000-MATCH-CONFIRMATION-X
                        UNTIL WUDCF-SEQ-IO-EOF
           END-IF.

           PERFORM  3000-LIST-UNCONFIRMED
               THRU 3000-LIST-UNCONFIRMED-X
               VARYING WS-SUB FROM 1 BY 1
               UNTIL   WS-SUB > WS-INSTR-CNT.

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

           PERFORM  9500-UDIN-READ
              THRU 9500-UDIN-READ-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *------------------------
       1000-LOAD-INSTRUCTION.
      *------------------------

      *
      *  ONLY THE FUND DETAILS ARE MATCHED - MANAGER HEADERS AND
      *  TRAILERS ARE ENVELOPE ONLY.
      *
           IF  NOT RUDIN-REC-DETAIL
               GO TO 1000-NEXT-INSTRUCTION
           END-IF.

           ADD 1                        TO WS-INSTR-READ-CNT.

           IF  WS-INSTR-CNT NOT < WS-INSTR-MAX
      *MSG: (S) INSTRUCTIONS EXCEED THE MATCHING TABLE LIMIT
               MOVE 'ZSUDCM0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           ADD 1                        TO WS-INSTR-CNT.
           MOVE WS-INSTR-CNT            TO WS-SUB.
           MOVE RUDIN-AMGR-ID      TO WS-INSTR-AMGR-ID     (WS-SUB).
           MOVE RUDIN-TRADE-DT     TO WS-INSTR-TRADE-DT    (WS-SUB).
           MOVE RUDIN-FUND-CD      TO WS-INSTR-FUND-CD     (WS-SUB).
           MOVE RUDIN-DEAL-TYP-CD  TO WS-INSTR-DEAL-TYP-CD (WS-SUB).
           MOVE RUDIN-DEAL-UNITS   TO WS-INSTR-UNITS       (WS-SUB).
           MOVE RUDIN-UNIT-PRICE   TO WS-INSTR-PRICE       (WS-SUB).
           SET  WS-INSTR-UNCONFIRMED (WS-SUB)
                                        TO TRUE.

       1000-NEXT-INSTRUCTION.

           PERFORM  9500-UDIN-READ
               THRU 9500-UDIN-READ-X.

       1000-LOAD-INSTRUCTION-X.
           EXIT.
      /
      *--------------------------
       2000-MATCH-CONFIRMATION.
      *--------------------------

           ADD 1                        TO WS-CONF-READ-CNT.

           MOVE ZERO                    TO WS-FIND-SUB.
           PERFORM  2100-FIND-INSTRUCTION
               THRU 2100-FIND-INSTRUCTION-X
               VARYING WS-SUB FROM 1 BY 1
               UNTIL   WS-SUB > WS-INSTR-CNT
               OR      WS-FIND-SUB > ZERO.

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE RUDCF-FUND-CD           TO P-FUND-CD.
           MOVE RUDCF-TRADE-DT          TO P-TRADE-DT.
           MOVE RUDCF-AMGR-ID           TO P-AMGR-ID.
           MOVE RUDCF-DEAL-TYP-CD       TO P-CONF-TYP-CD.
           IF  RUDCF-CONF-UNITS NUMERIC
               MOVE RUDCF-CONF-UNITS    TO P-CONF-UNITS-X
           END-IF.
           IF  RUDCF-CONF-PRICE NUMERIC
               MOVE RUDCF-CONF-PRICE    TO P-CONF-PRICE-X
           END-IF.

           IF  WS-FIND-SUB = ZERO
               ADD 1                    TO WS-UNINSTR-CNT
               ADD 1                    TO WS-BREAK-CNT
               MOVE 'NO INSTRUCTION SENT     '
                                        TO P-BREAK-RSN-TXT
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 2000-NEXT-CONFIRMATION
           END-IF.

           MOVE WS-INSTR-DEAL-TYP-CD (WS-FIND-SUB)
                                        TO P-SENT-TYP-CD.
           MOVE WS-INSTR-UNITS (WS-FIND-SUB)
                                        TO P-SENT-UNITS-X.
           MOVE WS-INSTR-PRICE (WS-FIND-SUB)
                                        TO P-SENT-PRICE-X.

           IF  WS-INSTR-CONFIRMED (WS-FIND-SUB)
               ADD 1                    TO WS-BREAK-CNT
               MOVE 'DUPLICATE CONFIRMATION  '
                                        TO P-BREAK-RSN-TXT
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 2000-NEXT-CONFIRMATION
           END-IF.

           SET WS-INSTR-CONFIRMED (WS-FIND-SUB)
                                        TO TRUE.

           PERFORM  2200-COMPARE-CONFIRMATION
               THRU 2200-COMPARE-CONFIRMATION-X.

           IF  WS-BREAK-RSN-TXT = SPACES
               ADD 1                    TO WS-MATCH-CNT
           ELSE
               ADD 1                    TO WS-BREAK-CNT
               MOVE WS-BREAK-RSN-TXT    TO P-BREAK-RSN-TXT
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
           END-IF.

       2000-NEXT-CONFIRMATION.

           PERFORM  9510-UDCF-READ
               THRU 9510-UDCF-READ-X.

       2000-MATCH-CONFIRMATION-X.
           EXIT.

      *------------------------
       2100-FIND-INSTRUCTION.
      *------------------------

           IF  WS-INSTR-FUND-CD (WS-SUB)  = RUDCF-FUND-CD
           AND WS-INSTR-TRADE-DT (WS-SUB) = RUDCF-TRADE-DT
               MOVE WS-SUB              TO WS-FIND-SUB
           END-IF.

       2100-FIND-INSTRUCTION-X.
           EXIT.

      *----------------------------
       2200-COMPARE-CONFIRMATION.
      *----------------------------

      *
      *  THE MANAGER MUST HAVE DEALT THE SAME SIDE, THE SAME UNITS
      *  AND AT THE SAME PRICE, TO THE SIX DECIMALS WE SENT.  AN
      *  UNREADABLE FIGURE IS A BREAK IN ITS OWN RIGHT.
      *
           MOVE SPACES                  TO WS-BREAK-RSN-TXT
                                           WS-UNITS-BREAK-SW
                                           WS-PRICE-BREAK-SW.

           IF  RUDCF-DEAL-TYP-CD NOT =
                   WS-INSTR-DEAL-TYP-CD (WS-FIND-SUB)
               MOVE 'BUY/SELL SIDE DIFFERS   '
                                        TO WS-BREAK-RSN-TXT
               GO TO 2200-COMPARE-CONFIRMATION-X
           END-IF.

           IF  RUDCF-CONF-UNITS NOT NUMERIC
               SET WS-UNITS-BREAK       TO TRUE
           ELSE
               IF  RUDCF-CONF-UNITS NOT =
                       WS-INSTR-UNITS (WS-FIND-SUB)
                   SET WS-UNITS-BREAK   TO TRUE
               END-IF
           END-IF.

           IF  RUDCF-CONF-PRICE NOT NUMERIC
               SET WS-PRICE-BREAK       TO TRUE
           ELSE
               IF  RUDCF-CONF-PRICE NOT =
                       WS-INSTR-PRICE (WS-FIND-SUB)
                   SET WS-PRICE-BREAK   TO TRUE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-UNITS-BREAK AND WS-PRICE-BREAK
                   MOVE 'UNITS AND PRICE DIFFER  '
                                        TO WS-BREAK-RSN-TXT
               WHEN WS-UNITS-BREAK
                   MOVE 'UNITS DIFFER            '
                                        TO WS-BREAK-RSN-TXT
               WHEN WS-PRICE-BREAK
                   MOVE 'PRICE DIFFERS           '
                                        TO WS-BREAK-RSN-TXT
           END-EVALUATE.

       2200-COMPARE-CONFIRMATION-X.
           EXIT.
      /
      *------------------------
       3000-LIST-UNCONFIRMED.
      *------------------------

           IF  WS-INSTR-CONFIRMED (WS-SUB)
               GO TO 3000-LIST-UNCONFIRMED-X
           END-IF.

           ADD 1                        TO WS-UNCONF-CNT.
           ADD 1                        TO WS-BREAK-CNT.

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE WS-INSTR-FUND-CD (WS-SUB)
                                        TO P-FUND-CD.
           MOVE WS-INSTR-TRADE-DT (WS-SUB)
                                        TO P-TRADE-DT.
           MOVE WS-INSTR-AMGR-ID (WS-SUB)
                                        TO P-AMGR-ID.
           MOVE WS-INSTR-DEAL-TYP-CD (WS-SUB)
                                        TO P-SENT-TYP-CD.
           MOVE WS-INSTR-UNITS (WS-SUB) TO P-SENT-UNITS-X.
           MOVE WS-INSTR-PRICE (WS-SUB) TO P-SENT-PRICE-X.
           MOVE 'NOT CONFIRMED           '
                                        TO P-BREAK-RSN-TXT.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       3000-LIST-UNCONFIRMED-X.
           EXIT.
      /
      *------------------------
       8400-WRITE-DETAIL-LINE.
      *------------------------

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
           MOVE WS-INSTR-READ-CNT        TO P-INSTR-CNT-X.
           MOVE WS-CONF-READ-CNT         TO P-CONF-CNT-X.
           MOVE WS-MATCH-CNT             TO P-MATCH-CNT-X.
           MOVE WS-BREAK-CNT             TO P-BREAK-CNT-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-SUMMARY-LINE-2.
           MOVE WS-UNCONF-CNT            TO P-UNCONF-CNT-X.
           MOVE WS-UNINSTR-CNT           TO P-UNINSTR-CNT-X.

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
           MOVE TFCMD-OPEN-I-FILE      TO WUDIN-SEQ-IO-COMMAND.
           OPEN INPUT UDIN-DATA-FILE.
           IF WUDIN-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-UDIN-ERROR
                 THRU 9700-HANDLE-UDIN-ERROR-X
           END-IF.

      *
      *  NO CONFIRMATION FILE AT ALL MEANS NO MANAGER HAS ANSWERED -
      *  EVERY INSTRUCTION IS THEN LISTED AS NOT CONFIRMED.
      *
           MOVE ZERO TO WUDCF-SEQ-IO-STATUS.
           MOVE TFCMD-OPEN-I-FILE      TO WUDCF-SEQ-IO-COMMAND.
           OPEN INPUT UDCF-DATA-FILE.
           IF  WUDCF-SEQ-FILE-STATUS = '35'
               SET WS-CONF-FILE-ABSENT  TO TRUE
           ELSE
               IF WUDCF-SEQ-FILE-STATUS  NOT = ZERO
                  PERFORM 9700-HANDLE-UDCF-ERROR
                     THRU 9700-HANDLE-UDCF-ERROR-X
               END-IF
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-BREAK-CNT             TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSUDCM0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL DEALING CONFIRMATION BREAKS @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE UDIN-DATA-FILE.
           IF  WS-CONF-FILE-PRESENT
               CLOSE UDCF-DATA-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-UDIN-READ.
      *----------------

           MOVE ZERO                   TO WUDIN-SEQ-IO-STATUS.
           MOVE TFCMD-READNEXT-RECORD  TO WUDIN-SEQ-IO-COMMAND.

           READ UDIN-DATA-FILE
                AT END
                  MOVE 8               TO WUDIN-SEQ-IO-STATUS
                  GO TO 9500-UDIN-READ-X.

           IF WUDIN-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-UDIN-ERROR
                 THRU 9700-HANDLE-UDIN-ERROR-X
           END-IF.

       9500-UDIN-READ-X.
           EXIT.

      *----------------
       9510-UDCF-READ.
      *----------------

           MOVE ZERO                   TO WUDCF-SEQ-IO-STATUS.
           MOVE TFCMD-READNEXT-RECORD  TO WUDCF-SEQ-IO-COMMAND.

           READ UDCF-DATA-FILE
                AT END
                  MOVE 8               TO WUDCF-SEQ-IO-STATUS
                  GO TO 9510-UDCF-READ-X.

           IF WUDCF-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-UDCF-ERROR
                 THRU 9700-HANDLE-UDCF-ERROR-X
           END-IF.

       9510-UDCF-READ-X.
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

      *-----------------------
       9700-HANDLE-UDCF-ERROR.
      *-----------------------

           MOVE WUDCF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WUDCF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WUDCF-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-UDCF-ERROR-X.
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
      **                 END OF PROGRAM ZSBMUDCM                     **
      *****************************************************************
