      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMCTIR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMCTIR                                         **
      **  REMARKS:  MONTHLY CONTESTABLE-PERIOD EARLY CLAIM REPORT.   **
      **            WALKS THE CLAIM INVESTIGATION WORKLIST (CTIV)    **
      **            THAT ZSBM9327 OPENS FOR EVERY CLAIM DECIDED      **
      **            WITHIN TWO YEARS OF ISSUE OR REINSTATEMENT, AND  **
      **            LISTS EACH EARLY CLAIM OPENED OR DISPOSED IN THE **
      **            PROCESS MONTH, OR STILL PENDING, WITH ITS REASON **
      **            AND OUTCOME.  THE CLAIMS ARE THEN TALLIED BY     **
      **            SERVICING BRANCH AND AGENT.  REPORT ONLY -       **
      **            NOTHING IS UPDATED.                              **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51283**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHCTIV.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWCTIV.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMCTIR'.

       COPY SQLCA.

       COPY CCWWCTIV.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-CTIV-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-CTIV-OPEN                     VALUE 'Y'.
           05  WS-PRCES-MO               PIC X(07)  VALUE SPACES.
           05  WS-BR-AGT-KEY.
               10  WS-KEY-BR-ID          PIC X(05).
               10  WS-KEY-AGT-ID         PIC X(10).

      ****************************************************************
      *    PER-BRANCH AND AGENT TALLIES
      ****************************************************************

       01  WS-AGENT-TABLE-INFO.
           05  WS-AGT-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-AGT-MAX                PIC S9(04) COMP VALUE +1000.
           05  WS-AGT-OVRFLW-SW          PIC X(01)  VALUE 'N'.
               88  WS-AGT-OVERFLOW                  VALUE 'Y'.
           05  WS-AGT-ENTRY              OCCURS 1000 TIMES
                                         INDEXED BY WS-AGT-IX.
               10  WS-AGT-KEY.
                   15  WS-AGT-BR-ID      PIC X(05).
                   15  WS-AGT-ID         PIC X(10).
               10  WS-AGT-EARLY-CNT      PIC S9(07) COMP-3.
               10  WS-AGT-FLAG-CNT       PIC S9(07) COMP-3.
               10  WS-AGT-PEND-CNT       PIC S9(07) COMP-3.
               10  WS-AGT-CLR-CNT        PIC S9(07) COMP-3.
               10  WS-AGT-RSCND-CNT      PIC S9(07) COMP-3.
               10  WS-AGT-DECL-CNT       PIC S9(07) COMP-3.

       01  WS-REPORT-TOTALS.
           05  WS-CTIV-READ-CNT        PIC S9(08) COMP-3 VALUE +0.
           05  WS-EARLY-CNT            PIC S9(08) COMP-3 VALUE +0.
           05  WS-FLAG-CNT             PIC S9(08) COMP-3 VALUE +0.
           05  WS-PEND-CNT             PIC S9(08) COMP-3 VALUE +0.
           05  WS-CLR-CNT              PIC S9(08) COMP-3 VALUE +0.
           05  WS-RSCND-CNT            PIC S9(08) COMP-3 VALUE +0.
           05  WS-DECL-CNT             PIC S9(08) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'CONTESTABLE-PERIOD EARLY CLAIMS FOR MONTH:  '.
           03  P-HDR-PRCES-MO              PIC X(07).

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(20)
               VALUE 'CLAIM    POLICY     '.
           03  FILLER                      PIC X(18)
               VALUE 'BRNCH AGENT       '.
           03  FILLER                      PIC X(27)
               VALUE 'CLAIM DATE BASE  BASE DATE '.
           03  FILLER                      PIC X(21)
               VALUE 'REASON         WAIVED'.
           03  FILLER                      PIC X(27)
               VALUE '  OUTCOME      OUTCOME DATE'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-CLM-ID                    PIC X(08).
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-BR-ID                     PIC X(05).
           03  FILLER                      PIC X(01).
           03  P-AGT-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-CLM-DT                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-BASE-TXT                  PIC X(05).
           03  FILLER                      PIC X(01).
           03  P-BASE-DT                   PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-RSN-TXT                   PIC X(16).
           03  P-WAIVED-CNT                PIC ZZ9.
           03  FILLER                      PIC X(04).
           03  P-OUTCOME-TXT               PIC X(12).
           03  FILLER                      PIC X(01).
           03  P-OUTCOME-DT                PIC X(10).

       01  P-COLUMN-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(18)
               VALUE 'BRNCH AGENT       '.
           03  FILLER                      PIC X(30)
               VALUE '   EARLY  FLAGGED  PENDING   '.
           03  FILLER                      PIC X(27)
               VALUE 'CLEARED RESCINDED DECLINED'.

       01  P-AGENT-LINE.
           03  FILLER                      PIC X(01).
           03  P-TLY-BR-ID                 PIC X(05).
           03  FILLER                      PIC X(01).
           03  P-TLY-AGT-ID                PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-EARLY-CNT                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-FLAG-CNT                  PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-PEND-CNT                  PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-CLR-CNT                   PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-RSCND-CNT                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-DECL-CNT                  PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'EARLY CLAIMS: '.
           03  P-TOT-EARLY-X               PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(09)
               VALUE 'FLAGGED: '.
           03  P-TOT-FLAG-X                PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(09)
               VALUE 'PENDING: '.
           03  P-TOT-PEND-X                PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(09)
               VALUE 'CLEARED: '.
           03  P-TOT-CLR-X                 PIC ZZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'RESCINDED:    '.
           03  P-TOT-RSCND-X               PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(09)
               VALUE 'DECLINED:'.
           03  P-TOT-DECL-X                PIC ZZZZZZZ9.

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

           PERFORM  2000-PROCESS-CLAIM
               THRU 2000-PROCESS-CLAIM-X
                    UNTIL WCTIV-IO-EOF.

           PERFORM  8000-PRINT-AGENT-TALLY
               THRU 8000-PRINT-AGENT-TALLY-X.

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

           MOVE WGLOB-PROCESS-DATE (1:7) TO WS-PRCES-MO.

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
      *  NO WORKLIST YET MEANS NO EARLY CLAIM HAS BEEN DECIDED.
      *
           IF  WS-CTIV-OPEN
               PERFORM  9500-CTIV-READ-NEXT
                   THRU 9500-CTIV-READ-NEXT-X
           ELSE
               MOVE '10'                TO WCTIV-SEQ-FILE-STATUS
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *--------------------
       2000-PROCESS-CLAIM.
      *--------------------

           ADD 1                        TO WS-CTIV-READ-CNT.

      *
      *  THE MONTH'S CLAIMS ARE THOSE OPENED OR DISPOSED IN IT; A
      *  CLAIM STILL PENDING IS SHOWN EVERY MONTH UNTIL IT IS
      *  DISPOSED.
      *
           IF  WCTIV-OPEN-DT (1:7)  NOT = WS-PRCES-MO
           AND WCTIV-DSPSN-DT (1:7) NOT = WS-PRCES-MO
           AND NOT WCTIV-STAT-PENDING
               GO TO 2000-NEXT-CLAIM
           END-IF.

           PERFORM  7000-TALLY-AGENT
               THRU 7000-TALLY-AGENT-X.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2000-NEXT-CLAIM.

           PERFORM  9500-CTIV-READ-NEXT
               THRU 9500-CTIV-READ-NEXT-X.

       2000-PROCESS-CLAIM-X.
           EXIT.
      /
      *---------------------
       7000-TALLY-AGENT.
      *---------------------

           ADD 1                        TO WS-EARLY-CNT.
           IF  NOT WCTIV-RSN-NO-FINDING
               ADD 1                    TO WS-FLAG-CNT
           END-IF.
           EVALUATE TRUE
               WHEN WCTIV-STAT-PENDING
                   ADD 1                TO WS-PEND-CNT
               WHEN WCTIV-DSPSN-CLEARED
                   ADD 1                TO WS-CLR-CNT
               WHEN WCTIV-DSPSN-RESCINDED
                   ADD 1                TO WS-RSCND-CNT
               WHEN WCTIV-DSPSN-DECLINED
                   ADD 1                TO WS-DECL-CNT
           END-EVALUATE.

           MOVE WCTIV-SERV-BR-ID        TO WS-KEY-BR-ID.
           MOVE WCTIV-SERV-AGT-ID       TO WS-KEY-AGT-ID.

           SET  WS-AGT-IX               TO 1.

           SEARCH WS-AGT-ENTRY
               AT END
                   PERFORM  7100-NEW-AGENT-ENTRY
                       THRU 7100-NEW-AGENT-ENTRY-X
               WHEN WS-AGT-IX > WS-AGT-CNT
                   PERFORM  7100-NEW-AGENT-ENTRY
                       THRU 7100-NEW-AGENT-ENTRY-X
               WHEN WS-AGT-KEY (WS-AGT-IX) = WS-BR-AGT-KEY
                   CONTINUE
           END-SEARCH.

           IF  WS-AGT-OVERFLOW
               GO TO 7000-TALLY-AGENT-X
           END-IF.

           ADD 1                        TO WS-AGT-EARLY-CNT (WS-AGT-IX).
           IF  NOT WCTIV-RSN-NO-FINDING
               ADD 1                    TO WS-AGT-FLAG-CNT (WS-AGT-IX)
           END-IF.
           EVALUATE TRUE
               WHEN WCTIV-STAT-PENDING
                   ADD 1            TO WS-AGT-PEND-CNT (WS-AGT-IX)
               WHEN WCTIV-DSPSN-CLEARED
                   ADD 1            TO WS-AGT-CLR-CNT (WS-AGT-IX)
               WHEN WCTIV-DSPSN-RESCINDED
                   ADD 1            TO WS-AGT-RSCND-CNT (WS-AGT-IX)
               WHEN WCTIV-DSPSN-DECLINED
                   ADD 1            TO WS-AGT-DECL-CNT (WS-AGT-IX)
           END-EVALUATE.

       7000-TALLY-AGENT-X.
           EXIT.

      *------------------------
       7100-NEW-AGENT-ENTRY.
      *------------------------

           IF  WS-AGT-CNT NOT < WS-AGT-MAX
      *MSG: (W) AGENT TALLY TABLE FULL - TALLIES INCOMPLETE
               SET WS-AGT-OVERFLOW      TO TRUE
               MOVE 'ZSCTIR0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 7100-NEW-AGENT-ENTRY-X
           END-IF.

           ADD 1                        TO WS-AGT-CNT.
           SET WS-AGT-IX                TO WS-AGT-CNT.
           MOVE WS-BR-AGT-KEY           TO WS-AGT-KEY (WS-AGT-IX).
           MOVE ZERO                    TO WS-AGT-EARLY-CNT (WS-AGT-IX)
                                           WS-AGT-FLAG-CNT (WS-AGT-IX)
                                           WS-AGT-PEND-CNT (WS-AGT-IX)
                                           WS-AGT-CLR-CNT (WS-AGT-IX)
                                           WS-AGT-RSCND-CNT (WS-AGT-IX)
                                           WS-AGT-DECL-CNT (WS-AGT-IX).

       7100-NEW-AGENT-ENTRY-X.
           EXIT.
      /
      *--------------------------
       8000-PRINT-AGENT-TALLY.
      *--------------------------

           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE P-COLUMN-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           IF  WS-AGT-CNT > ZERO
               PERFORM  8100-PRINT-ONE-AGENT
                   THRU 8100-PRINT-ONE-AGENT-X
                        VARYING WS-AGT-IX FROM 1 BY 1
                        UNTIL WS-AGT-IX > WS-AGT-CNT
           END-IF.

       8000-PRINT-AGENT-TALLY-X.
           EXIT.

      *------------------------
       8100-PRINT-ONE-AGENT.
      *------------------------

           MOVE WS-AGT-BR-ID (WS-AGT-IX)     TO P-TLY-BR-ID.
           MOVE WS-AGT-ID (WS-AGT-IX)        TO P-TLY-AGT-ID.
           MOVE WS-AGT-EARLY-CNT (WS-AGT-IX) TO P-EARLY-CNT.
           MOVE WS-AGT-FLAG-CNT (WS-AGT-IX)  TO P-FLAG-CNT.
           MOVE WS-AGT-PEND-CNT (WS-AGT-IX)  TO P-PEND-CNT.
           MOVE WS-AGT-CLR-CNT (WS-AGT-IX)   TO P-CLR-CNT.
           MOVE WS-AGT-RSCND-CNT (WS-AGT-IX) TO P-RSCND-CNT.
           MOVE WS-AGT-DECL-CNT (WS-AGT-IX)  TO P-DECL-CNT.

           MOVE +1                           TO WPRT1-NUMBER-LINES.
           MOVE P-AGENT-LINE                 TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8100-PRINT-ONE-AGENT-X.
           EXIT.
      /
      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

           MOVE WCTIV-CLM-ID            TO P-CLM-ID.
           MOVE WCTIV-POL-ID            TO P-POL-ID.
           MOVE WCTIV-SERV-BR-ID        TO P-BR-ID.
           MOVE WCTIV-SERV-AGT-ID       TO P-AGT-ID.
           MOVE WCTIV-CLM-DT            TO P-CLM-DT.
           IF  WCTIV-BASE-REINSTATEMENT
               MOVE 'REIN '             TO P-BASE-TXT
           ELSE
               MOVE 'ISSUE'             TO P-BASE-TXT
           END-IF.
           MOVE WCTIV-CNTST-BASE-DT     TO P-BASE-DT.

           EVALUATE TRUE
               WHEN WCTIV-RSN-BOTH
                   MOVE 'DISCLOSURE + UW '  TO P-RSN-TXT
               WHEN WCTIV-RSN-SELF-DISCLOSURE
                   MOVE 'SELF-DISCLOSURE '  TO P-RSN-TXT
               WHEN WCTIV-RSN-WAIVED-UW
                   MOVE 'WAIVED UW       '  TO P-RSN-TXT
               WHEN OTHER
                   MOVE 'NO FINDING      '  TO P-RSN-TXT
           END-EVALUATE.
           MOVE WCTIV-WAIVED-RQRMNT-CNT TO P-WAIVED-CNT.

           MOVE SPACES                  TO P-OUTCOME-DT.
           EVALUATE TRUE
               WHEN WCTIV-STAT-PENDING
                   MOVE 'PENDING     '  TO P-OUTCOME-TXT
               WHEN WCTIV-STAT-NOT-INVESTIGATED
                   MOVE 'NOT HELD    '  TO P-OUTCOME-TXT
               WHEN WCTIV-DSPSN-CLEARED
                   MOVE 'CLEARED     '  TO P-OUTCOME-TXT
                   MOVE WCTIV-DSPSN-DT  TO P-OUTCOME-DT
               WHEN WCTIV-DSPSN-RESCINDED
                   MOVE 'RESCINDED   '  TO P-OUTCOME-TXT
                   MOVE WCTIV-DSPSN-DT  TO P-OUTCOME-DT
               WHEN WCTIV-DSPSN-DECLINED
                   MOVE 'DECLINED    '  TO P-OUTCOME-TXT
                   MOVE WCTIV-DSPSN-DT  TO P-OUTCOME-DT
           END-EVALUATE.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.
           MOVE SPACES                  TO P-DETAIL-LINE.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.

      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-EARLY-CNT             TO P-TOT-EARLY-X.
           MOVE WS-FLAG-CNT              TO P-TOT-FLAG-X.
           MOVE WS-PEND-CNT              TO P-TOT-PEND-X.
           MOVE WS-CLR-CNT               TO P-TOT-CLR-X.
           MOVE WS-RSCND-CNT             TO P-TOT-RSCND-X.
           MOVE WS-DECL-CNT              TO P-TOT-DECL-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-PEND-CNT              TO WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO WGLOB-MSG-PARM (1).
           MOVE 'ZSCTIR0001'             TO WGLOB-MSG-REF-INFO.
      *MSG: (I) EARLY CLAIMS STILL PENDING INVESTIGATION: @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

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

           MOVE WS-PRCES-MO            TO P-HDR-PRCES-MO.

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

           OPEN INPUT CTIV-FILE.
           IF  WCTIV-IO-OK
               SET WS-CTIV-OPEN         TO TRUE
           ELSE
               IF  NOT WCTIV-IO-NOFILE
                  MOVE WCTIV-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                  MOVE WCTIV-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
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

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-CTIV-OPEN
               CLOSE CTIV-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.

      *---------------------
       9500-CTIV-READ-NEXT.
      *---------------------

           READ CTIV-FILE NEXT
               AT END
                   MOVE '10'            TO WCTIV-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCTIV-IO-OK
           AND NOT WCTIV-IO-EOF
              MOVE WCTIV-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WCTIV-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       9500-CTIV-READ-NEXT-X.
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
      **                 END OF PROGRAM ZSBMCTIR                     **
      *****************************************************************
