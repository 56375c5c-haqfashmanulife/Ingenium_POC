      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMAMLS.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMAMLS                                         **
      **  REMARKS:  MONTHLY AML SCENARIO STATISTICS.  WALKS THE      **
      **            COMPLIANCE WORKLIST (AMLW) THAT ZSBMAMLM OPENS   **
      **            AND, FOR EACH SCENARIO, COUNTS THE HITS OPENED   **
      **            IN THE PROCESS MONTH BY THEIR PRESENT STATUS     **
      **            (OPEN, ESCALATED, CLOSED, STR FILED), THE STR    **
      **            RATE OF THOSE RESOLVED, THE THRESHOLD IN FORCE   **
      **            AND THE BACKLOG OF UNRESOLVED HITS FROM ANY      **
      **            MONTH.  A SCENARIO THAT IS CLOSED ALMOST ALWAYS  **
      **            IS A CANDIDATE FOR A HIGHER THRESHOLD ON THE     **
      **            ZSBMAMLM CONTROL CARD.  REPORT ONLY - NOTHING IS **
      **            UPDATED.                                         **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51285**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHAMLW.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWAMLW.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMAMLS'.

       COPY SQLCA.

       COPY CCWWAMLW.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-AMLW-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-AMLW-OPEN                     VALUE 'Y'.
           05  WS-PRCES-MO               PIC X(07)  VALUE SPACES.
           05  WS-RSLVD-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-STR-RATE               PIC 9(03)V9 VALUE ZERO.

      ****************************************************************
      *    PER-SCENARIO TALLIES
      ****************************************************************

       01  WS-SCNR-NAMES.
           05  FILLER                    PIC X(32)
               VALUE 'LPLARGE SINGLE PREM / TOP-UP    '.
           05  FILLER                    PIC X(32)
               VALUE 'OROVERPAYMENT THEN REFUND       '.
           05  FILLER                    PIC X(32)
               VALUE 'CVCONV-STORE NEAR LIMIT         '.
           05  FILLER                    PIC X(32)
               VALUE 'SESURRENDER AFTER LARGE PREMIUM '.
           05  FILLER                    PIC X(32)
               VALUE 'TPTHIRD-PARTY PAYOR             '.

       01  WS-SCNR-NAME-TABLE REDEFINES WS-SCNR-NAMES.
           05  WS-SCNR-NAME-ENTRY        OCCURS 5 TIMES.
               10  WS-SCNR-NAME-CD       PIC X(02).
               10  WS-SCNR-NAME-TXT      PIC X(30).

       01  WS-SCNR-TABLE-INFO.
           05  WS-SCNR-MAX               PIC S9(04) COMP VALUE +5.
           05  WS-SCNR-ENTRY             OCCURS 5 TIMES
                                         INDEXED BY WS-SCNR-IX.
               10  WS-SCNR-HIT-CNT       PIC S9(07) COMP-3.
               10  WS-SCNR-OPEN-CNT      PIC S9(07) COMP-3.
               10  WS-SCNR-ESCL-CNT      PIC S9(07) COMP-3.
               10  WS-SCNR-CLSD-CNT      PIC S9(07) COMP-3.
               10  WS-SCNR-STR-CNT       PIC S9(07) COMP-3.
               10  WS-SCNR-BKLG-CNT      PIC S9(07) COMP-3.
               10  WS-SCNR-THRSHLD-AMT   PIC 9(11).

       01  WS-REPORT-TOTALS.
           05  WS-AMLW-READ-CNT        PIC S9(08) COMP-3 VALUE +0.
           05  WS-HIT-CNT              PIC S9(08) COMP-3 VALUE +0.
           05  WS-STR-CNT              PIC S9(08) COMP-3 VALUE +0.
           05  WS-BKLG-CNT             PIC S9(08) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'AML SCENARIO STATISTICS FOR MONTH:          '.
           03  P-HDR-PRCES-MO              PIC X(07).

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(34)
               VALUE 'SCENARIO'.
           03  FILLER                      PIC X(09)
               VALUE '    HITS'.
           03  FILLER                      PIC X(09)
               VALUE '    OPEN'.
           03  FILLER                      PIC X(09)
               VALUE ' ESCAL.'.
           03  FILLER                      PIC X(09)
               VALUE '  CLOSED'.
           03  FILLER                      PIC X(09)
               VALUE '     STR'.
           03  FILLER                      PIC X(08)
               VALUE ' STR %'.
           03  FILLER                      PIC X(14)
               VALUE '   THRESHOLD'.
           03  FILLER                      PIC X(09)
               VALUE ' BACKLOG'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-SCNR-CD                   PIC X(02).
           03  FILLER                      PIC X(02).
           03  P-SCNR-TXT                  PIC X(30).
           03  P-HIT-CNT                   PIC Z(07)9.
           03  FILLER                      PIC X(01).
           03  P-OPEN-CNT                  PIC Z(07)9.
           03  FILLER                      PIC X(01).
           03  P-ESCL-CNT                  PIC Z(07)9.
           03  FILLER                      PIC X(01).
           03  P-CLSD-CNT                  PIC Z(07)9.
           03  FILLER                      PIC X(01).
           03  P-STR-CNT                   PIC Z(07)9.
           03  FILLER                      PIC X(02).
           03  P-STR-RATE                  PIC ZZ9.9.
           03  FILLER                      PIC X(02).
           03  P-THRSHLD-AMT               PIC Z(10)9.
           03  FILLER                      PIC X(02).
           03  P-BKLG-CNT                  PIC Z(07)9.

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'WORKLIST ROWS: '.
           03  P-READ-CNT-X                PIC ZZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(18)
               VALUE 'HITS THIS MONTH: '.
           03  P-HIT-CNT-X                 PIC ZZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(12)
               VALUE 'STR FILED: '.
           03  P-STR-CNT-X                 PIC ZZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(11)
               VALUE 'BACKLOG: '.
           03  P-BKLG-CNT-X                PIC ZZZZZZZ9.

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

           PERFORM  2000-PROCESS-HIT
               THRU 2000-PROCESS-HIT-X
                    UNTIL WAMLW-IO-EOF.

           PERFORM  8100-PRINT-ONE-SCENARIO
               THRU 8100-PRINT-ONE-SCENARIO-X
                    VARYING WS-SCNR-IX FROM 1 BY 1
                    UNTIL WS-SCNR-IX > WS-SCNR-MAX.

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

           PERFORM  0210-CLEAR-SCENARIO
               THRU 0210-CLEAR-SCENARIO-X
                    VARYING WS-SCNR-IX FROM 1 BY 1
                    UNTIL WS-SCNR-IX > WS-SCNR-MAX.

      *
      *  NO WORKLIST YET MEANS THE MONITORING HAS RAISED NO HIT.
      *
           IF  WS-AMLW-OPEN
               PERFORM  9500-AMLW-READ-NEXT
                   THRU 9500-AMLW-READ-NEXT-X
           ELSE
               MOVE '10'                TO WAMLW-SEQ-FILE-STATUS
           END-IF.

       0200-INITIALIZE-X.
           EXIT.

      *---------------------
       0210-CLEAR-SCENARIO.
      *---------------------

           MOVE ZERO            TO WS-SCNR-HIT-CNT (WS-SCNR-IX)
                                   WS-SCNR-OPEN-CNT (WS-SCNR-IX)
                                   WS-SCNR-ESCL-CNT (WS-SCNR-IX)
                                   WS-SCNR-CLSD-CNT (WS-SCNR-IX)
                                   WS-SCNR-STR-CNT (WS-SCNR-IX)
                                   WS-SCNR-BKLG-CNT (WS-SCNR-IX)
                                   WS-SCNR-THRSHLD-AMT (WS-SCNR-IX).

       0210-CLEAR-SCENARIO-X.
           EXIT.
      /
      *------------------
       2000-PROCESS-HIT.
      *------------------

           ADD 1                        TO WS-AMLW-READ-CNT.

           EVALUATE TRUE
               WHEN WAMLW-SCNR-LRG-PREM
                   SET WS-SCNR-IX       TO 1
               WHEN WAMLW-SCNR-OVPY-RFND
                   SET WS-SCNR-IX       TO 2
               WHEN WAMLW-SCNR-CVS-STRCT
                   SET WS-SCNR-IX       TO 3
               WHEN WAMLW-SCNR-EARLY-SURR
                   SET WS-SCNR-IX       TO 4
               WHEN WAMLW-SCNR-THIRD-PRTY
                   SET WS-SCNR-IX       TO 5
               WHEN OTHER
                   GO TO 2000-NEXT-HIT
           END-EVALUATE.

      *
      *  THE BACKLOG IS EVERY UNRESOLVED HIT, WHATEVER ITS MONTH.
      *
           IF  NOT WAMLW-STAT-FINAL
               ADD 1                    TO WS-SCNR-BKLG-CNT (WS-SCNR-IX)
               ADD 1                    TO WS-BKLG-CNT
           END-IF.

           IF  WAMLW-OPEN-DT (1:7) NOT = WS-PRCES-MO
               GO TO 2000-NEXT-HIT
           END-IF.

           ADD 1                        TO WS-SCNR-HIT-CNT (WS-SCNR-IX).
           ADD 1                        TO WS-HIT-CNT.

           EVALUATE TRUE
               WHEN WAMLW-STAT-OPEN
                   ADD 1            TO WS-SCNR-OPEN-CNT (WS-SCNR-IX)
               WHEN WAMLW-STAT-ESCALATED
                   ADD 1            TO WS-SCNR-ESCL-CNT (WS-SCNR-IX)
               WHEN WAMLW-STAT-CLOSED
                   ADD 1            TO WS-SCNR-CLSD-CNT (WS-SCNR-IX)
               WHEN WAMLW-STAT-STR-FILED
                   ADD 1            TO WS-SCNR-STR-CNT (WS-SCNR-IX)
                   ADD 1            TO WS-STR-CNT
           END-EVALUATE.

      *
      *  THE THRESHOLD SHOWN IS THE HIGHEST IN FORCE ON THE MONTH'S
      *  HITS, SO A CARD CHANGED DURING THE MONTH SHOWS ITS LATER
      *  VALUE WHEN THE THRESHOLD WAS RAISED.
      *
           IF  WAMLW-THRSHLD-AMT > WS-SCNR-THRSHLD-AMT (WS-SCNR-IX)
               MOVE WAMLW-THRSHLD-AMT
                                TO WS-SCNR-THRSHLD-AMT (WS-SCNR-IX)
           END-IF.

       2000-NEXT-HIT.

           PERFORM  9500-AMLW-READ-NEXT
               THRU 9500-AMLW-READ-NEXT-X.

       2000-PROCESS-HIT-X.
           EXIT.
      /
      *-------------------------
       8100-PRINT-ONE-SCENARIO.
      *-------------------------

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE WS-SCNR-NAME-CD (WS-SCNR-IX)
                                        TO P-SCNR-CD.
           MOVE WS-SCNR-NAME-TXT (WS-SCNR-IX)
                                        TO P-SCNR-TXT.
           MOVE WS-SCNR-HIT-CNT (WS-SCNR-IX)   TO P-HIT-CNT.
           MOVE WS-SCNR-OPEN-CNT (WS-SCNR-IX)  TO P-OPEN-CNT.
           MOVE WS-SCNR-ESCL-CNT (WS-SCNR-IX)  TO P-ESCL-CNT.
           MOVE WS-SCNR-CLSD-CNT (WS-SCNR-IX)  TO P-CLSD-CNT.
           MOVE WS-SCNR-STR-CNT (WS-SCNR-IX)   TO P-STR-CNT.
           MOVE WS-SCNR-THRSHLD-AMT (WS-SCNR-IX)
                                        TO P-THRSHLD-AMT.
           MOVE WS-SCNR-BKLG-CNT (WS-SCNR-IX)  TO P-BKLG-CNT.

      *
      *  STR RATE - THE SHARE OF THE MONTH'S RESOLVED HITS THAT
      *  ENDED IN A REPORT.
      *
           COMPUTE WS-RSLVD-CNT = WS-SCNR-CLSD-CNT (WS-SCNR-IX)
                                + WS-SCNR-STR-CNT (WS-SCNR-IX).
           IF  WS-RSLVD-CNT > ZERO
               COMPUTE WS-STR-RATE ROUNDED =
                   WS-SCNR-STR-CNT (WS-SCNR-IX) * 100 / WS-RSLVD-CNT
           ELSE
               MOVE ZERO                TO WS-STR-RATE
           END-IF.
           MOVE WS-STR-RATE             TO P-STR-RATE.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8100-PRINT-ONE-SCENARIO-X.
           EXIT.

      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-AMLW-READ-CNT        TO P-READ-CNT-X.
           MOVE WS-HIT-CNT              TO P-HIT-CNT-X.
           MOVE WS-STR-CNT              TO P-STR-CNT-X.
           MOVE WS-BKLG-CNT             TO P-BKLG-CNT-X.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1        TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-HIT-CNT              TO WS-DISP-CTR.
           MOVE WS-DISP-CTR             TO WGLOB-MSG-PARM (1).
           MOVE 'ZSAMLS0001'            TO WGLOB-MSG-REF-INFO.
      *MSG: (I) AML SCENARIO HITS OPENED IN THE MONTH @1
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

           OPEN INPUT AMLW-FILE.
           IF  WAMLW-IO-OK
               SET WS-AMLW-OPEN         TO TRUE
           ELSE
               IF  NOT WAMLW-IO-NOFILE
                  MOVE WAMLW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                  MOVE WAMLW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
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

           IF  WS-AMLW-OPEN
               CLOSE AMLW-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.

      *---------------------
       9500-AMLW-READ-NEXT.
      *---------------------

           READ AMLW-FILE NEXT
               AT END
                   MOVE '10'            TO WAMLW-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WAMLW-IO-OK
           AND NOT WAMLW-IO-EOF
              MOVE WAMLW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WAMLW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       9500-AMLW-READ-NEXT-X.
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
      **                 END OF PROGRAM ZSBMAMLS                     **
      *****************************************************************
