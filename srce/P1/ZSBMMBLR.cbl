      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMMBLR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMMBLR                                         **
      **  REMARKS:  MONTHLY MEDICAL BENEFIT LIMIT WARNING REPORT.    **
      **            WALKS THE MEDICAL BENEFIT ACCUMULATOR (MBAC) AND **
      **            CHECKS EVERY COVERAGE'S HOSPITAL DAYS AND        **
      **            SURGERIES PAID AGAINST ITS PLAN'S LIFETIME LIMIT **
      **            ON THE LIMIT MASTER (MBLM) THROUGH THE COMMON    **
      **            LIMIT POSITION ROUTINE (CCPP0313).  A BENEFIT    **
      **            WITH 10 PERCENT OR LESS OF ITS LIFETIME LIMIT    **
      **            LEFT IS LISTED, AND ONE WITH NOTHING LEFT IS     **
      **            LISTED AS EXHAUSTED, SO THE CLIENT CAN BE TOLD   **
      **            BEFORE A CLAIM IS REFUSED.  REPORT ONLY -        **
      **            NOTHING IS UPDATED.                              **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHMBLM.
           COPY CCFHMBAC.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWMBLM.
       COPY CCFWMBAC.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMMBLR'.

       COPY SQLCA.

       COPY CCWWMBLM.
       COPY CCWWMBAC.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-MBLM-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-MBLM-OPEN                     VALUE 'Y'.
           05  WS-MBAC-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-MBAC-OPEN                     VALUE 'Y'.

       01  WS-REPORT-TOTALS.
           05  WS-MBAC-READ-CNT        PIC S9(08) COMP-3 VALUE +0.
           05  WS-LMT-CHK-CNT          PIC S9(08) COMP-3 VALUE +0.
           05  WS-NEAR-LMT-CNT         PIC S9(08) COMP-3 VALUE +0.
           05  WS-EXHAUSTED-CNT        PIC S9(08) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'COVERAGES WITHIN 10 PCT OF A LIFETIME LIMIT '.
           03  FILLER                      PIC X(09)
               VALUE 'AS OF:   '.
           03  P-HDR-AS-OF-DT              PIC X(10).

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'POLICY     CVG  '.
           03  FILLER                      PIC X(16)
               VALUE 'PLAN    BENEFIT '.
           03  FILLER                      PIC X(27)
               VALUE '   LIMIT     PAID  REMAIN  '.
           03  FILLER                      PIC X(25)
               VALUE 'LAST CLAIM  EVENT DATE   '.
           03  FILLER                      PIC X(08)
               VALUE 'POSITION'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-CVG-NUM                   PIC 9(03).
           03  FILLER                      PIC X(02).
           03  P-PLAN-ID                   PIC X(06).
           03  FILLER                      PIC X(02).
           03  P-BNFT-TXT                  PIC X(08).
           03  FILLER                      PIC X(01).
           03  P-LIFE-LMT-CNT              PIC ZZZZ9.
           03  FILLER                      PIC X(04).
           03  P-PAID-UNIT-CNT             PIC ZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-REMN-CNT                  PIC ZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-LAST-CLM-ID               PIC X(07).
           03  FILLER                      PIC X(05).
           03  P-LAST-EVNT-DT              PIC X(10).
           03  FILLER                      PIC X(03).
           03  P-POSN-TXT                  PIC X(12).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'ACCUMULATORS: '.
           03  P-READ-CNT-X                PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(20)
               VALUE 'WITH LIFETIME LIMIT:'.
           03  P-CHK-CNT-X                 PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(12)
               VALUE 'NEAR LIMIT: '.
           03  P-NEAR-CNT-X                PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(11)
               VALUE 'EXHAUSTED: '.
           03  P-EXHST-CNT-X               PIC ZZZZZZZ9.

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

       COPY CCWL0313.

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

           PERFORM  2000-PROCESS-ACCUM
               THRU 2000-PROCESS-ACCUM-X
                    UNTIL WMBAC-IO-EOF.

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

      *
      *  WITHOUT AN ACCUMULATOR THERE IS NOTHING PAID, AND WITHOUT
      *  A LIMIT MASTER NOTHING IS LIMITED - EITHER WAY THE REPORT
      *  IS EMPTY.
      *
           IF  WS-MBAC-OPEN
           AND WS-MBLM-OPEN
               PERFORM  9500-MBAC-READ-NEXT
                   THRU 9500-MBAC-READ-NEXT-X
           ELSE
               MOVE '10'                TO WMBAC-SEQ-FILE-STATUS
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *--------------------
       2000-PROCESS-ACCUM.
      *--------------------

           ADD 1                        TO WS-MBAC-READ-CNT.

      *
      *  THE ROW CARRIES ITS OWN PLAN AND PAID COUNT, SO ONLY THE
      *  LIMIT IS READ - THE ACCUMULATOR BROWSE IS NOT DISTURBED.
      *
           MOVE WMBAC-POL-ID            TO L0313-POL-ID.
           MOVE WMBAC-CVG-NUM           TO L0313-CVG-NUM.
           MOVE WMBAC-PLAN-ID           TO L0313-PLAN-ID.
           MOVE 1                       TO L0313-BNFT-SUB.
           MOVE WMBAC-BNFT-TYP-CD       TO L0313-BNFT-TYP-CD (1).

           PERFORM  0313-1200-READ-LIMIT
               THRU 0313-1200-READ-LIMIT-X.

           MOVE WMBAC-PAID-UNIT-CNT     TO L0313-PAID-UNIT-CNT (1).
           MOVE WMBAC-PAID-CLM-CNT      TO L0313-PAID-CLM-CNT (1).
           MOVE WMBAC-PAID-AMT          TO L0313-PAID-AMT (1).

           PERFORM  0313-2000-SET-POSN
               THRU 0313-2000-SET-POSN-X.

           IF  L0313-POSN-NO-LIFE-LMT (1)
               GO TO 2000-NEXT-ACCUM
           END-IF.

           ADD 1                        TO WS-LMT-CHK-CNT.

           EVALUATE TRUE
               WHEN L0313-POSN-EXHAUSTED (1)
                   ADD 1                TO WS-EXHAUSTED-CNT
                   MOVE 'EXHAUSTED   '  TO P-POSN-TXT
               WHEN L0313-POSN-NEAR-LMT (1)
                   ADD 1                TO WS-NEAR-LMT-CNT
                   MOVE 'NEAR LIMIT  '  TO P-POSN-TXT
               WHEN OTHER
                   GO TO 2000-NEXT-ACCUM
           END-EVALUATE.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2000-NEXT-ACCUM.

           PERFORM  9500-MBAC-READ-NEXT
               THRU 9500-MBAC-READ-NEXT-X.

       2000-PROCESS-ACCUM-X.
           EXIT.
      /
      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

           MOVE WMBAC-POL-ID            TO P-POL-ID.
           MOVE WMBAC-CVG-NUM           TO P-CVG-NUM.
           MOVE WMBAC-PLAN-ID           TO P-PLAN-ID.
           IF  WMBAC-BNFT-HOSPITAL
               MOVE 'HOSPITAL'          TO P-BNFT-TXT
           ELSE
               MOVE 'SURGERY '          TO P-BNFT-TXT
           END-IF.
           MOVE L0313-LIFE-LMT-CNT (1)  TO P-LIFE-LMT-CNT.
           MOVE L0313-PAID-UNIT-CNT (1) TO P-PAID-UNIT-CNT.
           MOVE L0313-REMN-CNT (1)      TO P-REMN-CNT.
           MOVE WMBAC-LAST-CLM-ID       TO P-LAST-CLM-ID.
           MOVE WMBAC-LAST-EVNT-DT      TO P-LAST-EVNT-DT.

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

           MOVE WS-MBAC-READ-CNT         TO P-READ-CNT-X.
           MOVE WS-LMT-CHK-CNT           TO P-CHK-CNT-X.
           MOVE WS-NEAR-LMT-CNT          TO P-NEAR-CNT-X.
           MOVE WS-EXHAUSTED-CNT         TO P-EXHST-CNT-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           COMPUTE WS-DISP-CTR = WS-NEAR-LMT-CNT + WS-EXHAUSTED-CNT.
           MOVE WS-DISP-CTR              TO WGLOB-MSG-PARM (1).
           MOVE 'ZSMBLR0001'             TO WGLOB-MSG-REF-INFO.
      *MSG: (I) BENEFITS AT OR NEAR A LIFETIME LIMIT: @1
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

           MOVE WGLOB-PROCESS-DATE     TO P-HDR-AS-OF-DT.

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

           OPEN INPUT MBAC-FILE.
           IF  WMBAC-IO-OK
               SET WS-MBAC-OPEN         TO TRUE
           ELSE
               IF  NOT WMBAC-IO-NOFILE
                  MOVE WMBAC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                  MOVE WMBAC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                  MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                  PERFORM 0030-3000-QSAM-ERROR
                     THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           OPEN INPUT MBLM-FILE.
           IF  WMBLM-IO-OK
               SET WS-MBLM-OPEN         TO TRUE
           ELSE
               IF  NOT WMBLM-IO-NOFILE
                  MOVE WMBLM-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                  MOVE WMBLM-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
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

           IF  WS-MBAC-OPEN
               CLOSE MBAC-FILE
           END-IF.

           IF  WS-MBLM-OPEN
               CLOSE MBLM-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.

      *---------------------
       9500-MBAC-READ-NEXT.
      *---------------------

           READ MBAC-FILE NEXT
               AT END
                   MOVE '10'            TO WMBAC-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WMBAC-IO-OK
           AND NOT WMBAC-IO-EOF
              MOVE WMBAC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WMBAC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       9500-MBAC-READ-NEXT-X.
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
      * MEDICAL BENEFIT LIMIT POSITION
      *
       COPY CCPP0313.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMMBLR                     **
      *****************************************************************
