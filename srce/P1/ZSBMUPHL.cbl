      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMUPHL.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMUPHL                                         **
      **  REMARKS:  DAILY UNIT PRICE HISTORY LOAD.  RUNS AFTER THE   **
      **            UNIT PRICE VALIDATION GATE (SSRF6310) AND ONLY   **
      **            ONCE THE GATE HAS PASSED FOR THE PROCESS DATE.   **
      **            EVERY PRICE ON THE VALIDATED SNAPSHOT (SCSRUVSN) **
      **            IS KEPT ON THE PERMANENT UNIT PRICE HISTORY      **
      **            FILE (UPHS) UNDER ITS FUND, CURRENCY AND PRICE   **
      **            DATE.  A PRICE ALREADY HELD IS LEFT AS IT IS;    **
      **            ONE REVALIDATED AT A DIFFERENT VALUE REPLACES    **
      **            THE HELD PRICE, SO A RERUN OF THE GATE AFTER A   **
      **            PRICE CORRECTION CARRIES THE CORRECTED PRICE.    **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51269**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY SCFHUPHS.

           COPY SCFHUVGT.

           SELECT UVSI-DATA-FILE ASSIGN TO ZSUVSI
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WUVSI-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY SCFWUPHS.

       COPY SCFWUVGT.

       FD  UVSI-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

      *
      * VALIDATED UNIT PRICE SNAPSHOT
      *
       COPY SCSRUVSN.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMUPHL'.

       COPY SQLCA.

       COPY SCWWUPHS.

       COPY SCWWUVGT.
       COPY SCFRUVGT.

       01  WUVSI-SEQ-IO-WORK-AREA.
           05  WUVSI-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'UVSI'.
           05  WUVSI-SEQ-IO-COMMAND            PIC X(02).
           05  WUVSI-SEQ-FILE-STATUS           PIC X(02).
           05  WUVSI-SEQ-IO-STATUS             PIC 9(01).
               88  WUVSI-SEQ-IO-OK             VALUE 0.
               88  WUVSI-SEQ-IO-EOF            VALUE 8.
               88  WUVSI-SEQ-IO-ERROR          VALUE 9.

       01  WS-REPORT-TOTALS.
           05  WS-SNAP-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-LOAD-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-RPLC-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-HELD-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-RJCT-CNT             PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES - REPLACED AND REJECTED PRICES ARE LISTED
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'UNIT PRICE HISTORY LOAD                     '.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(06)
               VALUE 'FUND  '.
           03  FILLER                      PIC X(05)
               VALUE 'CRCY '.
           03  FILLER                      PIC X(12)
               VALUE 'PRICE DATE  '.
           03  FILLER                      PIC X(16)
               VALUE '  HELD VALUE    '.
           03  FILLER                      PIC X(16)
               VALUE '  NEW VALUE     '.
           03  FILLER                      PIC X(10)
               VALUE 'ACTION    '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-FUND-CD                   PIC X(04).
           03  FILLER                      PIC X(02).
           03  P-CRCY-CD                   PIC X(02).
           03  FILLER                      PIC X(03).
           03  P-PRICE-DT                  PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-HELD-VALUE                PIC Z(06)9.9(06).
           03  FILLER                      PIC X(02).
           03  P-NEW-VALUE                 PIC Z(06)9.9(06).
           03  FILLER                      PIC X(02).
           03  P-ACTION                    PIC X(10).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'PRICES READ:    '.
           03  P-READ-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(08)
               VALUE 'LOADED: '.
           03  P-LOAD-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(10)
               VALUE 'REPLACED: '.
           03  P-RPLC-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(14)
               VALUE 'ALREADY HELD: '.
           03  P-HELD-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(10)
               VALUE 'REJECTED: '.
           03  P-RJCT-CNT-X                PIC ZZZZZZ9.

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

           PERFORM  2000-LOAD-PRICE
               THRU 2000-LOAD-PRICE-X
                    UNTIL WUVSI-SEQ-IO-EOF.

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

           PERFORM  0300-CHECK-PRICE-GATE
              THRU 0300-CHECK-PRICE-GATE-X.

           PERFORM  9100-INIT-TITLES
              THRU 9100-INIT-TITLES-X.

           PERFORM  8450-WRITE-DETAIL-HEADING
              THRU 8450-WRITE-DETAIL-HEADING-X.

           PERFORM  9500-UVSI-READ
              THRU 9500-UVSI-READ-X.

       0200-INITIALIZE-X.
           EXIT.

      *----------------------
       0300-CHECK-PRICE-GATE.
      *----------------------

      *
      *  ONLY A SNAPSHOT THAT PASSED VALIDATION GOES ON HISTORY.
      *
           MOVE WGLOB-PROCESS-DATE       TO WUVGT-RQST-BUS-DT.

           PERFORM  UVGT-1000-CHECK-GATE
               THRU UVGT-1000-CHECK-GATE-X.

           IF  NOT RUVGT-GATE-PASSED
      *MSG: (S) UNIT PRICE VALIDATION GATE NOT PASSED FOR @1
               MOVE WGLOB-PROCESS-DATE   TO WGLOB-MSG-PARM (1)
               MOVE 'ZSUPHL0001'         TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

       0300-CHECK-PRICE-GATE-X.
           EXIT.
      /
      *------------------
       2000-LOAD-PRICE.
      *------------------

           ADD 1                        TO WS-SNAP-READ-CNT.

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE RUVSN-FUND-CD           TO P-FUND-CD.
           MOVE RUVSN-CRCY-CD           TO P-CRCY-CD.
           MOVE RUVSN-PRICE-DT          TO P-PRICE-DT.

           IF  RUVSN-PRICE-DT = SPACES
           OR  RUVSN-UNIT-VALUE NOT NUMERIC
           OR  RUVSN-UNIT-VALUE = ZERO
               ADD 1                    TO WS-RJCT-CNT
               MOVE 'REJECTED  '        TO P-ACTION
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 2000-NEXT-PRICE
           END-IF.

           MOVE RUVSN-UNIT-VALUE        TO P-NEW-VALUE.

           MOVE RUVSN-FUND-CD           TO WUPHS-FUND-CD.
           MOVE RUVSN-CRCY-CD           TO WUPHS-CRCY-CD.
           MOVE RUVSN-PRICE-DT          TO WUPHS-PRICE-DT.

           MOVE TFCMD-READ-RECORD       TO WUPHS-SEQ-IO-COMMAND.
           READ UPHS-FILE
               INVALID KEY
                   MOVE '23'            TO WUPHS-SEQ-FILE-STATUS
           END-READ.

           IF  WUPHS-IO-NOTFND
               PERFORM  2100-ADD-PRICE
                   THRU 2100-ADD-PRICE-X
               GO TO 2000-NEXT-PRICE
           END-IF.

           IF  NOT WUPHS-IO-OK
               PERFORM 9700-HANDLE-UPHS-ERROR
                  THRU 9700-HANDLE-UPHS-ERROR-X
           END-IF.

           IF  WUPHS-UNIT-VALUE = RUVSN-UNIT-VALUE
               ADD 1                    TO WS-HELD-CNT
               GO TO 2000-NEXT-PRICE
           END-IF.

           PERFORM  2200-REPLACE-PRICE
               THRU 2200-REPLACE-PRICE-X.

       2000-NEXT-PRICE.

           PERFORM  9500-UVSI-READ
               THRU 9500-UVSI-READ-X.

       2000-LOAD-PRICE-X.
           EXIT.

      *------------------
       2100-ADD-PRICE.
      *------------------

           MOVE RUVSN-UNIT-VALUE        TO WUPHS-UNIT-VALUE.
           MOVE WGLOB-PROCESS-DATE      TO WUPHS-LOAD-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO WUPHS-LOAD-PGM-ID.

           MOVE TFCMD-WRITE-RECORD      TO WUPHS-SEQ-IO-COMMAND.
           WRITE WUPHS-REC-INFO
               INVALID KEY
                   MOVE '22'            TO WUPHS-SEQ-FILE-STATUS
           END-WRITE.
           IF  NOT WUPHS-IO-OK
               PERFORM 9700-HANDLE-UPHS-ERROR
                  THRU 9700-HANDLE-UPHS-ERROR-X
           END-IF.

           ADD 1                        TO WS-LOAD-CNT.

       2100-ADD-PRICE-X.
           EXIT.

      *--------------------
       2200-REPLACE-PRICE.
      *--------------------

           MOVE WUPHS-UNIT-VALUE        TO P-HELD-VALUE.
           MOVE 'REPLACED  '            TO P-ACTION.

           MOVE RUVSN-UNIT-VALUE        TO WUPHS-UNIT-VALUE.
           MOVE WGLOB-PROCESS-DATE      TO WUPHS-LOAD-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO WUPHS-LOAD-PGM-ID.

           MOVE TFCMD-REWRITE-RECORD    TO WUPHS-SEQ-IO-COMMAND.
           REWRITE WUPHS-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WUPHS-SEQ-FILE-STATUS
           END-REWRITE.
           IF  NOT WUPHS-IO-OK
               PERFORM 9700-HANDLE-UPHS-ERROR
                  THRU 9700-HANDLE-UPHS-ERROR-X
           END-IF.

           ADD 1                        TO WS-RPLC-CNT.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2200-REPLACE-PRICE-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-SNAP-READ-CNT         TO P-READ-CNT-X.
           MOVE WS-LOAD-CNT              TO P-LOAD-CNT-X.
           MOVE WS-RPLC-CNT              TO P-RPLC-CNT-X.
           MOVE WS-HELD-CNT              TO P-HELD-CNT-X.
           MOVE WS-RJCT-CNT              TO P-RJCT-CNT-X.

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

      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

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

           OPEN I-O UPHS-FILE.
           IF  WUPHS-IO-NOFILE
               OPEN OUTPUT UPHS-FILE
               CLOSE UPHS-FILE
               OPEN I-O UPHS-FILE
           END-IF.
           IF  WUPHS-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-OPEN-U-FILE      TO WUPHS-SEQ-IO-COMMAND
              PERFORM 9700-HANDLE-UPHS-ERROR
                 THRU 9700-HANDLE-UPHS-ERROR-X
           END-IF.

           MOVE ZERO TO WUVSI-SEQ-IO-STATUS.
           OPEN INPUT UVSI-DATA-FILE.
           IF WUVSI-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-UVSI-ERROR
                 THRU 9700-HANDLE-UVSI-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-LOAD-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSUPHL0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL UNIT PRICES ADDED TO HISTORY @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE UPHS-FILE.
           CLOSE UVSI-DATA-FILE.

           IF  WUVGT-FILE-OPEN
               CLOSE UVGT-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-UVSI-READ.
      *----------------

           MOVE ZERO                   TO WUVSI-SEQ-IO-STATUS.

           READ UVSI-DATA-FILE
                AT END
                  MOVE 8               TO WUVSI-SEQ-IO-STATUS
                  GO TO 9500-UVSI-READ-X.

           IF WUVSI-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-UVSI-ERROR
                 THRU 9700-HANDLE-UVSI-ERROR-X
           END-IF.

       9500-UVSI-READ-X.
           EXIT.

      *-----------------------
       9700-HANDLE-UPHS-ERROR.
      *-----------------------

           MOVE WUPHS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WUPHS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WUPHS-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-UPHS-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-UVSI-ERROR.
      *-----------------------

           MOVE WUVSI-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WUVSI-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WUVSI-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-UVSI-ERROR-X.
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
      * UNIT PRICE VALIDATION GATE
      *
       COPY SCPPUVGT.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMUPHL                     **
      *****************************************************************
