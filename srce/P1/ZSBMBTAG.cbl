      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMBTAG.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMBTAG                                         **
      **  REMARKS:  WEEKLY AGING OF UNCONFIRMED OUTGOING BANK        **
      **            TRANSFERS.  SWEEPS THE TRANSFER REGISTER (BTRK)  **
      **            AND LISTS EVERY TRANSFER STILL WAITING FOR THE   **
      **            BANK'S RESULT MORE THAN THE CONTROL CARD NUMBER  **
      **            OF DAYS AFTER IT WAS SENT, OLDEST FIRST WITHIN   **
      **            POLICY, WITH THE COUNT AND AMOUNT OUTSTANDING.   **
      **            THE REGISTER IS NOT UPDATED.                     **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51275**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHBTRK.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWBTRK.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMBTAG'.

       COPY SQLCA.

       COPY CCWWBTRK.

      ****************************************************************
      *    CONTROL CARD - DAYS AFTER SENDING BEYOND WHICH AN
      *    UNCONFIRMED TRANSFER IS REPORTED (BLANK - 10 DAYS)
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-AGE-DAY-QTY-TXT              PIC X(03).
           02  CR-AGE-DAY-QTY REDEFINES
               CR-AGE-DAY-QTY-TXT              PIC 9(03).
           02  FILLER                          PIC X(70).

       01  WS-PROGRAM-WORK-AREA.
           05  WS-AGE-DAY-QTY            PIC S9(03) COMP-3
                                                    VALUE +10.
           05  WS-PRCES-SERIAL           PIC S9(09) COMP-3.
           05  WS-XFER-AGE-QTY           PIC S9(05) COMP-3.

       01  WS-REPORT-TOTALS.
           05  WS-OPEN-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-AGED-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-TOT-OPEN-AMT         PIC S9(15)V99 COMP-3 VALUE +0.
           05  WS-TOT-AGED-AMT         PIC S9(15)V99 COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'UNCONFIRMED OUTGOING BANK TRANSFERS OVER    '.
           03  P-HDR-AGE-DAY-QTY           PIC ZZ9.
           03  FILLER                      PIC X(05)
               VALUE ' DAYS'.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'POLICY    '.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(10)
               VALUE 'SENT      '.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(05)
               VALUE ' DAYS'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(02)
               VALUE 'TY'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(17)
               VALUE '           AMOUNT'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(04)
               VALUE 'BANK'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(03)
               VALUE 'BR '.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(09)
               VALUE 'ACCOUNT  '.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(10)
               VALUE 'PAYEE     '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-SEND-DT                   PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-AGE-DAY-QTY               PIC ZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-DSBMT-TYP                 PIC X(02).
           03  FILLER                      PIC X(02).
           03  P-AMT                       PIC Z(13)9.99.
           03  FILLER                      PIC X(02).
           03  P-BANK-ID                   PIC X(04).
           03  FILLER                      PIC X(01).
           03  P-BANK-BRANCH-ID            PIC X(03).
           03  FILLER                      PIC X(01).
           03  P-ACCT-NUM                  PIC X(09).
           03  FILLER                      PIC X(02).
           03  P-PAYEE-CLI-ID              PIC X(10).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(30)
               VALUE 'TRANSFERS AWAITING RESULT:    '.
           03  P-OPEN-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-OPEN-AMT-X                PIC Z(14)9.99.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(30)
               VALUE 'OVERDUE AND LISTED ABOVE:     '.
           03  P-AGED-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-AGED-AMT-X                PIC Z(14)9.99.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-DISP-AMT               PIC Z(14)9.99-.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.
       COPY CCWWDAYS.

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

           MOVE LOW-VALUES              TO WBTRK-KEY.
           MOVE TFCMD-READ-RECORD       TO WBTRK-SEQ-IO-COMMAND.
           START BTRK-FILE
               KEY IS GREATER THAN WBTRK-KEY
               INVALID KEY
                   MOVE '10'            TO WBTRK-SEQ-FILE-STATUS
           END-START.

           IF  WBTRK-IO-OK
               PERFORM  9510-BTRK-READ-NEXT
                   THRU 9510-BTRK-READ-NEXT-X
           END-IF.

           PERFORM  1000-AGE-TRANSFER
               THRU 1000-AGE-TRANSFER-X
                    UNTIL NOT WBTRK-IO-OK.

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
      *MSG: (S) MISSING TRANSFER AGING CONTROL CARD
               MOVE 'ZSBTAG0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           IF  CR-AGE-DAY-QTY-TXT NOT = SPACES
               IF  CR-AGE-DAY-QTY NUMERIC
                   MOVE CR-AGE-DAY-QTY  TO WS-AGE-DAY-QTY
               ELSE
      *MSG: (S) INVALID TRANSFER AGING CONTROL CARD
                   MOVE 'ZSBTAG0002'    TO WGLOB-MSG-REF-INFO
                   PERFORM  0260-1000-GENERATE-MESSAGE
                       THRU 0260-1000-GENERATE-MESSAGE-X
                   PERFORM  0030-4000-CTL-CARD-ERROR
                       THRU 0030-4000-CTL-CARD-ERROR-X
               END-IF
           END-IF.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

           MOVE WGLOB-PROCESS-DATE      TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           MOVE WDAYS-SERIAL            TO WS-PRCES-SERIAL.

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
      *---------------------------
       1000-AGE-TRANSFER.
      *---------------------------

      *
      *  ONLY TRANSFERS THE BANK HAS NOT YET ANSWERED FOR ARE AGED -
      *  CONFIRMED AND RETURNED ROWS ARE SETTLED.
      *
           IF  NOT WBTRK-STAT-SENT
               GO TO 1000-NEXT-TRANSFER
           END-IF.

           ADD 1                        TO WS-OPEN-CNT.
           ADD WBTRK-DSBMT-AMT          TO WS-TOT-OPEN-AMT.

           MOVE WBTRK-SEND-DT           TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           COMPUTE WS-XFER-AGE-QTY = WS-PRCES-SERIAL - WDAYS-SERIAL.

           IF  WS-XFER-AGE-QTY NOT > WS-AGE-DAY-QTY
               GO TO 1000-NEXT-TRANSFER
           END-IF.

           ADD 1                        TO WS-AGED-CNT.
           ADD WBTRK-DSBMT-AMT          TO WS-TOT-AGED-AMT.

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE WBTRK-POL-ID            TO P-POL-ID.
           MOVE WBTRK-SEND-DT           TO P-SEND-DT.
           MOVE WS-XFER-AGE-QTY         TO P-AGE-DAY-QTY.
           MOVE WBTRK-DSBMT-TYP-CD      TO P-DSBMT-TYP.
           MOVE WBTRK-DSBMT-AMT         TO P-AMT.
           MOVE WBTRK-BANK-ID           TO P-BANK-ID.
           MOVE WBTRK-BANK-BRANCH-ID    TO P-BANK-BRANCH-ID.
           MOVE WBTRK-ACCT-NUM          TO P-ACCT-NUM.
           MOVE WBTRK-PAYEE-CLI-ID      TO P-PAYEE-CLI-ID.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       1000-NEXT-TRANSFER.

           PERFORM  9510-BTRK-READ-NEXT
               THRU 9510-BTRK-READ-NEXT-X.

       1000-AGE-TRANSFER-X.
           EXIT.
      /
      *---------------------------
       8600-WRITE-SUMMARY-LINE.
      *---------------------------

           MOVE WS-OPEN-CNT              TO P-OPEN-CNT-X.
           MOVE WS-TOT-OPEN-AMT          TO P-OPEN-AMT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-AGED-CNT              TO P-AGED-CNT-X.
           MOVE WS-TOT-AGED-AMT          TO P-AGED-AMT-X.

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

           MOVE WS-AGE-DAY-QTY         TO P-HDR-AGE-DAY-QTY.

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
      *----------------
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

      *
      *  A REGISTER NOT YET CREATED BY THE DRAIN HAS NOTHING TO AGE.
      *
           OPEN INPUT BTRK-FILE.
           IF  WBTRK-IO-NOFILE
               OPEN OUTPUT BTRK-FILE
               CLOSE BTRK-FILE
               OPEN INPUT BTRK-FILE
           END-IF.
           IF  WBTRK-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-OPEN-I-FILE      TO WBTRK-SEQ-IO-COMMAND
              PERFORM 9710-HANDLE-BTRK-ERROR
                 THRU 9710-HANDLE-BTRK-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-AGED-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSBTAG0003'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) OVERDUE UNCONFIRMED BANK TRANSFERS @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE BTRK-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *---------------------
       9510-BTRK-READ-NEXT.
      *---------------------

           MOVE TFCMD-READNEXT-RECORD   TO WBTRK-SEQ-IO-COMMAND.

           READ BTRK-FILE NEXT
               AT END
                   MOVE '10'            TO WBTRK-SEQ-FILE-STATUS
                   GO TO 9510-BTRK-READ-NEXT-X
           END-READ.

           IF  NOT WBTRK-IO-OK
               PERFORM 9710-HANDLE-BTRK-ERROR
                  THRU 9710-HANDLE-BTRK-ERROR-X
           END-IF.

       9510-BTRK-READ-NEXT-X.
           EXIT.

      *-----------------------
       9710-HANDLE-BTRK-ERROR.
      *-----------------------

           MOVE WBTRK-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WBTRK-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WBTRK-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-BTRK-ERROR-X.
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
      * SERIAL DAY ARITHMETIC
      *
       COPY CCPPDAYS.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMBTAG                     **
      *****************************************************************
