      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMMNDS.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMMNDS                                         **
      **  REMARKS: DAILY BANK DIRECT-DEBIT MANDATE REGISTRATION      **
      **           REQUEST.                                          **
      **                                                             **
      **           EVERY MANDATE ON THE REGISTER (MAND) STILL AT     **
      **           RECEIVED IS WRITTEN TO THE ZENGIN-FORMAT          **
      **           REGISTRATION FILE FOR THE BANK (ZCSRMNDQ) AND     **
      **           MARKED SENT WITH THE PROCESS DATE.  THE CONSIGNOR **
      **           CODE AND NAME FOR THE HEADER ARE ON THE CONTROL   **
      **           CARD (COLUMNS 1-10 AND 11-50).  LISTS EVERY       **
      **           MANDATE SENT.                                     **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51298**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHMAND.

           SELECT MNDQ-DATA-FILE ASSIGN TO ZSMNDQ
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WMNDQ-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWMAND.

       FD  MNDQ-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRMNDQ.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMMNDS'.

       COPY SQLCA.

       COPY CCWWMAND.

       01  WMNDQ-SEQ-IO-WORK-AREA.
           05  WMNDQ-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'MNDQ'.
           05  WMNDQ-SEQ-IO-COMMAND            PIC X(02).
           05  WMNDQ-SEQ-FILE-STATUS           PIC X(02).
           05  WMNDQ-SEQ-IO-STATUS             PIC 9(01).
               88  WMNDQ-SEQ-IO-OK             VALUE 0.
               88  WMNDQ-SEQ-IO-EOF            VALUE 8.
               88  WMNDQ-SEQ-IO-ERROR          VALUE 9.

       01  WS-CONTROL-RECORD.
           02  CR-CONSGNR-CD                   PIC X(10).
           02  CR-CONSGNR-NM                   PIC X(40).
           02  FILLER                          PIC X(30).

       01  WS-WORK-AREA.
           05  WS-MAND-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-MAND-OPEN                     VALUE 'Y'.
           05  WS-PRCES-DT.
               10  WS-PRCES-DT-YY        PIC X(04).
               10  FILLER                PIC X(01).
               10  WS-PRCES-DT-MM        PIC X(02).
               10  FILLER                PIC X(01).
               10  WS-PRCES-DT-DD        PIC X(02).
           05  WS-ZENGIN-DT.
               10  WS-ZENGIN-DT-YY       PIC X(04).
               10  WS-ZENGIN-DT-MM       PIC X(02).
               10  WS-ZENGIN-DT-DD       PIC X(02).

       01  WS-REPORT-TOTALS.
           05  WS-MAND-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-SENT-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-SENT-NEW-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-SENT-CHG-CNT         PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  P-HEAD-TITLE                PIC X(50).
           03  P-HEAD-DT-LBL               PIC X(14).
           03  P-HEAD-PRCES-DT             PIC X(10).

       01  P-COL-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(12)
               VALUE 'POLICY'.
           03  FILLER                      PIC X(05)
               VALUE 'SEQ'.
           03  FILLER                      PIC X(08)
               VALUE 'TYPE'.
           03  FILLER                      PIC X(06)
               VALUE 'BANK'.
           03  FILLER                      PIC X(08)
               VALUE 'BRANCH'.
           03  FILLER                      PIC X(13)
               VALUE 'ACCOUNT'.
           03  FILLER                      PIC X(32)
               VALUE 'ACCOUNT HOLDER'.
           03  FILLER                      PIC X(10)
               VALUE 'RECEIVED'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-DTL-POL-ID                PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DTL-SEQ-NUM               PIC ZZ9.
           03  FILLER                      PIC X(02).
           03  P-DTL-RQST-TYP              PIC X(06).
           03  FILLER                      PIC X(02).
           03  P-DTL-BANK-ID               PIC X(04).
           03  FILLER                      PIC X(02).
           03  P-DTL-BANK-BRANCH-ID        PIC X(03).
           03  FILLER                      PIC X(05).
           03  P-DTL-ACCT-NUM              PIC X(09).
           03  FILLER                      PIC X(04).
           03  P-DTL-ACCT-HLDR-NM          PIC X(30).
           03  FILLER                      PIC X(02).
           03  P-DTL-RECV-DT               PIC X(10).

       01  P-SUMMARY-CNT-LINE.
           03  FILLER                      PIC X(03).
           03  P-SUM-LBL                   PIC X(44).
           03  P-SUM-CNT-X                 PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-SUM-CNT                PIC S9(07) COMP-3 VALUE +0.
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

           PERFORM  2000-PROCESS-MANDATE
               THRU 2000-PROCESS-MANDATE-X
                    UNTIL NOT WMAND-IO-OK.

           PERFORM  3000-WRITE-TRAILER
               THRU 3000-WRITE-TRAILER-X.

           PERFORM  8600-WRITE-SUMMARY
               THRU 8600-WRITE-SUMMARY-X.

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

           MOVE SPACES                  TO WS-CONTROL-RECORD.
           PERFORM  BCF-1000-READ
               THRU BCF-1000-READ-X.

           IF  NOT WBCF-SEQ-IO-EOF
               MOVE RBCF-SEQ-REC-INFO   TO WS-CONTROL-RECORD
           END-IF.

           MOVE WGLOB-PROCESS-DATE      TO WS-PRCES-DT.
           MOVE WS-PRCES-DT-YY          TO WS-ZENGIN-DT-YY.
           MOVE WS-PRCES-DT-MM          TO WS-ZENGIN-DT-MM.
           MOVE WS-PRCES-DT-DD          TO WS-ZENGIN-DT-DD.

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

           PERFORM  1000-WRITE-HEADER
              THRU 1000-WRITE-HEADER-X.

      *
      *  NO REGISTER MEANS NO MANDATE HAS BEEN RECEIVED - THE FILE
      *  GOES TO THE BANK WITH A HEADER AND TRAILER ONLY.
      *
           IF  NOT WS-MAND-OPEN
               MOVE '10'                TO WMAND-SEQ-FILE-STATUS
               GO TO 0200-INITIALIZE-X
           END-IF.

           MOVE LOW-VALUES              TO WMAND-KEY.
           START MAND-FILE
               KEY IS NOT LESS THAN WMAND-KEY
               INVALID KEY
                   MOVE '10'            TO WMAND-SEQ-FILE-STATUS
           END-START.

           IF  WMAND-IO-OK
               PERFORM  2900-MAND-READ-NEXT
                   THRU 2900-MAND-READ-NEXT-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       1000-WRITE-HEADER.
      *-------------------

           MOVE SPACES                  TO RMNDQ-SEQ-REC-INFO.
           SET  RMNDQ-REC-HEADER        TO TRUE.
           MOVE '91'                    TO RMNDQ-HDR-KIND-CD.
           MOVE '0'                     TO RMNDQ-HDR-CODE-CLS-CD.
           MOVE CR-CONSGNR-CD           TO RMNDQ-HDR-CONSGNR-CD.
           MOVE CR-CONSGNR-NM           TO RMNDQ-HDR-CONSGNR-NM.
           MOVE WS-ZENGIN-DT            TO RMNDQ-HDR-CRT-DT.

           PERFORM  9400-MNDQ-WRITE
               THRU 9400-MNDQ-WRITE-X.

       1000-WRITE-HEADER-X.
           EXIT.

      *----------------------
       2000-PROCESS-MANDATE.
      *----------------------

           ADD 1                        TO WS-MAND-READ-CNT.

           IF  NOT WMAND-STAT-RECEIVED
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE SPACES                  TO RMNDQ-SEQ-REC-INFO.
           SET  RMNDQ-REC-DATA          TO TRUE.
           MOVE WMAND-BANK-ID           TO RMNDQ-DTL-BANK-ID.
           MOVE WMAND-BANK-BRANCH-ID    TO RMNDQ-DTL-BANK-BRANCH-ID.
           MOVE WMAND-ACCT-TYP-CD       TO RMNDQ-DTL-ACCT-TYP-CD.
           MOVE WMAND-ACCT-NUM          TO RMNDQ-DTL-ACCT-NUM.
           MOVE WMAND-ACCT-HLDR-NM      TO RMNDQ-DTL-ACCT-HLDR-NM.
           MOVE WMAND-POL-ID            TO RMNDQ-DTL-POL-ID.
           MOVE WMAND-SEQ-NUM           TO RMNDQ-DTL-SEQ-NUM.

           MOVE SPACES                  TO P-DETAIL-LINE.
           IF  WMAND-RQST-ACCT-CHANGE
               SET  RMNDQ-DTL-RQST-CHANGE
                                        TO TRUE
               ADD 1                    TO WS-SENT-CHG-CNT
               MOVE 'CHANGE'            TO P-DTL-RQST-TYP
           ELSE
               SET  RMNDQ-DTL-RQST-NEW  TO TRUE
               ADD 1                    TO WS-SENT-NEW-CNT
               MOVE 'NEW'               TO P-DTL-RQST-TYP
           END-IF.

           PERFORM  9400-MNDQ-WRITE
               THRU 9400-MNDQ-WRITE-X.

           SET  WMAND-STAT-SENT         TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO WMAND-SENT-DT
                                           WMAND-LAST-CHG-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO WMAND-LAST-CHG-USER-ID.

           REWRITE WMAND-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WMAND-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WMAND-IO-OK
               MOVE WMAND-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WMAND-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-REWRITE-RECORD   TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           ADD 1                        TO WS-SENT-CNT.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2000-READ-NEXT.

           PERFORM  2900-MAND-READ-NEXT
               THRU 2900-MAND-READ-NEXT-X.

       2000-PROCESS-MANDATE-X.
           EXIT.

      *---------------------
       2900-MAND-READ-NEXT.
      *---------------------

           READ MAND-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WMAND-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WMAND-IO-OK
           AND NOT WMAND-IO-EOF
               MOVE WMAND-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WMAND-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       2900-MAND-READ-NEXT-X.
           EXIT.

      *--------------------
       3000-WRITE-TRAILER.
      *--------------------

           MOVE SPACES                  TO RMNDQ-SEQ-REC-INFO.
           SET  RMNDQ-REC-TRAILER       TO TRUE.
           MOVE WS-SENT-CNT             TO RMNDQ-TRL-REC-CNT.

           PERFORM  9400-MNDQ-WRITE
               THRU 9400-MNDQ-WRITE-X.

           MOVE SPACES                  TO RMNDQ-SEQ-REC-INFO.
           SET  RMNDQ-REC-END           TO TRUE.

           PERFORM  9400-MNDQ-WRITE
               THRU 9400-MNDQ-WRITE-X.

       3000-WRITE-TRAILER-X.
           EXIT.
      /
      *------------------------
       8400-WRITE-DETAIL-LINE.
      *------------------------

           MOVE WMAND-POL-ID            TO P-DTL-POL-ID.
           MOVE WMAND-SEQ-NUM           TO P-DTL-SEQ-NUM.
           MOVE WMAND-BANK-ID           TO P-DTL-BANK-ID.
           MOVE WMAND-BANK-BRANCH-ID    TO P-DTL-BANK-BRANCH-ID.
           MOVE WMAND-ACCT-NUM          TO P-DTL-ACCT-NUM.
           MOVE WMAND-ACCT-HLDR-NM      TO P-DTL-ACCT-HLDR-NM.
           MOVE WMAND-RECV-DT           TO P-DTL-RECV-DT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.

      *--------------------
       8600-WRITE-SUMMARY.
      *--------------------

           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE SPACES                  TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'MANDATES READ'         TO P-SUM-LBL.
           MOVE WS-MAND-READ-CNT        TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'MANDATES SENT - NEW BANK DEBIT'
                                        TO P-SUM-LBL.
           MOVE WS-SENT-NEW-CNT         TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'MANDATES SENT - ACCOUNT CHANGE'
                                        TO P-SUM-LBL.
           MOVE WS-SENT-CHG-CNT         TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'TOTAL MANDATES SENT'   TO P-SUM-LBL.
           MOVE WS-SENT-CNT             TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

       8600-WRITE-SUMMARY-X.
           EXIT.

      *-----------------------
       8620-WRITE-COUNT-LINE.
      *-----------------------

           MOVE WS-SUM-CNT               TO P-SUM-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-CNT-LINE       TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8620-WRITE-COUNT-LINE-X.
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

           MOVE SPACES                 TO P-HEAD-LINE-3.
           MOVE 'DIRECT-DEBIT MANDATES SENT TO THE BANK'
                                       TO P-HEAD-TITLE.
           MOVE 'PROCESS DATE'         TO P-HEAD-DT-LBL.
           MOVE WGLOB-PROCESS-DATE     TO P-HEAD-PRCES-DT.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-3          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-COL-HEAD-LINE        TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8450-WRITE-DETAIL-HEADING-X.
           EXIT.
      /
      *-----------------
       0100-OPEN-FILES.
      *-----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           MOVE TFCMD-OPEN-O-FILE       TO WMNDQ-SEQ-IO-COMMAND.
           OPEN OUTPUT MNDQ-DATA-FILE.
           IF WMNDQ-SEQ-FILE-STATUS NOT = ZERO
              PERFORM 9700-HANDLE-MNDQ-ERROR
                 THRU 9700-HANDLE-MNDQ-ERROR-X
           END-IF.

           OPEN I-O MAND-FILE.
           IF  WMAND-IO-OK
               SET WS-MAND-OPEN         TO TRUE
           ELSE
               IF  NOT WMAND-IO-NOFILE
                   MOVE WMAND-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WMAND-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
      *MSG: (I) NO DIRECT-DEBIT MANDATE REGISTER - NOTHING SENT
               MOVE 'ZSMNDS0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-SENT-NEW-CNT          TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE WS-SENT-CHG-CNT          TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (2).
           MOVE 'ZSMNDS0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) MANDATES SENT TO THE BANK - @1 NEW BANK DEBIT,
      *         @2 ACCOUNT CHANGE
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           MOVE TFCMD-CLOSE-FILE         TO WMNDQ-SEQ-IO-COMMAND.
           CLOSE MNDQ-DATA-FILE.
           IF WMNDQ-SEQ-FILE-STATUS NOT = ZERO
              PERFORM 9700-HANDLE-MNDQ-ERROR
                 THRU 9700-HANDLE-MNDQ-ERROR-X
           END-IF.

           IF  WS-MAND-OPEN
               CLOSE MAND-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.

      *-----------------
       9400-MNDQ-WRITE.
      *-----------------

           MOVE TFCMD-WRITE-RECORD     TO WMNDQ-SEQ-IO-COMMAND.

           WRITE RMNDQ-SEQ-REC-INFO.

           IF WMNDQ-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-MNDQ-ERROR
                 THRU 9700-HANDLE-MNDQ-ERROR-X
           END-IF.

       9400-MNDQ-WRITE-X.
           EXIT.

      *-----------------------
       9700-HANDLE-MNDQ-ERROR.
      *-----------------------

           MOVE WMNDQ-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMNDQ-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMNDQ-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-MNDQ-ERROR-X.
           EXIT.
      /
       COPY XCPL0035.
       COPY CCPPCCC.
       COPY CCPL0950.
       COPY XCPL0260.
       COPY XCPL0040.
       COPY XCPL1610.
       COPY XCPL2490.
       COPY XCPLBCF.
       COPY XCPOBCF.
       COPY XCPNBCF.
       COPY XCPLOCF.
       COPY XCPOOCF.
       COPY CCPIPRT1.
       COPY CCPNMAST.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMMNDS                     **
      *****************************************************************
