      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMFACA.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMFACA                                         **
      **  REMARKS: FACULTATIVE REINSURANCE CASE AGING.               **
      **           ONE PASS OVER THE FACULTATIVE CASE REGISTER       **
      **           (FACR) KEPT BY ZSRQFACR:                          **
      **             - A SUBMISSION STILL WAITING FOR AN OFFER IS    **
      **               LISTED WITH ITS AGE, FLAGGED OVERDUE PAST     **
      **               THE CONTROL CARD'S DAYS.                      **
      **             - AN OPEN OFFER IS LISTED WITH THE DAYS LEFT    **
      **               TO ITS EXPIRY, FLAGGED WHEN WITHIN THE        **
      **               CONTROL CARD'S WARNING DAYS; ONE PAST ITS     **
      **               EXPIRY IS CLOSED AS EXPIRED.                  **
      **             - AN ACCEPTED OFFER WHOSE APPLICATION HAS       **
      **               SINCE ISSUED WITHOUT THE TERMS BEING          **
      **               APPLIED HAS THEM WRITTEN TO THE COVERAGE      **
      **               (CCPPFACR) AND THE NEW CESSION TO THE         **
      **               CESSION CHANGE FILE; ONE STILL PENDING IS     **
      **               LISTED.                                       **
      **                                                             **
      **  DOMAIN :  RE                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51302**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHFACR.

           SELECT CEDA-DATA-FILE ASSIGN TO ZSCEDA
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCEDA-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWFACR.

       FD  CEDA-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCEDE.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMFACA'.

       COPY SQLCA.

       COPY CCWWFACR.

       01  WCEDA-SEQ-IO-WORK-AREA.
           05  WCEDA-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'CEDA'.
           05  WCEDA-SEQ-IO-COMMAND            PIC X(02).
           05  WCEDA-SEQ-FILE-STATUS           PIC X(02).

      ****************************************************************
      *    CONTROL CARD - OFFER EXPIRY WARNING DAYS AND OVERDUE
      *    SUBMISSION DAYS
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-XPRY-WARN-DAYS               PIC 9(03).
           02  CR-OVRDUE-DAYS                  PIC 9(03).
           02  FILLER                          PIC X(67).

       01  WS-WORK-AREA.
           05  WS-FACR-OPEN-SW           PIC X(01) VALUE 'N'.
               88  WS-FACR-OPEN                    VALUE 'Y'.
           05  WS-SERIAL-TODAY           PIC S9(09) COMP-3
                                                    VALUE ZERO.
           05  WS-AGE-DAYS               PIC S9(05) COMP-3
                                                    VALUE ZERO.
           05  WS-LEFT-DAYS              PIC S9(05) COMP-3
                                                    VALUE ZERO.

       01  WS-REPORT-TOTALS.
           05  WS-RQST-OPEN-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-OVRDUE-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-OFFER-OPEN-CNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-XPRY-SOON-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXPIRED-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-APPLIED-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-APPLY-FAIL-CNT       PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10) VALUE 'POLICY'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(02) VALUE 'CV'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(05) VALUE 'REINS'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10) VALUE 'SUBMITTED'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(05) VALUE '  AGE'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE '  REQUEST AMOUNT'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE '    OFFER AMOUNT'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(04) VALUE 'RATE'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10) VALUE 'EXPIRES'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(06) VALUE ' LEFT '.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(11)
               VALUE 'DISPOSITION'.

       01  P-CASE-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-CVG-NUM                   PIC X(02).
           03  FILLER                      PIC X(01).
           03  P-REINSR-ID                 PIC X(05).
           03  FILLER                      PIC X(01).
           03  P-SUBMIT-DT                 PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-AGE-DAYS                  PIC ZZZZ9.
           03  FILLER                      PIC X(01).
           03  P-RQST-AMT                  PIC Z(11)9.99-.
           03  FILLER                      PIC X(01).
           03  P-OFFER-AMT                 PIC Z(11)9.99-.
           03  FILLER                      PIC X(01).
           03  P-RTG-CD                    PIC X(04).
           03  FILLER                      PIC X(01).
           03  P-XPRY-DT                   PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-LEFT-DAYS                 PIC ZZZZ9-.
           03  FILLER                      PIC X(02).
           03  P-DISP                      PIC X(24).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(18)
               VALUE 'AWAITING OFFERS:  '.
           03  P-RQST-OPEN-CNT-X           PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(09)
               VALUE 'OVERDUE: '.
           03  P-OVRDUE-CNT-X              PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(13)
               VALUE 'OFFERS OPEN: '.
           03  P-OFFER-OPEN-CNT-X          PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(15)
               VALUE 'EXPIRING SOON: '.
           03  P-XPRY-SOON-CNT-X           PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(18)
               VALUE 'OFFERS EXPIRED:   '.
           03  P-EXPIRED-CNT-X             PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(15)
               VALUE 'TERMS APPLIED: '.
           03  P-APPLIED-CNT-X             PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(19)
               VALUE 'TERMS NOT APPLIED: '.
           03  P-APPLY-FAIL-CNT-X          PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCWWDAYS.

       COPY CCFWMAST.
       COPY CCFRMAST.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFRCVG.
       COPY CCFWCVG.
       COPY CCWWCVGS.

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

           PERFORM  2000-PROCESS-CASE
               THRU 2000-PROCESS-CASE-X
                    UNTIL NOT WFACR-IO-OK.

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
      *MSG: (S) MISSING FACULTATIVE AGING CONTROL CARD
               MOVE 'ZSFACA0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

      *
      *  A BLANK CARD FIELD TAKES THE USUAL TWO WEEKS' EXPIRY
      *  WARNING AND THIRTY DAYS FOR A REINSURER TO ANSWER.
      *
           IF  CR-XPRY-WARN-DAYS NOT NUMERIC
               MOVE 14                  TO CR-XPRY-WARN-DAYS
           END-IF.
           IF  CR-OVRDUE-DAYS NOT NUMERIC
           OR  CR-OVRDUE-DAYS = ZERO
               MOVE 30                  TO CR-OVRDUE-DAYS
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
           MOVE WDAYS-SERIAL            TO WS-SERIAL-TODAY.

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
      *  NO REGISTER YET MEANS NO CASES.
      *
           IF  NOT WS-FACR-OPEN
               MOVE '10'                TO WFACR-SEQ-FILE-STATUS
               GO TO 0200-INITIALIZE-X
           END-IF.

           MOVE LOW-VALUES              TO WFACR-KEY.

           START FACR-FILE
               KEY IS GREATER THAN WFACR-KEY
               INVALID KEY
                   MOVE '23'            TO WFACR-SEQ-FILE-STATUS
           END-START.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------
       2000-PROCESS-CASE.
      *---------------------

           READ FACR-FILE NEXT
               AT END
                   MOVE '10'            TO WFACR-SEQ-FILE-STATUS
                   GO TO 2000-PROCESS-CASE-X
           END-READ.

           IF  NOT WFACR-IO-OK
               GO TO 2000-PROCESS-CASE-X
           END-IF.

           MOVE SPACES                  TO P-CASE-LINE.

           EVALUATE TRUE
               WHEN WFACR-STAT-SUBMITTED
                   PERFORM  2100-AGE-SUBMISSION
                       THRU 2100-AGE-SUBMISSION-X
               WHEN WFACR-STAT-OFFERED
                   PERFORM  2200-AGE-OFFER
                       THRU 2200-AGE-OFFER-X
               WHEN WFACR-STAT-ACCEPTED
                AND WFACR-APPLY-DT = SPACES
                   PERFORM  2300-CHECK-ISSUE
                       THRU 2300-CHECK-ISSUE-X
           END-EVALUATE.

       2000-PROCESS-CASE-X.
           EXIT.

      *------------------------
       2100-AGE-SUBMISSION.
      *------------------------

           ADD 1                        TO WS-RQST-OPEN-CNT.

           MOVE WFACR-SUBMIT-DT         TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           COMPUTE WS-AGE-DAYS = WS-SERIAL-TODAY - WDAYS-SERIAL.

           IF  WS-AGE-DAYS > CR-OVRDUE-DAYS
               ADD 1                    TO WS-OVRDUE-CNT
               MOVE 'AWAITING OFFER - OVERDUE' TO P-DISP
           ELSE
               MOVE 'AWAITING OFFER'    TO P-DISP
           END-IF.

           PERFORM  8400-PRINT-CASE
               THRU 8400-PRINT-CASE-X.

       2100-AGE-SUBMISSION-X.
           EXIT.

      *-------------------
       2200-AGE-OFFER.
      *-------------------

           MOVE WFACR-SUBMIT-DT         TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           COMPUTE WS-AGE-DAYS = WS-SERIAL-TODAY - WDAYS-SERIAL.

           MOVE WFACR-OFFER-XPRY-DT     TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           COMPUTE WS-LEFT-DAYS = WDAYS-SERIAL - WS-SERIAL-TODAY.

      *
      *  AN OFFER NOT TAKEN BY ITS EXPIRY DATE IS CLOSED - A NEW
      *  OFFER MUST BE ASKED FOR.
      *
           IF  WS-LEFT-DAYS < ZERO
               ADD 1                    TO WS-EXPIRED-CNT
               MOVE 'OFFER EXPIRED'     TO P-DISP
               SET  WFACR-STAT-EXPIRED  TO TRUE
               MOVE WGLOB-PROCESS-DATE  TO WFACR-CLOS-DT
                                           WFACR-LAST-CHG-DT
               MOVE WPGWS-CRNT-PGM-ID   TO WFACR-LAST-CHG-USER-ID
               MOVE TFCMD-REWRITE-RECORD
                                        TO WGLOB-IO-COMMAND
               REWRITE WFACR-REC-INFO
                   INVALID KEY
                       MOVE '99'        TO WFACR-SEQ-FILE-STATUS
               END-REWRITE
               IF  NOT WFACR-IO-OK
                   PERFORM  9710-HANDLE-FACR-ERROR
                       THRU 9710-HANDLE-FACR-ERROR-X
               END-IF
           ELSE
               ADD 1                    TO WS-OFFER-OPEN-CNT
               IF  WS-LEFT-DAYS NOT > CR-XPRY-WARN-DAYS
                   ADD 1                TO WS-XPRY-SOON-CNT
                   MOVE 'OFFER EXPIRES SOON' TO P-DISP
               ELSE
                   MOVE 'OFFER OPEN'    TO P-DISP
               END-IF
           END-IF.

           PERFORM  8400-PRINT-CASE
               THRU 8400-PRINT-CASE-X.

       2200-AGE-OFFER-X.
           EXIT.

      *---------------------
       2300-CHECK-ISSUE.
      *---------------------

      *
      *  THE ISSUE NORMALLY APPLIES THE ACCEPTED TERMS ITSELF
      *  (ZSRQFACR 'IS').  AN APPLICATION THAT HAS ISSUED WITHOUT
      *  THEM HAS THEM APPLIED HERE; ONE STILL PENDING IS LISTED.
      *  A REJECTED OR WITHDRAWN APPLICATION IS LEFT ALONE.
      *
           MOVE WFACR-POL-ID            TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.
           IF  NOT WPOL-IO-OK
               GO TO 2300-CHECK-ISSUE-X
           END-IF.

           IF  RPOL-POL-STAT-PENDING
               MOVE 'ACCEPTED - NOT ISSUED' TO P-DISP
               PERFORM  8400-PRINT-CASE
                   THRU 8400-PRINT-CASE-X
               GO TO 2300-CHECK-ISSUE-X
           END-IF.

           IF  NOT RPOL-POL-STAT-IN-FORCE
               GO TO 2300-CHECK-ISSUE-X
           END-IF.

           MOVE WFACR-KEY               TO WFACR-ACPT-KEY.
           SET  WFACR-ACPT-FND          TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO WFACR-RQST-DT.
           PERFORM  FACR-2000-APPLY-TERMS
               THRU FACR-2000-APPLY-TERMS-X.

           IF  WFACR-APPLY-DONE
               ADD 1                    TO WS-APPLIED-CNT
               MOVE 'TERMS APPLIED AT ISSUE' TO P-DISP
           ELSE
               ADD 1                    TO WS-APPLY-FAIL-CNT
               MOVE 'TERMS NOT APPLIED'  TO P-DISP
           END-IF.

           PERFORM  8400-PRINT-CASE
               THRU 8400-PRINT-CASE-X.

      *
      *  THE BROWSE CARRIES ON AFTER THIS ROW.
      *
           IF  NOT WFACR-IO-OK
               MOVE '00'                TO WFACR-SEQ-FILE-STATUS
           END-IF.

       2300-CHECK-ISSUE-X.
           EXIT.
      /
      *-------------------
       8400-PRINT-CASE.
      *-------------------

           MOVE WFACR-POL-ID            TO P-POL-ID.
           MOVE WFACR-CVG-NUM           TO P-CVG-NUM.
           MOVE WFACR-REINSR-ID         TO P-REINSR-ID.
           MOVE WFACR-SUBMIT-DT         TO P-SUBMIT-DT.
           MOVE WFACR-RQST-AMT          TO P-RQST-AMT.

           IF  WFACR-STAT-SUBMITTED
           OR  WFACR-STAT-OFFERED
           OR  WFACR-STAT-EXPIRED
               MOVE WS-AGE-DAYS         TO P-AGE-DAYS
           END-IF.

           IF  NOT WFACR-STAT-SUBMITTED
               MOVE WFACR-OFFER-AMT     TO P-OFFER-AMT
               MOVE WFACR-OFFER-RTG-CD  TO P-RTG-CD
               MOVE WFACR-OFFER-XPRY-DT TO P-XPRY-DT
           END-IF.

           IF  WFACR-STAT-OFFERED
           OR  WFACR-STAT-EXPIRED
               MOVE WS-LEFT-DAYS        TO P-LEFT-DAYS
           END-IF.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-CASE-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                  TO P-CASE-LINE.

       8400-PRINT-CASE-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE SPACES                   TO P-SUMMARY-LINE-1.
           MOVE WS-RQST-OPEN-CNT         TO P-RQST-OPEN-CNT-X.
           MOVE WS-OVRDUE-CNT            TO P-OVRDUE-CNT-X.
           MOVE WS-OFFER-OPEN-CNT        TO P-OFFER-OPEN-CNT-X.
           MOVE WS-XPRY-SOON-CNT         TO P-XPRY-SOON-CNT-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-SUMMARY-LINE-2.
           MOVE WS-EXPIRED-CNT           TO P-EXPIRED-CNT-X.
           MOVE WS-APPLIED-CNT           TO P-APPLIED-CNT-X.
           MOVE WS-APPLY-FAIL-CNT        TO P-APPLY-FAIL-CNT-X.

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
      /
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           OPEN I-O FACR-FILE.
           IF  WFACR-IO-OK
               MOVE 'Y'                 TO WS-FACR-OPEN-SW
           ELSE
               IF  NOT WFACR-IO-NOFILE
                   MOVE TFCMD-OPEN-U-FILE  TO WGLOB-IO-COMMAND
                   PERFORM 9710-HANDLE-FACR-ERROR
                      THRU 9710-HANDLE-FACR-ERROR-X
               END-IF
           END-IF.

           MOVE TFCMD-OPEN-O-FILE      TO WCEDA-SEQ-IO-COMMAND.
           OPEN EXTEND CEDA-DATA-FILE.
           IF  WCEDA-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT CEDA-DATA-FILE
           END-IF.
           IF  WCEDA-SEQ-FILE-STATUS NOT = '00'
              PERFORM 9700-HANDLE-CEDA-ERROR
                 THRU 9700-HANDLE-CEDA-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           COMPUTE WS-DISP-CTR = WS-RQST-OPEN-CNT + WS-OFFER-OPEN-CNT.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSFACA0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL FACULTATIVE CASES STILL OPEN @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-FACR-OPEN
               CLOSE FACR-FILE
           END-IF.
           CLOSE CEDA-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *-----------------------
       9700-HANDLE-CEDA-ERROR.
      *-----------------------

           MOVE WCEDA-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCEDA-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCEDA-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-CEDA-ERROR-X.
           EXIT.

      *-----------------------
       9710-HANDLE-FACR-ERROR.
      *-----------------------

      *
      *  THE CALLER HAS SET THE I/O COMMAND IN WGLOB-IO-COMMAND.
      *
           MOVE WFACR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WFACR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-FACR-ERROR-X.
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
      * FACULTATIVE CASE REGISTER ROUTINES
      *
       COPY CCPPFACR.
      *
      * POLICY AND COVERAGE ACCESS
      *
       COPY CCPNPOL.
       COPY CCPUCVG.
      *
      * SERIAL-DAY DATE ARITHMETIC
      *
       COPY CCPPDAYS.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMFACA                     **
      *****************************************************************
