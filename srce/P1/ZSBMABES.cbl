      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMABES.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMABES                                         **
      **  REMARKS: BATCH ABEND ALERT ESCALATION.                     **
      **                                                             **
      **           RUN THROUGH THE DAY AND NIGHT AT A SHORT          **
      **           INTERVAL.  READS THE ABEND ALERT REGISTER (ABAL)  **
      **           AND, FOR EACH ALERT STILL OPEN WHOSE LAST SEND IS **
      **           OLDER THAN ITS ACKNOWLEDGEMENT WAIT, QUEUES IT TO **
      **           THE NEXT CONTACT OF ITS ROUTING RULE (ALRR) ON    **
      **           THE ON-CALL ALERT OUTBOUND QUEUE (ZCSRALOQ) AND   **
      **           RAISES ITS ESCALATION LEVEL.  AN ALERT WITH NO    **
      **           CONTACT LEFT IS MARKED CONTACTS EXHAUSTED AND     **
      **           PRINTED FOR THE OPERATIONS SHIFT LEAD.            **
      **                                                             **
      **           ALERTS ARE RAISED BY XSRU0030 AND ACKNOWLEDGED    **
      **           THROUGH ZSRQABAL.                                 **
      **                                                             **
      **           CONTROL CARD: WAIT MINUTES FOR AN ALERT WHOSE     **
      **           RULE GAVE NONE (BLANK = 30).                      **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  SC                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51294**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHABAL.

           COPY CCFHALRR.

           SELECT ALOQ-FILE ASSIGN TO ZSALOQ
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WALOQ-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWABAL.

       COPY CCFWALRR.

       FD  ALOQ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRALOQ.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMABES'.

       COPY SQLCA.

       COPY CCWWABAL.

       COPY CCWWALRR.

       01  WALOQ-SEQ-IO-WORK-AREA.
           05  WALOQ-SEQ-FILE-NAME       PIC X(04)  VALUE 'ALOQ'.
           05  WALOQ-SEQ-FILE-STATUS     PIC X(02).

      ****************************************************************
      *    CONTROL CARD - DEFAULT WAIT MINUTES
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-DFLT-WAIT-MINS-X             PIC X(03).
           02  CR-DFLT-WAIT-MINS REDEFINES CR-DFLT-WAIT-MINS-X
                                               PIC 9(03).
           02  FILLER                          PIC X(70).

       01  WS-WORK-AREA.
           05  WS-NOW-DT                 PIC X(10)  VALUE SPACES.
           05  WS-NOW-TIME               PIC X(06)  VALUE SPACES.
           05  WS-WAIT-MINS              PIC S9(05) COMP-3 VALUE +0.
           05  WS-NEXT-LVL               PIC S9(04) COMP VALUE +0.
           05  WS-ROUTE-AREA-CD          PIC X(02)  VALUE SPACES.
           05  WS-TIME-HHMMSS            PIC X(06)  VALUE SPACES.
           05  WS-TIME-HHMMSS-R REDEFINES WS-TIME-HHMMSS.
               10  WS-TIME-HH            PIC 9(02).
               10  WS-TIME-MM            PIC 9(02).
               10  WS-TIME-SS            PIC 9(02).
           05  WS-FROM-SECS              PIC S9(07) COMP-3 VALUE +0.
           05  WS-TO-SECS                PIC S9(07) COMP-3 VALUE +0.
           05  WS-ELAPS-MINS             PIC S9(09) COMP-3 VALUE +0.
           05  WS-CARD-SW                PIC X(01)  VALUE 'Y'.
               88  WS-CARD-VALID                    VALUE 'Y'.
               88  WS-CARD-INVALID                  VALUE 'N'.
           05  WS-ROUTE-SW               PIC X(01)  VALUE 'N'.
               88  WS-ROUTE-FOUND                   VALUE 'Y'.
               88  WS-ROUTE-NOT-FOUND               VALUE 'N'.
           05  WS-ABAL-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-ABAL-OPEN                     VALUE 'Y'.
           05  WS-ALRR-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-ALRR-OPEN                     VALUE 'Y'.
           05  WS-ALOQ-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-ALOQ-OPEN                     VALUE 'Y'.

       01  WS-REPORT-TOTALS.
           05  WS-ABAL-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-OPEN-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-WAITING-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-ESCL-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXHAUST-CNT          PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  P-HEAD-TITLE                PIC X(50).
           03  P-HEAD-DT-LBL               PIC X(06).
           03  P-HEAD-DT                   PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-HEAD-TIME                 PIC X(06).

       01  P-COL-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(22)
               VALUE 'ALERT'.
           03  FILLER                      PIC X(10)
               VALUE 'JOB'.
           03  FILLER                      PIC X(10)
               VALUE 'PROGRAM'.
           03  FILLER                      PIC X(17)
               VALUE 'ERROR'.
           03  FILLER                      PIC X(05)
               VALUE 'SEV'.
           03  FILLER                      PIC X(05)
               VALUE 'LVL'.
           03  FILLER                      PIC X(22)
               VALUE 'CONTACT'.
           03  FILLER                      PIC X(20)
               VALUE 'ACTION'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-DTL-ALERT-DT              PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-DTL-ALERT-TIME            PIC X(06).
           03  FILLER                      PIC X(01).
           03  P-DTL-ALERT-SEQ             PIC 9(03).
           03  FILLER                      PIC X(01).
           03  P-DTL-JOB-ID                PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-DTL-PGM-ID                PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-DTL-ERROR-TYP             PIC X(04).
           03  FILLER                      PIC X(01).
           03  P-DTL-ERROR-CD              PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DTL-SEV                   PIC X(01).
           03  FILLER                      PIC X(04).
           03  P-DTL-LVL                   PIC 9(01).
           03  FILLER                      PIC X(04).
           03  P-DTL-CNTCT-NM              PIC X(20).
           03  FILLER                      PIC X(02).
           03  P-DTL-ACTION                PIC X(20).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'RUN DATE:'.
           03  P-NOW-DT                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-NOW-TIME                  PIC X(06).
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(22)
               VALUE 'DEFAULT WAIT MINUTES:'.
           03  P-DFLT-WAIT-MINS            PIC ZZ9.

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

           PERFORM  1000-ESCALATE-ALERTS
               THRU 1000-ESCALATE-ALERTS-X.

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
      *MSG: (S) MISSING ABEND ALERT ESCALATION CONTROL CARD
               MOVE 'ZSABES0001'        TO WGLOB-MSG-REF-INFO
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

           MOVE WPGWS-CRNT-PGM-ID       TO WGLOB-USER-ID.
           SET  WGLOB-ENVRMNT-BATCH     TO TRUE.

           IF  CR-DFLT-WAIT-MINS-X = SPACES
               MOVE 30                  TO CR-DFLT-WAIT-MINS
           END-IF.

           IF  CR-DFLT-WAIT-MINS NOT NUMERIC
           OR  CR-DFLT-WAIT-MINS = ZERO
               SET WS-CARD-INVALID      TO TRUE
           END-IF.

           IF  WS-CARD-INVALID
      *MSG: (S) INVALID ABEND ALERT ESCALATION CONTROL CARD
               MOVE 'ZSABES0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

      *
      *  ESCALATION IS MEASURED AGAINST THE CLOCK, NOT THE PROCESS
      *  DATE.
      *
           PERFORM  1610-1000-GET-DATE-TIME
              THRU 1610-1000-GET-DATE-TIME-X.
           MOVE L1610-SYSTEM-DATE-INT   TO WS-NOW-DT.
           MOVE L1610-SYSTEM-TIME       TO WS-NOW-TIME.

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
      *----------------------
       1000-ESCALATE-ALERTS.
      *----------------------

           IF  NOT WS-ABAL-OPEN
               GO TO 1000-ESCALATE-ALERTS-X
           END-IF.

           MOVE LOW-VALUES              TO WABAL-KEY.

           START ABAL-FILE
               KEY IS NOT LESS THAN WABAL-KEY
               INVALID KEY
                   MOVE '10'            TO WABAL-SEQ-FILE-STATUS
           END-START.

           IF  WABAL-IO-OK
               PERFORM  1990-ABAL-READ-NEXT
                   THRU 1990-ABAL-READ-NEXT-X
           END-IF.

           PERFORM  1100-CHECK-ONE-ALERT
               THRU 1100-CHECK-ONE-ALERT-X
                    UNTIL NOT WABAL-IO-OK.

       1000-ESCALATE-ALERTS-X.
           EXIT.

      *----------------------
       1100-CHECK-ONE-ALERT.
      *----------------------

           ADD 1                        TO WS-ABAL-READ-CNT.

           IF  NOT WABAL-ALERT-OPEN
               GO TO 1100-NEXT-ALERT
           END-IF.

           ADD 1                        TO WS-OPEN-CNT.

           IF  WABAL-ACK-WAIT-MINS NUMERIC
           AND WABAL-ACK-WAIT-MINS > ZERO
               MOVE WABAL-ACK-WAIT-MINS TO WS-WAIT-MINS
           ELSE
               MOVE CR-DFLT-WAIT-MINS   TO WS-WAIT-MINS
           END-IF.

           PERFORM  7000-MINUTES-SINCE-SENT
               THRU 7000-MINUTES-SINCE-SENT-X.

           IF  WS-ELAPS-MINS < WS-WAIT-MINS
               ADD 1                    TO WS-WAITING-CNT
               GO TO 1100-NEXT-ALERT
           END-IF.

           PERFORM  1200-GET-ROUTE
               THRU 1200-GET-ROUTE-X.

      *
      *  THE NEXT CONTACT ON THE RULE; THE FIRST BLANK NAME, THE END
      *  OF THE LIST OR A RULE NO LONGER IN FORCE ENDS THE CHAIN.
      *
           IF  WABAL-ESCL-LVL-NUM NUMERIC
               COMPUTE WS-NEXT-LVL = WABAL-ESCL-LVL-NUM + 1
           ELSE
               MOVE 1                   TO WS-NEXT-LVL
           END-IF.

           IF  WS-ROUTE-FOUND
           AND WS-NEXT-LVL NOT > 5
               IF  WALRR-CNTCT-NM (WS-NEXT-LVL) NOT = SPACES
                   PERFORM  1300-SEND-TO-NEXT
                       THRU 1300-SEND-TO-NEXT-X
                   GO TO 1100-NEXT-ALERT
               END-IF
           END-IF.

           PERFORM  1400-MARK-EXHAUSTED
               THRU 1400-MARK-EXHAUSTED-X.

       1100-NEXT-ALERT.

           PERFORM  1990-ABAL-READ-NEXT
               THRU 1990-ABAL-READ-NEXT-X.

       1100-CHECK-ONE-ALERT-X.
           EXIT.

      *----------------
       1200-GET-ROUTE.
      *----------------

      *
      *  THE SAME RULE XSRU0030 ROUTED THE ALERT BY - THE AREA'S OWN
      *  ACTIVE RULE, ELSE THE DEFAULT ('**') RULE FOR THE SEVERITY.
      *
           SET  WS-ROUTE-NOT-FOUND      TO TRUE.

           IF  NOT WS-ALRR-OPEN
               GO TO 1200-GET-ROUTE-X
           END-IF.

           MOVE WABAL-APPL-AREA-CD      TO WS-ROUTE-AREA-CD.
           PERFORM  1210-READ-ROUTE
               THRU 1210-READ-ROUTE-X.

           IF  WS-ROUTE-NOT-FOUND
               MOVE '**'                TO WS-ROUTE-AREA-CD
               PERFORM  1210-READ-ROUTE
                   THRU 1210-READ-ROUTE-X
           END-IF.

       1200-GET-ROUTE-X.
           EXIT.

      *-----------------
       1210-READ-ROUTE.
      *-----------------

           MOVE WS-ROUTE-AREA-CD        TO WALRR-APPL-AREA-CD.
           MOVE WABAL-SEV-CD            TO WALRR-SEV-CD.

           READ ALRR-FILE
               INVALID KEY
                   MOVE '23'            TO WALRR-SEQ-FILE-STATUS
           END-READ.

           IF  WALRR-IO-OK
           AND WALRR-RULE-ACTIVE
           AND WALRR-CNTCT-NM (1) NOT = SPACES
               SET WS-ROUTE-FOUND       TO TRUE
           END-IF.

       1210-READ-ROUTE-X.
           EXIT.

      *-------------------
       1300-SEND-TO-NEXT.
      *-------------------

           MOVE WS-NEXT-LVL             TO WABAL-ESCL-LVL-NUM.
           MOVE WS-NOW-DT               TO WABAL-LAST-SENT-DT.
           MOVE WS-NOW-TIME             TO WABAL-LAST-SENT-TIME.
           MOVE WALRR-ACK-WAIT-MINS     TO WABAL-ACK-WAIT-MINS.

           MOVE SPACES                  TO RALOQ-SEQ-REC-INFO.
           MOVE WABAL-KEY               TO RALOQ-ALERT-KEY.
           MOVE WALRR-CNTCT-CHNL-CD (WS-NEXT-LVL)
                                        TO RALOQ-CHNL-CD.
           MOVE WALRR-CNTCT-ADDR-TXT (WS-NEXT-LVL)
                                        TO RALOQ-ADDR-TXT.
           MOVE WALRR-CNTCT-NM (WS-NEXT-LVL)
                                        TO RALOQ-CNTCT-NM.
           MOVE WABAL-ESCL-LVL-NUM      TO RALOQ-ESCL-LVL-NUM.
           MOVE WABAL-SEV-CD            TO RALOQ-SEV-CD.
           MOVE WABAL-JOB-ID            TO RALOQ-JOB-ID.
           MOVE WABAL-PGM-ID            TO RALOQ-PGM-ID.
           MOVE WABAL-ERROR-TYP-CD      TO RALOQ-ERROR-TYP-CD.
           MOVE WABAL-ERROR-CD          TO RALOQ-ERROR-CD.
           MOVE WABAL-CHKPT-KEY-VALU    TO RALOQ-CHKPT-KEY-VALU.
           MOVE WABAL-LAST-SENT-DT      TO RALOQ-SENT-DT.
           MOVE WABAL-LAST-SENT-TIME    TO RALOQ-SENT-TIME.
           MOVE WABAL-ERROR-DESC-TXT    TO RALOQ-MSG-TXT.

           WRITE RALOQ-SEQ-REC-INFO.

           IF  WALOQ-SEQ-FILE-STATUS NOT = '00'
               MOVE WALOQ-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WALOQ-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-WRITE-RECORD     TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           PERFORM  1900-ABAL-REWRITE
               THRU 1900-ABAL-REWRITE-X.

           ADD 1                        TO WS-ESCL-CNT.

           MOVE 'ESCALATED'             TO P-DTL-ACTION.
           MOVE WALRR-CNTCT-NM (WS-NEXT-LVL)
                                        TO P-DTL-CNTCT-NM.
           PERFORM  8500-WRITE-DETAIL-LINE
               THRU 8500-WRITE-DETAIL-LINE-X.

       1300-SEND-TO-NEXT-X.
           EXIT.

      *---------------------
       1400-MARK-EXHAUSTED.
      *---------------------

      *
      *  NOBODY LEFT TO TELL - THE ALERT STAYS ON THE REGISTER FOR
      *  ACKNOWLEDGEMENT AND IS PRINTED FOR THE SHIFT LEAD.
      *
           SET  WABAL-ALERT-EXHAUSTED   TO TRUE.

           PERFORM  1900-ABAL-REWRITE
               THRU 1900-ABAL-REWRITE-X.

           ADD 1                        TO WS-EXHAUST-CNT.

           MOVE 'CONTACTS EXHAUSTED'    TO P-DTL-ACTION.
           MOVE SPACES                  TO P-DTL-CNTCT-NM.
           PERFORM  8500-WRITE-DETAIL-LINE
               THRU 8500-WRITE-DETAIL-LINE-X.

       1400-MARK-EXHAUSTED-X.
           EXIT.

      *-------------------
       1900-ABAL-REWRITE.
      *-------------------

           REWRITE WABAL-REC-INFO
               INVALID KEY
                   MOVE '23'            TO WABAL-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WABAL-IO-OK
               MOVE WABAL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WABAL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-REWRITE-RECORD   TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1900-ABAL-REWRITE-X.
           EXIT.

      *---------------------
       1990-ABAL-READ-NEXT.
      *---------------------

           READ ABAL-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WABAL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WABAL-IO-OK
           AND NOT WABAL-IO-EOF
               MOVE WABAL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WABAL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1990-ABAL-READ-NEXT-X.
           EXIT.
      /
      *-------------------------
       7000-MINUTES-SINCE-SENT.
      *-------------------------

      *
      *  WHOLE MINUTES FROM THE LAST SEND TO NOW.  A SEND TIME THAT
      *  CANNOT BE READ COUNTS AS LONG ENOUGH AGO.
      *
           MOVE 99999                   TO WS-ELAPS-MINS.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WABAL-LAST-SENT-DT      TO L1680-INTERNAL-1.
           MOVE WS-NOW-DT               TO L1680-INTERNAL-2.
           PERFORM  1680-2000-COMP-DAYS-BETWEEN
               THRU 1680-2000-COMP-DAYS-BETWEEN-X.

           IF  NOT L1680-RETRN-OK
           OR  L1680-TOTAL-DAYS < ZERO
               GO TO 7000-MINUTES-SINCE-SENT-X
           END-IF.

           MOVE WABAL-LAST-SENT-TIME    TO WS-TIME-HHMMSS.
           IF  WS-TIME-HHMMSS-R NOT NUMERIC
               GO TO 7000-MINUTES-SINCE-SENT-X
           END-IF.
           COMPUTE WS-FROM-SECS = WS-TIME-HH * 3600
                                + WS-TIME-MM * 60
                                + WS-TIME-SS.

           MOVE WS-NOW-TIME             TO WS-TIME-HHMMSS.
           IF  WS-TIME-HHMMSS-R NOT NUMERIC
               GO TO 7000-MINUTES-SINCE-SENT-X
           END-IF.
           COMPUTE WS-TO-SECS = WS-TIME-HH * 3600
                              + WS-TIME-MM * 60
                              + WS-TIME-SS.

           COMPUTE WS-ELAPS-MINS =
                   (L1680-TOTAL-DAYS * 86400
                  + WS-TO-SECS - WS-FROM-SECS) / 60.

       7000-MINUTES-SINCE-SENT-X.
           EXIT.
      /
      *------------------------
       8500-WRITE-DETAIL-LINE.
      *------------------------

           MOVE WABAL-ALERT-DT          TO P-DTL-ALERT-DT.
           MOVE WABAL-ALERT-TIME        TO P-DTL-ALERT-TIME.
           MOVE WABAL-ALERT-SEQ-NUM     TO P-DTL-ALERT-SEQ.
           MOVE WABAL-JOB-ID            TO P-DTL-JOB-ID.
           MOVE WABAL-PGM-ID            TO P-DTL-PGM-ID.
           MOVE WABAL-ERROR-TYP-CD      TO P-DTL-ERROR-TYP.
           MOVE WABAL-ERROR-CD          TO P-DTL-ERROR-CD.
           MOVE WABAL-SEV-CD            TO P-DTL-SEV.
           MOVE WABAL-ESCL-LVL-NUM      TO P-DTL-LVL.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8500-WRITE-DETAIL-LINE-X.
           EXIT.

      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-NOW-DT                TO P-NOW-DT.
           MOVE WS-NOW-TIME              TO P-NOW-TIME.
           MOVE CR-DFLT-WAIT-MINS        TO P-DFLT-WAIT-MINS.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'ALERTS ON THE REGISTER' TO P-SUM-LBL.
           MOVE WS-ABAL-READ-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'ALERTS OPEN'            TO P-SUM-LBL.
           MOVE WS-OPEN-CNT              TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  STILL WITHIN THEIR WAIT'
                                         TO P-SUM-LBL.
           MOVE WS-WAITING-CNT           TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  ESCALATED TO THE NEXT CONTACT'
                                         TO P-SUM-LBL.
           MOVE WS-ESCL-CNT              TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  CONTACTS EXHAUSTED'   TO P-SUM-LBL.
           MOVE WS-EXHAUST-CNT           TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      *-----------------------
       8610-WRITE-COUNT-LINE.
      *-----------------------

           MOVE WS-SUM-CNT               TO P-SUM-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-CNT-LINE       TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8610-WRITE-COUNT-LINE-X.
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
           MOVE 'BATCH ABEND ALERTS ESCALATED OR EXHAUSTED'
                                       TO P-HEAD-TITLE.
           MOVE 'AS AT'                TO P-HEAD-DT-LBL.
           MOVE WS-NOW-DT              TO P-HEAD-DT.
           MOVE WS-NOW-TIME            TO P-HEAD-TIME.

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

      *
      * NO REGISTER YET MEANS NO BATCH STEP HAS FAILED.
      *
           OPEN I-O ABAL-FILE.
           IF  WABAL-IO-OK
               SET WS-ABAL-OPEN         TO TRUE
           ELSE
               IF  NOT WABAL-IO-NOFILE
                   MOVE WABAL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WABAL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
      *MSG: (I) NO BATCH ABEND ALERT REGISTER - NOTHING TO ESCALATE
               MOVE 'ZSABES0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

      *
      * WITH NO ROUTING RULES EVERY OVERDUE ALERT IS EXHAUSTED.
      *
           OPEN INPUT ALRR-FILE.
           IF  WALRR-IO-OK
               SET WS-ALRR-OPEN         TO TRUE
           ELSE
               IF  NOT WALRR-IO-NOFILE
                   MOVE WALRR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WALRR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           OPEN EXTEND ALOQ-FILE.
           IF  WALOQ-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT ALOQ-FILE
           END-IF.
           IF  WALOQ-SEQ-FILE-STATUS = '00'
               SET WS-ALOQ-OPEN         TO TRUE
           ELSE
               MOVE WALOQ-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WALOQ-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-OPEN-EXTEND-FILE TO WGLOB-IO-COMMAND
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

           MOVE WS-ESCL-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSABES0004'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) @1 BATCH ABEND ALERTS ESCALATED
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           IF  WS-EXHAUST-CNT > ZERO
               MOVE WS-EXHAUST-CNT       TO  WS-DISP-CTR
               MOVE WS-DISP-CTR          TO  WGLOB-MSG-PARM (1)
               MOVE 'ZSABES0005'         TO  WGLOB-MSG-REF-INFO
      *MSG: (W) @1 BATCH ABEND ALERTS HAVE NO CONTACT LEFT
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-ABAL-OPEN
               CLOSE ABAL-FILE
           END-IF.

           IF  WS-ALRR-OPEN
               CLOSE ALRR-FILE
           END-IF.

           IF  WS-ALOQ-OPEN
               CLOSE ALOQ-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.
      /
       COPY XCPL0035.
       COPY CCPPCCC.
       COPY CCPL0950.
       COPY XCPL0260.
       COPY XCPL0040.
       COPY XCPL1610.
       COPY XCPL1680.
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
      **                 END OF PROGRAM ZSBMABES                     **
      *****************************************************************
