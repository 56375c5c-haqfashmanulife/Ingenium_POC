      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMNBAG.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMNBAG                                         **
      **  REMARKS: PENDING NEW-BUSINESS AGING AND NOT-TAKEN-UP       **
      **           CLOSURE.  DAILY PASS OVER THE POLICY TABLE:       **
      **             - EVERY PENDING APPLICATION IS AGED FROM ITS    **
      **               RECEIPT DATE AND PLACED IN A STAGE - POLICY   **
      **               PACK OUT FOR SIGNATURE (DLVS ROW), UNDER-     **
      **               WRITING REQUIREMENTS OUTSTANDING (OPEN UWRM   **
      **               ROW), ELSE AWAITING A DECISION - AND LISTED   **
      **               WITH ITS AGENT AND BRANCH.  THE REPORT ENDS   **
      **               WITH STAGE BY AGE BAND, BRANCH AND AGENT      **
      **               SUMMARIES.                                    **
      **             - AN UNSIGNED DELIVERY OLDER THAN THE CONTROL   **
      **               CARD'S NOT-TAKEN-UP DAYS IS CLOSED AS NOT     **
      **               TAKEN UP ('NT'); ANY OTHER APPLICATION OLDER  **
      **               THAN THE WITHDRAWAL DAYS IS CLOSED AS         **
      **               WITHDRAWN ('WD').  A CLOSURE IS STAMPED ON    **
      **               THE HISTORY (PHST), NOTIFIED TO THE CLIENT    **
      **               AND THE AGENT (ZCSRNTUN) AND SENT TO THE      **
      **               COMMISSION FEED AS NOT ISSUED (ZCSRCBTX).     **
      **             - THE CASH-WITH-APPLICATION SUSPENSE OF A       **
      **               CLOSED OR DECLINED APPLICATION IS STAGED ON   **
      **               THE DISBURSEMENT QUEUE (ZCSRDSBQ) FOR REFUND  **
      **               TO THE PAYOR'S ACCOUNT.                       **
      **                                                             **
      **  DOMAIN :  NB                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51303**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHUWRM.

           COPY CCFHDLVS.

           COPY CCFHSPLT.

           COPY CCFHCPRF.

           COPY CCFHCNTQ.

           SELECT DSBQ-DATA-FILE ASSIGN TO ZSDSBQ
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WDSBQ-SEQ-FILE-STATUS.

           SELECT NTUN-DATA-FILE ASSIGN TO ZSNTUN
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WNTUN-SEQ-FILE-STATUS.

           SELECT NBCB-DATA-FILE ASSIGN TO ZSNBCB
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WNBCB-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWUWRM.

       COPY CCFWDLVS.

       COPY CCFWSPLT.

       COPY CCFWCPRF.

       COPY CCFWCNTQ.

       FD  DSBQ-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRDSBQ.

       FD  NTUN-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRNTUN.

       FD  NBCB-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCBTX.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMNBAG'.

       COPY SQLCA.

       COPY CCWWUWRM.

       COPY CCWWDLVS.

       COPY CCWWSPLT.

       COPY CCFRCPRF.
       COPY CCWWCPRF.
       COPY CCWWCNTQ.

       01  WDSBQ-SEQ-IO-WORK-AREA.
           05  WDSBQ-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'DSBQ'.
           05  WDSBQ-SEQ-IO-COMMAND            PIC X(02).
           05  WDSBQ-SEQ-FILE-STATUS           PIC X(02).

       01  WNTUN-SEQ-IO-WORK-AREA.
           05  WNTUN-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'NTUN'.
           05  WNTUN-SEQ-IO-COMMAND            PIC X(02).
           05  WNTUN-SEQ-FILE-STATUS           PIC X(02).

       01  WNBCB-SEQ-IO-WORK-AREA.
           05  WNBCB-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'NBCB'.
           05  WNBCB-SEQ-IO-COMMAND            PIC X(02).
           05  WNBCB-SEQ-FILE-STATUS           PIC X(02).

      ****************************************************************
      *    CONTROL CARD - NOT-TAKEN-UP DAYS FROM THE POLICY PACK
      *    GOING OUT AND WITHDRAWAL DAYS FROM APPLICATION RECEIPT
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-NTU-DAYS                     PIC 9(03).
           02  CR-WTHDR-DAYS                   PIC 9(03).
           02  FILLER                          PIC X(67).

       01  WS-WORK-AREA.
           05  WS-UWRM-OPEN-SW           PIC X(01) VALUE 'N'.
               88  WS-UWRM-OPEN                    VALUE 'Y'.
           05  WS-DLVS-OPEN-SW           PIC X(01) VALUE 'N'.
               88  WS-DLVS-OPEN                    VALUE 'Y'.
           05  WS-SPLT-OPEN-SW           PIC X(01) VALUE 'N'.
               88  WS-SPLT-OPEN                    VALUE 'Y'.
           05  WS-RQMT-OPEN-SW           PIC X(01) VALUE 'N'.
               88  WS-RQMT-OUTSTANDING             VALUE 'Y'.
           05  WS-SERIAL-TODAY           PIC S9(09) COMP-3
                                                    VALUE ZERO.
           05  WS-AGE-DAYS               PIC S9(05) COMP-3
                                                    VALUE ZERO.
           05  WS-DLVR-AGE-DAYS          PIC S9(05) COMP-3
                                                    VALUE ZERO.
           05  WS-STG-CD                 PIC X(02) VALUE SPACES.
               88  WS-STG-DELIVERY                 VALUE 'DL'.
               88  WS-STG-RQMT                     VALUE 'RQ'.
               88  WS-STG-DECISION                 VALUE 'UW'.
           05  WS-STG-IX                 PIC S9(04) COMP VALUE ZERO.
           05  WS-BAND-IX                PIC S9(04) COMP VALUE ZERO.
           05  WS-CLOS-TYP-CD            PIC X(02) VALUE SPACES.
               88  WS-CLOS-NONE                    VALUE SPACES.
               88  WS-CLOS-NOT-TAKEN               VALUE 'NT'.
               88  WS-CLOS-WITHDRAWN               VALUE 'WD'.
           05  WS-OLD-STAT-CD            PIC X(02) VALUE SPACES.
           05  WS-TERM-TYP-CD            PIC X(01) VALUE SPACES.
           05  WS-CWA-RFND-AMT           PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-PHST-TYP-ID            PIC X(04) VALUE SPACES.
           05  WS-PHST-DESC-TXT          PIC X(40) VALUE SPACES.
           05  WS-FEED-AGT-ID            PIC X(06) VALUE SPACES.
           05  WS-SUB                    PIC S9(04) COMP VALUE ZERO.
           05  WS-SUB2                   PIC S9(04) COMP VALUE ZERO.

      ****************************************************************
      *    STAGE BY AGE-BAND TABLE - DELIVERY, REQUIREMENTS AND
      *    DECISION AGAINST 0-30, 31-60, 61-90 AND OVER 90 DAYS
      ****************************************************************

       01  WS-STG-NAME-VALUES.
           05  FILLER                    PIC X(22)
               VALUE 'DLDELIVERY UNSIGNED   '.
           05  FILLER                    PIC X(22)
               VALUE 'RQREQUIREMENTS OUTST. '.
           05  FILLER                    PIC X(22)
               VALUE 'UWAWAITING DECISION   '.

       01  WS-STG-NAME-TABLE REDEFINES WS-STG-NAME-VALUES.
           05  WS-STG-NAME-ENTRY         OCCURS 3 TIMES.
               10  WS-STG-NAME-CD        PIC X(02).
               10  WS-STG-NAME-TXT       PIC X(20).

       01  WS-STG-BAND-TABLE.
           05  WS-STG-BAND-ENTRY         OCCURS 3 TIMES.
               10  WS-STG-BAND-CNT       PIC S9(07) COMP-3
                                         OCCURS 4 TIMES.

      ****************************************************************
      *    BRANCH AND AGENT SUMMARY TABLES
      ****************************************************************

       01  WS-BR-TABLE-AREA.
           05  WS-BR-MAX                 PIC S9(04) COMP VALUE +200.
           05  WS-BR-CNT                 PIC S9(04) COMP VALUE ZERO.
           05  WS-BR-IX                  PIC S9(04) COMP VALUE ZERO.
           05  WS-BR-ENTRY               OCCURS 200 TIMES.
               10  WS-BR-ID              PIC X(05).
               10  WS-BR-PEND-CNT        PIC S9(07) COMP-3.
               10  WS-BR-CLOS-CNT        PIC S9(07) COMP-3.

       01  WS-AGT-TABLE-AREA.
           05  WS-AGT-MAX                PIC S9(04) COMP VALUE +500.
           05  WS-AGT-CNT                PIC S9(04) COMP VALUE ZERO.
           05  WS-AGT-IX                 PIC S9(04) COMP VALUE ZERO.
           05  WS-AGT-ENTRY              OCCURS 500 TIMES.
               10  WS-AGT-ID             PIC X(10).
               10  WS-AGT-PEND-CNT       PIC S9(07) COMP-3.
               10  WS-AGT-CLOS-CNT       PIC S9(07) COMP-3.

       01  WS-REPORT-TOTALS.
           05  WS-PEND-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-NOT-TAKEN-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-WTHDR-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-DECLINE-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-RFND-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-RFND-TOT-AMT         PIC S9(15)V99 COMP-3 VALUE +0.
           05  WS-NOTICE-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-FEED-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-UPDT-FAIL-CNT        PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10) VALUE 'POLICY'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10) VALUE 'CLIENT'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10) VALUE 'AGENT'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(05) VALUE 'BR'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10) VALUE 'RECEIVED'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(05) VALUE '  AGE'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(02) VALUE 'ST'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE '    CWA SUSPENSE'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(11)
               VALUE 'DISPOSITION'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-CLI-ID                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-AGT-ID                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-BR-ID                     PIC X(05).
           03  FILLER                      PIC X(01).
           03  P-RECV-DT                   PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-AGE-DAYS                  PIC ZZZZ9.
           03  FILLER                      PIC X(01).
           03  P-STG-CD                    PIC X(02).
           03  FILLER                      PIC X(01).
           03  P-CWA-AMT                   PIC Z(11)9.99-.
           03  FILLER                      PIC X(02).
           03  P-DISP                      PIC X(30).

       01  P-STG-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(20)
               VALUE 'STAGE'.
           03  FILLER                      PIC X(10)
               VALUE '  0-30 DYS'.
           03  FILLER                      PIC X(10)
               VALUE ' 31-60 DYS'.
           03  FILLER                      PIC X(10)
               VALUE ' 61-90 DYS'.
           03  FILLER                      PIC X(10)
               VALUE '  OVER 90 '.

       01  P-STG-LINE.
           03  FILLER                      PIC X(01).
           03  P-STG-NAME                  PIC X(20).
           03  P-STG-BAND-GRP              OCCURS 4 TIMES.
               05  FILLER                  PIC X(03).
               05  P-STG-BAND-CNT          PIC ZZZZZZ9.

       01  P-BR-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(08)
               VALUE 'BRANCH  '.
           03  P-BR-SUM-ID                 PIC X(05).
           03  FILLER                      PIC X(11)
               VALUE '  PENDING: '.
           03  P-BR-PEND-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(10)
               VALUE '  CLOSED: '.
           03  P-BR-CLOS-X                 PIC ZZZZZZ9.

       01  P-AGT-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(08)
               VALUE 'AGENT   '.
           03  P-AGT-SUM-ID                PIC X(10).
           03  FILLER                      PIC X(11)
               VALUE '  PENDING: '.
           03  P-AGT-PEND-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(10)
               VALUE '  CLOSED: '.
           03  P-AGT-CLOS-X                PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(18)
               VALUE 'PENDING AGED:     '.
           03  P-PEND-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(15)
               VALUE 'NOT TAKEN UP:  '.
           03  P-NOT-TAKEN-CNT-X           PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(11)
               VALUE 'WITHDRAWN: '.
           03  P-WTHDR-CNT-X               PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(10)
               VALUE 'DECLINED: '.
           03  P-DECLINE-CNT-X             PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(18)
               VALUE 'CWA REFUNDS:      '.
           03  P-RFND-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-RFND-TOT-AMT-X            PIC Z(13)9.99-.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(09)
               VALUE 'NOTICES: '.
           03  P-NOTICE-CNT-X              PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(14)
               VALUE 'NOT ISSUED TO '.
           03  FILLER                      PIC X(11)
               VALUE 'COMMISSION:'.
           03  P-FEED-CNT-X                PIC ZZZZZZ9.
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

       COPY CCWWDAYS.

       COPY CCFWMAST.
       COPY CCFRMAST.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFWPHST.
       COPY CCFRPHST.

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

           PERFORM  2000-PROCESS-POLICY
               THRU 2000-PROCESS-POLICY-X
                    UNTIL WPOL-IO-EOF
                       OR NOT WPOL-IO-OK.

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
      *MSG: (S) MISSING PENDING NEW-BUSINESS AGING CONTROL CARD
               MOVE 'ZSNBAG0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

      *
      *  A BLANK CARD FIELD TAKES THIRTY DAYS FOR A POLICY PACK TO
      *  COME BACK SIGNED AND NINETY DAYS FOR AN APPLICATION TO
      *  REACH A DECISION.
      *
           IF  CR-NTU-DAYS NOT NUMERIC
           OR  CR-NTU-DAYS = ZERO
               MOVE 30                  TO CR-NTU-DAYS
           END-IF.
           IF  CR-WTHDR-DAYS NOT NUMERIC
           OR  CR-WTHDR-DAYS = ZERO
               MOVE 90                  TO CR-WTHDR-DAYS
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

           PERFORM  0210-CLEAR-STAGE-BANDS
               THRU 0210-CLEAR-STAGE-BANDS-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > 3.

           MOVE LOW-VALUES              TO WPOL-KEY.
           MOVE HIGH-VALUES             TO WPOL-ENDBR-KEY.
           PERFORM  POL-1000-TBL-BROWSE
               THRU POL-1000-TBL-BROWSE-X.

       0200-INITIALIZE-X.
           EXIT.

      *------------------------
       0210-CLEAR-STAGE-BANDS.
      *------------------------

           MOVE ZERO                    TO WS-STG-BAND-CNT (WS-SUB, 1)
                                           WS-STG-BAND-CNT (WS-SUB, 2)
                                           WS-STG-BAND-CNT (WS-SUB, 3)
                                           WS-STG-BAND-CNT (WS-SUB, 4).

       0210-CLEAR-STAGE-BANDS-X.
           EXIT.
      /
      *---------------------
       2000-PROCESS-POLICY.
      *---------------------

           PERFORM  POL-2000-TBL-READ-NEXT
               THRU POL-2000-TBL-READ-NEXT-X.

           IF  NOT WPOL-IO-OK
               GO TO 2000-PROCESS-POLICY-X
           END-IF.

           MOVE SPACES                  TO P-DETAIL-LINE
                                           WS-STG-CD
                                           WS-CLOS-TYP-CD.
           MOVE ZERO                    TO WS-AGE-DAYS
                                           WS-CWA-RFND-AMT.

      *
      *  A DECLINED APPLICATION IS TAKEN ON THE DAY OF THE DECISION,
      *  OR LATER WHILE CASH-WITH-APPLICATION IS STILL HELD FOR IT.
      *  A CLOSED ONE IS ONLY TAKEN FOR MONEY RECEIVED AFTER IT
      *  CLOSED.
      *
           EVALUATE TRUE
               WHEN RPOL-POL-STAT-PENDING
                   PERFORM  2100-AGE-PENDING
                       THRU 2100-AGE-PENDING-X
               WHEN RPOL-POL-STAT-REJECTED
                AND (RPOL-POL-CWA-SUSP-AMT > ZERO
                 OR  RPOL-POL-STAT-CHNG-DT = WGLOB-PROCESS-DATE)
                   PERFORM  2500-CLOSE-DECLINED
                       THRU 2500-CLOSE-DECLINED-X
               WHEN RPOL-POL-STAT-NOT-TAKEN
                AND RPOL-POL-CWA-SUSP-AMT > ZERO
               WHEN RPOL-POL-STAT-WITHDRAWN
                AND RPOL-POL-CWA-SUSP-AMT > ZERO
                   PERFORM  2600-REFUND-CLOSED
                       THRU 2600-REFUND-CLOSED-X
           END-EVALUATE.

      *
      *  THE BROWSE CARRIES ON AFTER THIS ROW.
      *
           IF  NOT WPOL-IO-OK
               MOVE '00'                TO WPOL-SEQ-FILE-STATUS
           END-IF.

       2000-PROCESS-POLICY-X.
           EXIT.

      *---------------------
       2100-AGE-PENDING.
      *---------------------

           ADD 1                        TO WS-PEND-CNT.

           MOVE RPOL-POL-APP-RECV-DT    TO WDAYS-IN-DT.
           IF  WDAYS-IN-YY NUMERIC
               PERFORM  DAYS-1000-CALC-SERIAL
                   THRU DAYS-1000-CALC-SERIAL-X
               COMPUTE WS-AGE-DAYS = WS-SERIAL-TODAY - WDAYS-SERIAL
           END-IF.

           PERFORM  2110-DERIVE-STAGE
               THRU 2110-DERIVE-STAGE-X.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 90
                   MOVE 4               TO WS-BAND-IX
               WHEN WS-AGE-DAYS > 60
                   MOVE 3               TO WS-BAND-IX
               WHEN WS-AGE-DAYS > 30
                   MOVE 2               TO WS-BAND-IX
               WHEN OTHER
                   MOVE 1               TO WS-BAND-IX
           END-EVALUATE.

           ADD 1                        TO
                   WS-STG-BAND-CNT (WS-STG-IX, WS-BAND-IX).

      *
      *  AN UNSIGNED POLICY PACK IS NOT TAKEN UP ONCE IT HAS BEEN OUT
      *  LONGER THAN THE CARD ALLOWS.  ANY OTHER APPLICATION STILL
      *  UNDECIDED PAST THE WITHDRAWAL DAYS IS TREATED AS WITHDRAWN.
      *
           IF  WS-STG-DELIVERY
           AND WS-DLVR-AGE-DAYS > CR-NTU-DAYS
               SET  WS-CLOS-NOT-TAKEN   TO TRUE
           ELSE
               IF  WS-AGE-DAYS > CR-WTHDR-DAYS
                   SET  WS-CLOS-WITHDRAWN
                                        TO TRUE
               END-IF
           END-IF.

           MOVE 'PENDING'               TO P-DISP.
           IF  NOT WS-CLOS-NONE
               PERFORM  3000-CLOSE-APPLICATION
                   THRU 3000-CLOSE-APPLICATION-X
           END-IF.

           PERFORM  2200-ACCUM-BRANCH
               THRU 2200-ACCUM-BRANCH-X.

           PERFORM  2300-ACCUM-AGENT
               THRU 2300-ACCUM-AGENT-X.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2100-AGE-PENDING-X.
           EXIT.

      *----------------------
       2110-DERIVE-STAGE.
      *----------------------

      *
      *  A POLICY PACK ROW MEANS THE CASE IS OUT FOR SIGNATURE; AN
      *  OPEN REQUIREMENT ON THE NEW-BUSINESS CASE (KEYED BY THE
      *  POLICY NUMBER) MEANS IT IS WAITING ON THE CLIENT OR THE
      *  DOCTOR; OTHERWISE IT IS WITH THE UNDERWRITER.
      *
           MOVE ZERO                    TO WS-DLVR-AGE-DAYS.

           IF  WS-DLVS-OPEN
               MOVE RPOL-POL-ID         TO WDLVS-POL-ID
               READ DLVS-FILE
                   INVALID KEY
                       MOVE '23'        TO WDLVS-SEQ-FILE-STATUS
               END-READ
               IF  WDLVS-IO-OK
               AND NOT WDLVS-STAT-DELIVERED
                   SET  WS-STG-DELIVERY TO TRUE
                   MOVE 1               TO WS-STG-IX
                   MOVE WDLVS-SENT-DT   TO WDAYS-IN-DT
                   IF  WDAYS-IN-YY NUMERIC
                       PERFORM  DAYS-1000-CALC-SERIAL
                           THRU DAYS-1000-CALC-SERIAL-X
                       COMPUTE WS-DLVR-AGE-DAYS =
                           WS-SERIAL-TODAY - WDAYS-SERIAL
                   END-IF
                   GO TO 2110-DERIVE-STAGE-X
               END-IF
           END-IF.

           MOVE 'N'                     TO WS-RQMT-OPEN-SW.

           IF  WS-UWRM-OPEN
               MOVE RPOL-POL-ID         TO WUWRM-CASE-ID
               MOVE LOW-VALUES          TO WUWRM-RQRMNT-TYP-CD
               START UWRM-FILE
                   KEY IS NOT LESS THAN WUWRM-KEY
                   INVALID KEY
                       MOVE '23'        TO WUWRM-SEQ-FILE-STATUS
               END-START
               PERFORM  2120-READ-REQUIREMENT
                   THRU 2120-READ-REQUIREMENT-X
                   UNTIL NOT WUWRM-IO-OK
                      OR WS-RQMT-OUTSTANDING
           END-IF.

           IF  WS-RQMT-OUTSTANDING
               SET  WS-STG-RQMT         TO TRUE
               MOVE 2                   TO WS-STG-IX
           ELSE
               SET  WS-STG-DECISION     TO TRUE
               MOVE 3                   TO WS-STG-IX
           END-IF.

       2110-DERIVE-STAGE-X.
           EXIT.

      *----------------------
       2120-READ-REQUIREMENT.
      *----------------------

           READ UWRM-FILE NEXT
               AT END
                   MOVE '10'            TO WUWRM-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WUWRM-IO-OK
               GO TO 2120-READ-REQUIREMENT-X
           END-IF.

           IF  WUWRM-CASE-ID NOT = RPOL-POL-ID
               MOVE '10'                TO WUWRM-SEQ-FILE-STATUS
               GO TO 2120-READ-REQUIREMENT-X
           END-IF.

           IF  WUWRM-STAT-OPEN
               MOVE 'Y'                 TO WS-RQMT-OPEN-SW
           END-IF.

       2120-READ-REQUIREMENT-X.
           EXIT.

      *--------------------
       2200-ACCUM-BRANCH.
      *--------------------

           MOVE ZERO                    TO WS-BR-IX.
           PERFORM  2210-FIND-BRANCH
               THRU 2210-FIND-BRANCH-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-BR-CNT
                         OR WS-BR-IX > ZERO.

           IF  WS-BR-IX = ZERO
               IF  WS-BR-CNT NOT < WS-BR-MAX
                   GO TO 2200-ACCUM-BRANCH-X
               END-IF
               ADD 1                    TO WS-BR-CNT
               MOVE WS-BR-CNT           TO WS-BR-IX
               MOVE RPOL-SERV-BR-ID     TO WS-BR-ID (WS-BR-IX)
               MOVE ZERO                TO WS-BR-PEND-CNT (WS-BR-IX)
                                           WS-BR-CLOS-CNT (WS-BR-IX)
           END-IF.

           ADD 1                        TO WS-BR-PEND-CNT (WS-BR-IX).
           IF  NOT WS-CLOS-NONE
               ADD 1                    TO WS-BR-CLOS-CNT (WS-BR-IX)
           END-IF.

       2200-ACCUM-BRANCH-X.
           EXIT.

      *-------------------
       2210-FIND-BRANCH.
      *-------------------

           IF  WS-BR-ID (WS-SUB) = RPOL-SERV-BR-ID
               MOVE WS-SUB              TO WS-BR-IX
           END-IF.

       2210-FIND-BRANCH-X.
           EXIT.

      *-------------------
       2300-ACCUM-AGENT.
      *-------------------

           MOVE ZERO                    TO WS-AGT-IX.
           PERFORM  2310-FIND-AGENT
               THRU 2310-FIND-AGENT-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-AGT-CNT
                         OR WS-AGT-IX > ZERO.

           IF  WS-AGT-IX = ZERO
               IF  WS-AGT-CNT NOT < WS-AGT-MAX
                   GO TO 2300-ACCUM-AGENT-X
               END-IF
               ADD 1                    TO WS-AGT-CNT
               MOVE WS-AGT-CNT          TO WS-AGT-IX
               MOVE RPOL-SERV-AGT-ID    TO WS-AGT-ID (WS-AGT-IX)
               MOVE ZERO                TO WS-AGT-PEND-CNT (WS-AGT-IX)
                                           WS-AGT-CLOS-CNT (WS-AGT-IX)
           END-IF.

           ADD 1                        TO WS-AGT-PEND-CNT (WS-AGT-IX).
           IF  NOT WS-CLOS-NONE
               ADD 1                    TO WS-AGT-CLOS-CNT (WS-AGT-IX)
           END-IF.

       2300-ACCUM-AGENT-X.
           EXIT.

      *------------------
       2310-FIND-AGENT.
      *------------------

           IF  WS-AGT-ID (WS-SUB) = RPOL-SERV-AGT-ID
               MOVE WS-SUB              TO WS-AGT-IX
           END-IF.

       2310-FIND-AGENT-X.
           EXIT.
      /
      *----------------------
       2500-CLOSE-DECLINED.
      *----------------------

      *
      *  THE DECLINE ITSELF IS NOTIFIED BY UNDERWRITING.  HERE THE
      *  CASH-WITH-APPLICATION GOES BACK AND THE COMMISSION FEED IS
      *  TOLD THE CASE WILL NOT ISSUE.
      *
           ADD 1                        TO WS-DECLINE-CNT.
           MOVE 'D'                     TO WS-TERM-TYP-CD.

           IF  RPOL-POL-CWA-SUSP-AMT > ZERO
               MOVE 'NBRF'              TO WS-PHST-TYP-ID
               MOVE 'DECLINED - CWA REFUND STAGED'
                                        TO WS-PHST-DESC-TXT
               PERFORM  4000-REFUND-AND-REWRITE
                   THRU 4000-REFUND-AND-REWRITE-X
               IF  NOT WPOL-IO-OK
                   GO TO 2500-CLOSE-DECLINED-X
               END-IF
               MOVE 'DECLINED - CWA REFUNDED' TO P-DISP
           ELSE
               MOVE 'DECLINED'          TO P-DISP
           END-IF.

           PERFORM  7000-FEED-NOT-ISSUED
               THRU 7000-FEED-NOT-ISSUED-X.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2500-CLOSE-DECLINED-X.
           EXIT.

      *---------------------
       2600-REFUND-CLOSED.
      *---------------------

      *
      *  MONEY THAT ARRIVED AFTER THE APPLICATION CLOSED IS SENT
      *  STRAIGHT BACK.
      *
           MOVE 'NBRF'                  TO WS-PHST-TYP-ID.
           MOVE 'CLOSED - LATE CWA REFUND STAGED'
                                        TO WS-PHST-DESC-TXT.
           PERFORM  4000-REFUND-AND-REWRITE
               THRU 4000-REFUND-AND-REWRITE-X.
           IF  NOT WPOL-IO-OK
               GO TO 2600-REFUND-CLOSED-X
           END-IF.

           MOVE 'CLOSED - LATE CWA REFUNDED' TO P-DISP.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2600-REFUND-CLOSED-X.
           EXIT.
      /
      *-------------------------
       3000-CLOSE-APPLICATION.
      *-------------------------

           PERFORM  3100-READ-FOR-UPDATE
               THRU 3100-READ-FOR-UPDATE-X.
           IF  NOT WPOL-IO-OK
               MOVE SPACES              TO WS-CLOS-TYP-CD
               MOVE 'PENDING - NOT CLOSED' TO P-DISP
               GO TO 3000-CLOSE-APPLICATION-X
           END-IF.

           MOVE RPOL-POL-CSTAT-CD       TO WS-OLD-STAT-CD
                                           RPOL-POL-PREV-CSTAT-CD.
           MOVE WS-CLOS-TYP-CD          TO RPOL-POL-CSTAT-CD.
           MOVE WGLOB-PROCESS-DATE      TO RPOL-POL-STAT-CHNG-DT.

           PERFORM  4100-STAGE-CWA-REFUND
               THRU 4100-STAGE-CWA-REFUND-X.

           PERFORM  POL-2000-REWRITE
               THRU POL-2000-REWRITE-X.
           IF  NOT WPOL-IO-OK
               PERFORM  3200-UPDATE-FAILED
                   THRU 3200-UPDATE-FAILED-X
               MOVE SPACES              TO WS-CLOS-TYP-CD
               MOVE 'PENDING - NOT CLOSED' TO P-DISP
               GO TO 3000-CLOSE-APPLICATION-X
           END-IF.

           IF  WS-CLOS-NOT-TAKEN
               ADD 1                    TO WS-NOT-TAKEN-CNT
               MOVE 'N'                 TO WS-TERM-TYP-CD
               MOVE 'NOT TAKEN UP - DELIVERY UNSIGNED'
                                        TO WS-PHST-DESC-TXT
               MOVE 'CLOSED - NOT TAKEN UP' TO P-DISP
           ELSE
               ADD 1                    TO WS-WTHDR-CNT
               MOVE 'W'                 TO WS-TERM-TYP-CD
               MOVE 'WITHDRAWN - NO DECISION BY DEADLINE'
                                        TO WS-PHST-DESC-TXT
               MOVE 'CLOSED - WITHDRAWN' TO P-DISP
           END-IF.

           MOVE 'NBCL'                  TO WS-PHST-TYP-ID.
           PERFORM  5000-STAMP-HISTORY
               THRU 5000-STAMP-HISTORY-X.

           PERFORM  6000-WRITE-NOTICES
               THRU 6000-WRITE-NOTICES-X.

           PERFORM  7000-FEED-NOT-ISSUED
               THRU 7000-FEED-NOT-ISSUED-X.

       3000-CLOSE-APPLICATION-X.
           EXIT.

      *-----------------------
       3100-READ-FOR-UPDATE.
      *-----------------------

           MOVE LOW-VALUES              TO WPOL-KEY.
           MOVE RPOL-POL-ID             TO WPOL-POL-ID.

           PERFORM  POL-1000-READ-FOR-UPDATE
               THRU POL-1000-READ-FOR-UPDATE-X.

           IF  NOT WPOL-IO-OK
               PERFORM  3200-UPDATE-FAILED
                   THRU 3200-UPDATE-FAILED-X
           END-IF.

       3100-READ-FOR-UPDATE-X.
           EXIT.

      *---------------------
       3200-UPDATE-FAILED.
      *---------------------

           ADD 1                        TO WS-UPDT-FAIL-CNT.
      *MSG: 'LOST RECORD (@1) IN MAINTAIN - CONTACT SYSTEMS'
           MOVE WPOL-POL-ID             TO WGLOB-MSG-PARM (1).
           MOVE 'XS00000006'            TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       3200-UPDATE-FAILED-X.
           EXIT.
      /
      *--------------------------
       4000-REFUND-AND-REWRITE.
      *--------------------------

           PERFORM  3100-READ-FOR-UPDATE
               THRU 3100-READ-FOR-UPDATE-X.
           IF  NOT WPOL-IO-OK
               GO TO 4000-REFUND-AND-REWRITE-X
           END-IF.

           MOVE RPOL-POL-CSTAT-CD       TO WS-OLD-STAT-CD.

           PERFORM  4100-STAGE-CWA-REFUND
               THRU 4100-STAGE-CWA-REFUND-X.

           PERFORM  POL-2000-REWRITE
               THRU POL-2000-REWRITE-X.
           IF  NOT WPOL-IO-OK
               PERFORM  3200-UPDATE-FAILED
                   THRU 3200-UPDATE-FAILED-X
               GO TO 4000-REFUND-AND-REWRITE-X
           END-IF.

           PERFORM  5000-STAMP-HISTORY
               THRU 5000-STAMP-HISTORY-X.

       4000-REFUND-AND-REWRITE-X.
           EXIT.

      *-------------------------
       4100-STAGE-CWA-REFUND.
      *-------------------------

      *
      *  THE SUSPENSE IS QUEUED IN FULL FOR THE DISBURSEMENT DRAIN
      *  (ZSBMDSBD), WHICH PAYS IT TO THE PAYOR'S REGISTERED
      *  ACCOUNT, AND CLEARED FROM THE POLICY IN THE SAME UPDATE.
      *
           MOVE ZERO                    TO WS-CWA-RFND-AMT.
           IF  RPOL-POL-CWA-SUSP-AMT NOT > ZERO
               GO TO 4100-STAGE-CWA-REFUND-X
           END-IF.

           MOVE RPOL-POL-CWA-SUSP-AMT   TO WS-CWA-RFND-AMT.

           MOVE SPACES                  TO RDSBQ-SEQ-REC-INFO.
           MOVE RPOL-POL-ID             TO RDSBQ-POL-ID.
           SET  RDSBQ-TYP-CWA-REFUND    TO TRUE.
           MOVE WS-CWA-RFND-AMT         TO RDSBQ-DSBMT-AMT.
           MOVE WGLOB-PROCESS-DATE      TO RDSBQ-QUEUED-DT.
           MOVE ZERO                    TO RDSBQ-LOAN-SEQ-NUM.

           MOVE TFCMD-WRITE-RECORD      TO WDSBQ-SEQ-IO-COMMAND.
           WRITE RDSBQ-SEQ-REC-INFO.
           IF  WDSBQ-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9700-HANDLE-DSBQ-ERROR
                   THRU 9700-HANDLE-DSBQ-ERROR-X
           END-IF.

           MOVE ZERO                    TO RPOL-POL-CWA-SUSP-AMT.

           ADD 1                        TO WS-RFND-CNT.
           ADD WS-CWA-RFND-AMT          TO WS-RFND-TOT-AMT.

       4100-STAGE-CWA-REFUND-X.
           EXIT.
      /
      *--------------------------
       5000-STAMP-HISTORY.
      *--------------------------

           MOVE SPACES                  TO RPHST-REC-INFO.
           MOVE RPOL-POL-ID             TO RPHST-POL-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-PCHST-EFF-DT
                                           RPHST-ACTVTY-EFF-DT.
           MOVE WS-PHST-TYP-ID          TO RPHST-POL-ACTV-TYP-ID.
           MOVE 'NB'                    TO RPHST-ACTVTY-TYP-CD.
           SET  RPHST-PCHST-STAT-ACTIVE TO TRUE.
           MOVE WS-PHST-DESC-TXT        TO RPHST-ACTVTY-DESC-TXT.
           MOVE WS-OLD-STAT-CD          TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE RPOL-POL-CSTAT-CD       TO RPHST-PCHST-NEW-VALU-TXT.
           MOVE WGLOB-USER-ID           TO RPHST-PREV-UPDT-USER-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-PREV-UPDT-DT.

           PERFORM  PHST-1000-CREATE
               THRU PHST-1000-CREATE-X.

       5000-STAMP-HISTORY-X.
           EXIT.
      /
      *---------------------
       6000-WRITE-NOTICES.
      *---------------------

           MOVE SPACES                  TO RNTUN-SEQ-REC-INFO.
           MOVE RPOL-POL-ID             TO RNTUN-POL-ID.
           MOVE RPOL-HLDR-CLI-ID        TO RNTUN-CLI-ID.
           MOVE RPOL-SERV-AGT-ID        TO RNTUN-AGT-ID.
           MOVE RPOL-SERV-BR-ID         TO RNTUN-BR-ID.
           MOVE WS-CLOS-TYP-CD          TO RNTUN-CLOS-TYP-CD.
           MOVE WS-STG-CD               TO RNTUN-PEND-STG-CD.
           MOVE RPOL-POL-APP-RECV-DT    TO RNTUN-APP-RECV-DT.
           MOVE WGLOB-PROCESS-DATE      TO RNTUN-CLOS-DT.
           MOVE WS-CWA-RFND-AMT         TO RNTUN-CWA-RFND-AMT.

      *
      *  THE CLIENT'S NOTICE GOES BY THE CLIENT'S DEFAULT
      *  PREFERENCE - PAPER TO THE PRINT EXTRACT, ELECTRONIC TO THE
      *  NOTICE QUEUE, AND NONE FOR DO NOT CONTACT.  THE AGENT'S
      *  NOTICE IS ALWAYS WRITTEN.
      *
           SET  RNTUN-RCPNT-CLIENT      TO TRUE.
           MOVE RPOL-HLDR-CLI-ID        TO WCPRF-RQST-CLI-ID.
           MOVE '**'                    TO WCPRF-RQST-DOC-CAT-CD.
           SET  WCPRF-RQST-NOT-LEGAL    TO TRUE.
           PERFORM  CPRF-1000-GET-CHANNEL
               THRU CPRF-1000-GET-CHANNEL-X.

           IF  WCPRF-ROUTE-PAPER
               PERFORM  6100-WRITE-NTUN
                   THRU 6100-WRITE-NTUN-X
           END-IF.

           IF  WCPRF-ROUTE-ELECTRONIC
               MOVE RPOL-POL-ID         TO WCNTQ-RQST-POL-ID
               MOVE RNTUN-SEQ-REC-INFO  TO WCNTQ-RQST-NTC-IMAGE-TXT
               PERFORM  CPRF-2000-QUEUE-NOTICE
                   THRU CPRF-2000-QUEUE-NOTICE-X
               ADD 1                    TO WS-NOTICE-CNT
           END-IF.

           SET  RNTUN-RCPNT-AGENT       TO TRUE.
           PERFORM  6100-WRITE-NTUN
               THRU 6100-WRITE-NTUN-X.

       6000-WRITE-NOTICES-X.
           EXIT.

      *------------------
       6100-WRITE-NTUN.
      *------------------

           MOVE TFCMD-WRITE-RECORD      TO WNTUN-SEQ-IO-COMMAND.
           WRITE RNTUN-SEQ-REC-INFO.
           IF  WNTUN-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9710-HANDLE-NTUN-ERROR
                   THRU 9710-HANDLE-NTUN-ERROR-X
           END-IF.

           ADD 1                        TO WS-NOTICE-CNT.

       6100-WRITE-NTUN-X.
           EXIT.
      /
      *-----------------------
       7000-FEED-NOT-ISSUED.
      *-----------------------

      *
      *  EVERY AGENT SHARING THE CASE UNDER THE COMMISSION SPLIT IS
      *  TOLD IT WILL NOT ISSUE, ELSE THE SERVICING AGENT ALONE.
      *
           IF  WS-SPLT-OPEN
               MOVE RPOL-POL-ID         TO WSPLT-RQST-POL-ID
               MOVE WGLOB-PROCESS-DATE  TO WSPLT-RQST-AS-OF-DT
               PERFORM  SPLT-1000-GET-AS-OF
                   THRU SPLT-1000-GET-AS-OF-X
               IF  WSPLT-FND
                   PERFORM  7100-FEED-SPLIT-PARTY
                       THRU 7100-FEED-SPLIT-PARTY-X
                            VARYING WS-SUB2 FROM 1 BY 1
                              UNTIL WS-SUB2 > WSPLT-FND-AGT-CNT
                   GO TO 7000-FEED-NOT-ISSUED-X
               END-IF
           END-IF.

           MOVE RPOL-SERV-AGT-ID        TO WS-FEED-AGT-ID.
           PERFORM  7200-WRITE-FEED
               THRU 7200-WRITE-FEED-X.

       7000-FEED-NOT-ISSUED-X.
           EXIT.

      *------------------------
       7100-FEED-SPLIT-PARTY.
      *------------------------

           MOVE WSPLT-FND-AGT-ID (WS-SUB2) TO WS-FEED-AGT-ID.
           PERFORM  7200-WRITE-FEED
               THRU 7200-WRITE-FEED-X.

       7100-FEED-SPLIT-PARTY-X.
           EXIT.

      *------------------
       7200-WRITE-FEED.
      *------------------

           MOVE SPACES                  TO RCBTX-SEQ-REC-INFO.
           MOVE WS-FEED-AGT-ID          TO RCBTX-AGT-ID.
           MOVE RPOL-POL-ID             TO RCBTX-POL-ID.
           SET  RCBTX-TRXN-NOT-ISSUED   TO TRUE.
           MOVE ZERO                    TO RCBTX-CHRGBK-AMT.
           MOVE WGLOB-PROCESS-DATE      TO RCBTX-TERM-DT.
           MOVE WS-TERM-TYP-CD          TO RCBTX-TERM-TYP-CD.

           MOVE TFCMD-WRITE-RECORD      TO WNBCB-SEQ-IO-COMMAND.
           WRITE RCBTX-SEQ-REC-INFO.
           IF  WNBCB-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9720-HANDLE-NBCB-ERROR
                   THRU 9720-HANDLE-NBCB-ERROR-X
           END-IF.

           ADD 1                        TO WS-FEED-CNT.

       7200-WRITE-FEED-X.
           EXIT.
      /
      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

           MOVE RPOL-POL-ID             TO P-POL-ID.
           MOVE RPOL-HLDR-CLI-ID        TO P-CLI-ID.
           MOVE RPOL-SERV-AGT-ID        TO P-AGT-ID.
           MOVE RPOL-SERV-BR-ID         TO P-BR-ID.
           MOVE RPOL-POL-APP-RECV-DT    TO P-RECV-DT.
           MOVE WS-STG-CD               TO P-STG-CD.
           IF  WS-STG-CD NOT = SPACES
               MOVE WS-AGE-DAYS         TO P-AGE-DAYS
           END-IF.
           IF  WS-CWA-RFND-AMT > ZERO
               MOVE WS-CWA-RFND-AMT     TO P-CWA-AMT
           ELSE
               MOVE RPOL-POL-CWA-SUSP-AMT
                                        TO P-CWA-AMT
           END-IF.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  8410-SPOOL-DETAIL-LINE
               THRU 8410-SPOOL-DETAIL-LINE-X.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.

      *-----------------------
       8410-SPOOL-DETAIL-LINE.
      *-----------------------

      *
      *  THE LINE IS ALSO SPOOLED FOR THE REPORT DISTRIBUTION RUN,
      *  WHICH BURSTS THE REPORT BY BRANCH OR AGENT.
      *
           MOVE P-DETAIL-LINE           TO L0040-INPUT-LINE.
           MOVE P-HEAD-LINE-3           TO L0040-HDG-LINE-3.
           MOVE RPOL-POL-ID             TO L0040-DIST-POL-ID.
           MOVE RPOL-SERV-BR-ID         TO L0040-DIST-BR-ID.
           MOVE RPOL-SERV-AGT-ID        TO L0040-DIST-AGT-ID.

           PERFORM  0040-5000-WRITE-DIST
               THRU 0040-5000-WRITE-DIST-X.

           IF  L0040-RETURN-CODE = 'N'
      *MSG: (S) REPORT DISTRIBUTION SPOOL COULD NOT BE WRITTEN
               MOVE 'ZSNBAG0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

       8410-SPOOL-DETAIL-LINE-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-STG-HEAD-LINE          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  8610-PRINT-STAGE
               THRU 8610-PRINT-STAGE-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > 3.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE SPACES                   TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  8620-PRINT-BRANCH
               THRU 8620-PRINT-BRANCH-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-BR-CNT.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE SPACES                   TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  8630-PRINT-AGENT
               THRU 8630-PRINT-AGENT-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > WS-AGT-CNT.

           MOVE SPACES                   TO P-SUMMARY-LINE-1.
           MOVE WS-PEND-CNT              TO P-PEND-CNT-X.
           MOVE WS-NOT-TAKEN-CNT         TO P-NOT-TAKEN-CNT-X.
           MOVE WS-WTHDR-CNT             TO P-WTHDR-CNT-X.
           MOVE WS-DECLINE-CNT           TO P-DECLINE-CNT-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-SUMMARY-LINE-2.
           MOVE WS-RFND-CNT              TO P-RFND-CNT-X.
           MOVE WS-RFND-TOT-AMT          TO P-RFND-TOT-AMT-X.
           MOVE WS-NOTICE-CNT            TO P-NOTICE-CNT-X.
           MOVE WS-FEED-CNT              TO P-FEED-CNT-X.
           MOVE WS-UPDT-FAIL-CNT         TO P-UPDT-FAIL-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      *-------------------
       8610-PRINT-STAGE.
      *-------------------

           MOVE SPACES                   TO P-STG-LINE.
           MOVE WS-STG-NAME-TXT (WS-SUB) TO P-STG-NAME.
           MOVE WS-STG-BAND-CNT (WS-SUB, 1)
                                         TO P-STG-BAND-CNT (1).
           MOVE WS-STG-BAND-CNT (WS-SUB, 2)
                                         TO P-STG-BAND-CNT (2).
           MOVE WS-STG-BAND-CNT (WS-SUB, 3)
                                         TO P-STG-BAND-CNT (3).
           MOVE WS-STG-BAND-CNT (WS-SUB, 4)
                                         TO P-STG-BAND-CNT (4).

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-STG-LINE               TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8610-PRINT-STAGE-X.
           EXIT.

      *--------------------
       8620-PRINT-BRANCH.
      *--------------------

           MOVE SPACES                   TO P-BR-LINE.
           MOVE WS-BR-ID        (WS-SUB) TO P-BR-SUM-ID.
           MOVE WS-BR-PEND-CNT  (WS-SUB) TO P-BR-PEND-X.
           MOVE WS-BR-CLOS-CNT  (WS-SUB) TO P-BR-CLOS-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-BR-LINE                TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8620-PRINT-BRANCH-X.
           EXIT.

      *-------------------
       8630-PRINT-AGENT.
      *-------------------

           MOVE SPACES                   TO P-AGT-LINE.
           MOVE WS-AGT-ID       (WS-SUB) TO P-AGT-SUM-ID.
           MOVE WS-AGT-PEND-CNT (WS-SUB) TO P-AGT-PEND-X.
           MOVE WS-AGT-CLOS-CNT (WS-SUB) TO P-AGT-CLOS-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-AGT-LINE               TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8630-PRINT-AGENT-X.
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

      *
      *  NO DELIVERY, REQUIREMENT OR SPLIT MASTER YET SIMPLY MEANS
      *  NO ROWS ON IT.
      *
           OPEN INPUT DLVS-FILE.
           IF  WDLVS-IO-OK
               SET WS-DLVS-OPEN         TO TRUE
           END-IF.

           OPEN INPUT UWRM-FILE.
           IF  WUWRM-IO-OK
               SET WS-UWRM-OPEN         TO TRUE
           END-IF.

           OPEN INPUT SPLT-FILE.
           IF  WSPLT-IO-OK
               SET WS-SPLT-OPEN         TO TRUE
           ELSE
               IF  NOT WSPLT-IO-NOFILE
                   MOVE WSPLT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WSPLT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           MOVE TFCMD-OPEN-O-FILE      TO WDSBQ-SEQ-IO-COMMAND.
           OPEN EXTEND DSBQ-DATA-FILE.
           IF  WDSBQ-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT DSBQ-DATA-FILE
           END-IF.
           IF  WDSBQ-SEQ-FILE-STATUS NOT = '00'
              PERFORM 9700-HANDLE-DSBQ-ERROR
                 THRU 9700-HANDLE-DSBQ-ERROR-X
           END-IF.

           MOVE TFCMD-OPEN-O-FILE      TO WNTUN-SEQ-IO-COMMAND.
           OPEN OUTPUT NTUN-DATA-FILE.
           IF  WNTUN-SEQ-FILE-STATUS NOT = '00'
              PERFORM 9710-HANDLE-NTUN-ERROR
                 THRU 9710-HANDLE-NTUN-ERROR-X
           END-IF.

      *
      *  THE NOT-ISSUED FEED IS APPENDED DAILY AND SORTED WITH THE
      *  CHARGEBACK EXTRACT (ZSCBTX) AHEAD OF THE MONTHLY STATEMENT.
      *
           MOVE TFCMD-OPEN-O-FILE      TO WNBCB-SEQ-IO-COMMAND.
           OPEN EXTEND NBCB-DATA-FILE.
           IF  WNBCB-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT NBCB-DATA-FILE
           END-IF.
           IF  WNBCB-SEQ-FILE-STATUS NOT = '00'
              PERFORM 9720-HANDLE-NBCB-ERROR
                 THRU 9720-HANDLE-NBCB-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-PEND-CNT              TO WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSNBAG0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL PENDING APPLICATIONS AGED @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  CPRF-9000-CLOSE
               THRU CPRF-9000-CLOSE-X.

           PERFORM  0040-6000-CLOSE-DIST
               THRU 0040-6000-CLOSE-DIST-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-DLVS-OPEN
               CLOSE DLVS-FILE
           END-IF.
           IF  WS-UWRM-OPEN
               CLOSE UWRM-FILE
           END-IF.
           IF  WS-SPLT-OPEN
               CLOSE SPLT-FILE
           END-IF.
           CLOSE DSBQ-DATA-FILE.
           CLOSE NTUN-DATA-FILE.
           CLOSE NBCB-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *-----------------------
       9700-HANDLE-DSBQ-ERROR.
      *-----------------------

           MOVE WDSBQ-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WDSBQ-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WDSBQ-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-DSBQ-ERROR-X.
           EXIT.

      *-----------------------
       9710-HANDLE-NTUN-ERROR.
      *-----------------------

           MOVE WNTUN-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WNTUN-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WNTUN-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-NTUN-ERROR-X.
           EXIT.

      *-----------------------
       9720-HANDLE-NBCB-ERROR.
      *-----------------------

           MOVE WNBCB-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WNBCB-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WNBCB-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9720-HANDLE-NBCB-ERROR-X.
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
      * TITLE / HEADING BUILD AND DISTRIBUTION SPOOL
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
      * POLICY BROWSE AND UPDATE
      *
       COPY CCPTPOL.
       COPY CCPUPOL.
      *
      * POLICY CHANGE HISTORY
      *
       COPY CCPCPHST.
      *
      * COMMISSION SPLIT LOOKUP
      *
       COPY CCPPSPLT.
      *
      * CLIENT COMMUNICATION PREFERENCE ROUTING
      *
       COPY CCPPCPRF.
      *
      * SERIAL-DAY DATE ARITHMETIC
      *
       COPY CCPPDAYS.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMNBAG                     **
      *****************************************************************
