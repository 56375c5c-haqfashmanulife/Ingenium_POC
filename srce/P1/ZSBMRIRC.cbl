      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMRIRC.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMRIRC                                         **
      **  REMARKS: QUARTERLY REINSURANCE STATEMENT RECONCILIATION   **
      **           AND NET SETTLEMENT.                              **
      **                                                             **
      **           LOADS WHAT WE CEDED IN THE CONTROL CARD'S        **
      **           QUARTER - THE QUARTER'S BORDEREAUX DETAIL        **
      **           (ZCSRREBX, PREMIUM, AND THE COMMISSION           **
      **           ALLOWANCE AT THE TREATY TERMS RATE, ZCSRRITT)    **
      **           AND THE CLAIM RECOVERABLES RAISED IN THE         **
      **           QUARTER (RECV) - AND THE REINSURER'S ACCOUNT     **
      **           STATEMENT (ZCSRRIST) ONTO THE RECONCILIATION     **
      **           ITEMS (RIOI), COVERAGE BY COVERAGE.  EACH OPEN   **
      **           ITEM IS THEN MATCHED WITHIN THE CONTROL CARD'S   **
      **           TOLERANCE OR CATEGORIZED - MISSING ON THEIR      **
      **           SIDE, MISSING ON OURS, AMOUNT DIFFERENCE OR      **
      **           TIMING - AND LEFT OPEN FOR THE NEXT QUARTER.     **
      **           A NET SETTLEMENT PER TREATY (ZCSRRSTL) SHOWS     **
      **           WHAT WE OWE OR ARE OWED, OUR WAY AND THEIRS,     **
      **           AGAINST THE TREATY CONTROL TOTALS.               **
      **                                                             **
      **  DOMAIN :  RE                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51301**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHRECV.

           COPY CCFHRIOI.

           SELECT RITT-DATA-FILE ASSIGN TO ZSRITT
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WRITT-SEQ-FILE-STATUS.

           SELECT REBX-DATA-FILE ASSIGN TO ZSREBX
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WREBX-SEQ-FILE-STATUS.

           SELECT RIST-DATA-FILE ASSIGN TO ZSRIST
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WRIST-SEQ-FILE-STATUS.

           SELECT RSTL-DATA-FILE ASSIGN TO ZSRSTL
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WRSTL-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWRECV.

       COPY CCFWRIOI.

       FD  RITT-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRRITT.

       FD  REBX-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRREBX.

       FD  RIST-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRRIST.

       FD  RSTL-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRRSTL.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMRIRC'.

       COPY SQLCA.

       COPY CCWWRECV.

       COPY CCWWRIOI.

       01  WRITT-SEQ-IO-WORK-AREA.
           05  WRITT-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'RITT'.
           05  WRITT-SEQ-IO-COMMAND            PIC X(02).
           05  WRITT-SEQ-FILE-STATUS           PIC X(02).
           05  WRITT-SEQ-IO-STATUS             PIC 9(01).
               88  WRITT-SEQ-IO-OK             VALUE 0.
               88  WRITT-SEQ-IO-EOF            VALUE 8.
               88  WRITT-SEQ-IO-ERROR          VALUE 9.

       01  WREBX-SEQ-IO-WORK-AREA.
           05  WREBX-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'REBX'.
           05  WREBX-SEQ-IO-COMMAND            PIC X(02).
           05  WREBX-SEQ-FILE-STATUS           PIC X(02).
           05  WREBX-SEQ-IO-STATUS             PIC 9(01).
               88  WREBX-SEQ-IO-OK             VALUE 0.
               88  WREBX-SEQ-IO-EOF            VALUE 8.
               88  WREBX-SEQ-IO-ERROR          VALUE 9.

       01  WRIST-SEQ-IO-WORK-AREA.
           05  WRIST-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'RIST'.
           05  WRIST-SEQ-IO-COMMAND            PIC X(02).
           05  WRIST-SEQ-FILE-STATUS           PIC X(02).
           05  WRIST-SEQ-IO-STATUS             PIC 9(01).
               88  WRIST-SEQ-IO-OK             VALUE 0.
               88  WRIST-SEQ-IO-EOF            VALUE 8.
               88  WRIST-SEQ-IO-ERROR          VALUE 9.

       01  WRSTL-SEQ-IO-WORK-AREA.
           05  WRSTL-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'RSTL'.
           05  WRSTL-SEQ-IO-COMMAND            PIC X(02).
           05  WRSTL-SEQ-FILE-STATUS           PIC X(02).
           05  WRSTL-SEQ-IO-STATUS             PIC 9(01).
               88  WRSTL-SEQ-IO-OK             VALUE 0.
               88  WRSTL-SEQ-IO-EOF            VALUE 8.
               88  WRSTL-SEQ-IO-ERROR          VALUE 9.

      ****************************************************************
      *    CONTROL CARD - RECONCILIATION QUARTER (YYYYQ) AND MATCH
      *    TOLERANCE
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-RECON-QTR-ID.
               03  CR-RECON-YR                 PIC 9(04).
               03  CR-RECON-QTR-NUM            PIC 9(01).
           02  CR-MATCH-TOLRNC-AMT             PIC 9(05).
           02  FILLER                          PIC X(63).

       01  WS-WORK-AREA.
           05  WS-QTR-FRST-MM            PIC 9(02).
           05  WS-QTR-LAST-MM            PIC 9(02).
           05  WS-DIFF-AMT               PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-ALLOW-AMT              PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-DT-WORK.
               10  WS-DT-YYYY            PIC 9(04).
               10  FILLER                PIC X(01).
               10  WS-DT-MM              PIC 9(02).
               10  FILLER                PIC X(03).
           05  WS-CTL-BAL-SW             PIC X(01).
               88  WS-CTL-IN-BALANCE               VALUE 'Y'.

      ****************************************************************
      *    ONE ITEM TO POST TO THE RECONCILIATION ITEMS
      ****************************************************************

       01  WS-POST-AREA.
           05  WS-POST-KEY.
               10  WS-POST-REINSR-ID     PIC X(05).
               10  WS-POST-TRTY-ID       PIC X(08).
               10  WS-POST-QTR-ID.
                   15  WS-POST-QTR-YR    PIC 9(04).
                   15  WS-POST-QTR-NUM   PIC 9(01).
               10  WS-POST-POL-ID        PIC X(10).
               10  WS-POST-CVG-NUM       PIC 9(03).
               10  WS-POST-ITEM-TYP-CD   PIC X(01).
               10  WS-POST-CLM-ID        PIC X(07).
           05  WS-POST-AMT               PIC S9(13)V99 COMP-3.
           05  WS-POST-SIDE-CD           PIC X(01).
               88  WS-POST-OURS                    VALUE 'O'.
               88  WS-POST-THEIRS                  VALUE 'T'.
           05  WS-POST-LATE-SW           PIC X(01).

      ****************************************************************
      *    TREATY SETTLEMENT TABLE
      ****************************************************************

       01  WS-TRTY-TABLE-AREA.
           05  WS-TRTY-MAX               PIC S9(04) COMP VALUE +200.
           05  WS-TRTY-CNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-TRTY-IX                PIC S9(04) COMP.
           05  WS-SUB                    PIC S9(04) COMP.
           05  WS-FIND-REINSR-ID         PIC X(05).
           05  WS-FIND-TRTY-ID           PIC X(08).
           05  WS-TRTY-ENTRY             OCCURS 200 TIMES.
               10  WS-TRTY-REINSR-ID     PIC X(05).
               10  WS-TRTY-ID            PIC X(08).
               10  WS-TRTY-ALLOW-PCT     PIC 9(03)V99.
               10  WS-TRTY-OUR-PREM-AMT  PIC S9(13)V99 COMP-3.
               10  WS-TRTY-OUR-ALLOW-AMT PIC S9(13)V99 COMP-3.
               10  WS-TRTY-OUR-RECVR-AMT PIC S9(13)V99 COMP-3.
               10  WS-TRTY-THR-PREM-AMT  PIC S9(13)V99 COMP-3.
               10  WS-TRTY-THR-ALLOW-AMT PIC S9(13)V99 COMP-3.
               10  WS-TRTY-THR-RECVR-AMT PIC S9(13)V99 COMP-3.
               10  WS-TRTY-CTL-PREM-AMT  PIC S9(13)V99 COMP-3.
               10  WS-TRTY-STM-PREM-AMT  PIC S9(13)V99 COMP-3.
               10  WS-TRTY-STM-ALLOW-AMT PIC S9(13)V99 COMP-3.
               10  WS-TRTY-STM-RECVR-AMT PIC S9(13)V99 COMP-3.
               10  WS-TRTY-STM-TOT-SW    PIC X(01).
                   88  WS-TRTY-STM-TOT-SEEN        VALUE 'Y'.
               10  WS-TRTY-OPEN-CNT      PIC S9(07) COMP-3.

       01  WS-REPORT-TOTALS.
           05  WS-MATCHED-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-TMG-CLR-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-OPEN-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-REJECT-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-MISS-THR-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-MISS-OUR-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-AMT-DIFF-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-TIMING-CNT           PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'REINSURANCE STATEMENT RECONCILIATION  QTR:  '.
           03  P-HEAD-QTR-ID               PIC X(05).

       01  P-ITEM-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(30)
               VALUE 'REINS TREATY   QTR   POLICY   '.
           03  FILLER                      PIC X(30)
               VALUE '  CVG I CLAIM              OUR'.
           03  FILLER                      PIC X(36)
               VALUE '           THEIRS  DISPOSITION      '.

       01  P-ITEM-LINE.
           03  FILLER                      PIC X(01).
           03  P-REINSR-ID                 PIC X(05).
           03  FILLER                      PIC X(01).
           03  P-TRTY-ID                   PIC X(08).
           03  FILLER                      PIC X(01).
           03  P-QTR-ID                    PIC X(05).
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-CVG-NUM                   PIC ZZ9.
           03  FILLER                      PIC X(01).
           03  P-ITEM-TYP-CD               PIC X(01).
           03  FILLER                      PIC X(01).
           03  P-CLM-ID                    PIC X(07).
           03  FILLER                      PIC X(01).
           03  P-OUR-AMT                   PIC Z(11)9.99-.
           03  FILLER                      PIC X(01).
           03  P-THEIR-AMT                 PIC Z(11)9.99-.
           03  FILLER                      PIC X(02).
           03  P-DISP                      PIC X(18).

       01  P-STTL-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(30)
               VALUE 'REINS TREATY   SIDE           '.
           03  FILLER                      PIC X(30)
               VALUE 'PREMIUM        ALLOWANCE      '.
           03  FILLER                      PIC X(30)
               VALUE '  RECOVERIES              NET '.
           03  FILLER                      PIC X(12)
               VALUE ' SETTLEMENT '.

       01  P-STTL-LINE.
           03  FILLER                      PIC X(01).
           03  P-STTL-REINSR-ID            PIC X(05).
           03  FILLER                      PIC X(01).
           03  P-STTL-TRTY-ID              PIC X(08).
           03  FILLER                      PIC X(01).
           03  P-STTL-SIDE                 PIC X(06).
           03  P-STTL-PREM-AMT             PIC Z(11)9.99-.
           03  P-STTL-ALLOW-AMT            PIC Z(11)9.99-.
           03  P-STTL-RECVR-AMT            PIC Z(11)9.99-.
           03  P-STTL-NET-AMT              PIC Z(11)9.99-.
           03  FILLER                      PIC X(02).
           03  P-STTL-NOTE                 PIC X(30).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(09)
               VALUE 'MATCHED: '.
           03  P-MATCHED-CNT-X             PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE 'TIMING CLEARED: '.
           03  P-TMG-CLR-CNT-X             PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(12)
               VALUE 'LEFT OPEN:  '.
           03  P-OPEN-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(10)
               VALUE 'REJECTED: '.
           03  P-REJECT-CNT-X              PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'MISSING THEIRS: '.
           03  P-MISS-THR-CNT-X            PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(14)
               VALUE 'MISSING OURS: '.
           03  P-MISS-OUR-CNT-X            PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(13)
               VALUE 'AMOUNT DIFF: '.
           03  P-AMT-DIFF-CNT-X            PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(08)
               VALUE 'TIMING: '.
           03  P-TIMING-CNT-X              PIC ZZZZZZ9.

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

           PERFORM  1000-LOAD-TREATY-TERMS
               THRU 1000-LOAD-TREATY-TERMS-X
                    UNTIL WRITT-SEQ-IO-EOF.

           PERFORM  2000-LOAD-BORDEREAUX
               THRU 2000-LOAD-BORDEREAUX-X
                    UNTIL WREBX-SEQ-IO-EOF.

           PERFORM  2500-LOAD-RECOVERABLES
               THRU 2500-LOAD-RECOVERABLES-X.

           PERFORM  3000-LOAD-STATEMENT
               THRU 3000-LOAD-STATEMENT-X
                    UNTIL WRIST-SEQ-IO-EOF.

           PERFORM  4000-MATCH-ITEMS
               THRU 4000-MATCH-ITEMS-X.

           PERFORM  5000-SETTLEMENT
               THRU 5000-SETTLEMENT-X.

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
      *MSG: (S) MISSING RECONCILIATION QUARTER CONTROL CARD
               MOVE 'ZSRIRC0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           IF  CR-RECON-YR      NOT NUMERIC
           OR  CR-RECON-QTR-NUM NOT NUMERIC
           OR  CR-RECON-QTR-NUM < 1
           OR  CR-RECON-QTR-NUM > 4
      *MSG: (S) RECONCILIATION QUARTER @1 IS NOT A VALID YYYYQ
               MOVE CR-RECON-QTR-ID     TO WGLOB-MSG-PARM (1)
               MOVE 'ZSRIRC0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           IF  CR-MATCH-TOLRNC-AMT NOT NUMERIC
               MOVE ZERO                TO CR-MATCH-TOLRNC-AMT
           END-IF.

           COMPUTE WS-QTR-LAST-MM = CR-RECON-QTR-NUM * 3.
           COMPUTE WS-QTR-FRST-MM = WS-QTR-LAST-MM - 2.

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

           MOVE CR-RECON-QTR-ID         TO P-HEAD-QTR-ID.
           PERFORM  8450-WRITE-DETAIL-HEADING
              THRU 8450-WRITE-DETAIL-HEADING-X.

           PERFORM  9500-RITT-READ
              THRU 9500-RITT-READ-X.

           PERFORM  9500-REBX-READ
              THRU 9500-REBX-READ-X.

           PERFORM  9500-RIST-READ
              THRU 9500-RIST-READ-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------------
       1000-LOAD-TREATY-TERMS.
      *---------------------------

           MOVE RRITT-REINSR-ID         TO WS-FIND-REINSR-ID.
           MOVE RRITT-TRTY-ID           TO WS-FIND-TRTY-ID.
           PERFORM  1900-FIND-TREATY
               THRU 1900-FIND-TREATY-X.

           IF  RRITT-ALLOW-PCT-TXT NOT NUMERIC
      *MSG: (W) TREATY @1 ALLOWANCE PERCENT NOT NUMERIC - ZERO USED
               MOVE RRITT-TRTY-ID       TO WGLOB-MSG-PARM (1)
               MOVE 'ZSRIRC0004'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               MOVE ZERO         TO WS-TRTY-ALLOW-PCT (WS-TRTY-IX)
           ELSE
               MOVE RRITT-ALLOW-PCT
                                 TO WS-TRTY-ALLOW-PCT (WS-TRTY-IX)
           END-IF.

           PERFORM  9500-RITT-READ
               THRU 9500-RITT-READ-X.

       1000-LOAD-TREATY-TERMS-X.
           EXIT.

      *--------------------
       1900-FIND-TREATY.
      *--------------------

      *
      *  THE TREATY'S SETTLEMENT ENTRY, ADDED THE FIRST TIME THE
      *  TREATY IS SEEN FROM ANY SOURCE.
      *
           MOVE ZERO                    TO WS-TRTY-IX.

           PERFORM  1910-TEST-ONE-TREATY
               THRU 1910-TEST-ONE-TREATY-X
               VARYING WS-SUB FROM 1 BY 1
               UNTIL   WS-SUB > WS-TRTY-CNT
               OR      WS-TRTY-IX > ZERO.

           IF  WS-TRTY-IX > ZERO
               GO TO 1900-FIND-TREATY-X
           END-IF.

           IF  WS-TRTY-CNT NOT < WS-TRTY-MAX
      *MSG: (S) MORE TREATIES THAN THE SETTLEMENT TABLE LIMIT
               MOVE 'ZSRIRC0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           ADD 1                        TO WS-TRTY-CNT.
           MOVE WS-TRTY-CNT             TO WS-TRTY-IX.
           MOVE WS-FIND-REINSR-ID  TO WS-TRTY-REINSR-ID (WS-TRTY-IX).
           MOVE WS-FIND-TRTY-ID    TO WS-TRTY-ID        (WS-TRTY-IX).
           MOVE 'N'                TO WS-TRTY-STM-TOT-SW (WS-TRTY-IX).
           MOVE ZERO TO WS-TRTY-ALLOW-PCT     (WS-TRTY-IX)
                         WS-TRTY-OUR-PREM-AMT  (WS-TRTY-IX)
                         WS-TRTY-OUR-ALLOW-AMT (WS-TRTY-IX)
                         WS-TRTY-OUR-RECVR-AMT (WS-TRTY-IX)
                         WS-TRTY-THR-PREM-AMT  (WS-TRTY-IX)
                         WS-TRTY-THR-ALLOW-AMT (WS-TRTY-IX)
                         WS-TRTY-THR-RECVR-AMT (WS-TRTY-IX)
                         WS-TRTY-CTL-PREM-AMT  (WS-TRTY-IX)
                         WS-TRTY-STM-PREM-AMT  (WS-TRTY-IX)
                         WS-TRTY-STM-ALLOW-AMT (WS-TRTY-IX)
                         WS-TRTY-STM-RECVR-AMT (WS-TRTY-IX)
                         WS-TRTY-OPEN-CNT      (WS-TRTY-IX).

       1900-FIND-TREATY-X.
           EXIT.

      *------------------------
       1910-TEST-ONE-TREATY.
      *------------------------

           IF  WS-TRTY-REINSR-ID (WS-SUB) = WS-FIND-REINSR-ID
           AND WS-TRTY-ID        (WS-SUB) = WS-FIND-TRTY-ID
               MOVE WS-SUB              TO WS-TRTY-IX
           END-IF.

       1910-TEST-ONE-TREATY-X.
           EXIT.
      /
      *---------------------------
       2000-LOAD-BORDEREAUX.
      *---------------------------

      *
      *  THE QUARTER'S THREE MONTHLY BORDEREAUX, ONE AFTER THE
      *  OTHER.  A COVERAGE'S MONTHS ADD UP ON ONE PREMIUM ITEM
      *  AND ONE ALLOWANCE ITEM; THE TREATY CONTROL TOTALS ADD UP
      *  FOR THE BALANCE CHECK ON THE SETTLEMENT.
      *
           MOVE RREBX-REINSR-ID         TO WS-FIND-REINSR-ID.
           MOVE RREBX-TRTY-ID           TO WS-FIND-TRTY-ID.
           PERFORM  1900-FIND-TREATY
               THRU 1900-FIND-TREATY-X.

           IF  RREBX-REC-TRTY-TOTAL
               ADD RREBX-TOT-CEDED-PREM-AMT
                             TO WS-TRTY-CTL-PREM-AMT (WS-TRTY-IX)
               GO TO 2000-NEXT-BORDEREAUX
           END-IF.

           IF  NOT RREBX-REC-DETAIL
               GO TO 2000-NEXT-BORDEREAUX
           END-IF.

           COMPUTE WS-ALLOW-AMT ROUNDED =
               RREBX-CEDED-PREM-AMT
             * WS-TRTY-ALLOW-PCT (WS-TRTY-IX) / 100.

           ADD RREBX-CEDED-PREM-AMT
                             TO WS-TRTY-OUR-PREM-AMT  (WS-TRTY-IX).
           ADD WS-ALLOW-AMT  TO WS-TRTY-OUR-ALLOW-AMT (WS-TRTY-IX).

           MOVE SPACES                  TO WS-POST-KEY.
           MOVE RREBX-REINSR-ID         TO WS-POST-REINSR-ID.
           MOVE RREBX-TRTY-ID           TO WS-POST-TRTY-ID.
           MOVE CR-RECON-QTR-ID         TO WS-POST-QTR-ID.
           MOVE RREBX-POL-ID            TO WS-POST-POL-ID.
           MOVE RREBX-CVG-NUM           TO WS-POST-CVG-NUM.
           SET  WS-POST-OURS            TO TRUE.
           MOVE 'N'                     TO WS-POST-LATE-SW.

           MOVE 'P'                     TO WS-POST-ITEM-TYP-CD.
           MOVE RREBX-CEDED-PREM-AMT    TO WS-POST-AMT.
           PERFORM  6000-POST-ITEM
               THRU 6000-POST-ITEM-X.

           IF  WS-TRTY-ALLOW-PCT (WS-TRTY-IX) > ZERO
               MOVE 'A'                 TO WS-POST-ITEM-TYP-CD
               MOVE WS-ALLOW-AMT        TO WS-POST-AMT
               PERFORM  6000-POST-ITEM
                   THRU 6000-POST-ITEM-X
           END-IF.

       2000-NEXT-BORDEREAUX.

           PERFORM  9500-REBX-READ
               THRU 9500-REBX-READ-X.

       2000-LOAD-BORDEREAUX-X.
           EXIT.

      *----------------------------
       2500-LOAD-RECOVERABLES.
      *----------------------------

      *
      *  EVERY RECOVERABLE RAISED IN THE QUARTER IS A CLAIM
      *  RECOVERY THE REINSURER SHOULD SHOW.  NO RECOVERABLE
      *  MASTER YET MEANS NO RECOVERIES.
      *
           OPEN INPUT RECV-FILE.
           IF  WRECV-IO-NOFILE
               GO TO 2500-LOAD-RECOVERABLES-X
           END-IF.
           IF  NOT WRECV-IO-OK
               MOVE WRECV-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WRECV-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           MOVE LOW-VALUES              TO WRECV-KEY.

           START RECV-FILE
               KEY IS GREATER THAN WRECV-KEY
               INVALID KEY
                   MOVE '23'            TO WRECV-SEQ-FILE-STATUS
           END-START.

           PERFORM  2510-ONE-RECOVERABLE
               THRU 2510-ONE-RECOVERABLE-X
                    UNTIL NOT WRECV-IO-OK.

           CLOSE RECV-FILE.

       2500-LOAD-RECOVERABLES-X.
           EXIT.

      *--------------------------
       2510-ONE-RECOVERABLE.
      *--------------------------

           READ RECV-FILE NEXT
               AT END
                   MOVE '10'            TO WRECV-SEQ-FILE-STATUS
                   GO TO 2510-ONE-RECOVERABLE-X
           END-READ.

           IF  NOT WRECV-IO-OK
               GO TO 2510-ONE-RECOVERABLE-X
           END-IF.

           MOVE WRECV-RAISED-DT         TO WS-DT-WORK.
           IF  WS-DT-YYYY NOT = CR-RECON-YR
           OR  WS-DT-MM < WS-QTR-FRST-MM
           OR  WS-DT-MM > WS-QTR-LAST-MM
               GO TO 2510-ONE-RECOVERABLE-X
           END-IF.

           MOVE WRECV-REINSR-ID         TO WS-FIND-REINSR-ID.
           MOVE WRECV-TRTY-ID           TO WS-FIND-TRTY-ID.
           PERFORM  1900-FIND-TREATY
               THRU 1900-FIND-TREATY-X.

           ADD WRECV-RECVR-AMT
                             TO WS-TRTY-OUR-RECVR-AMT (WS-TRTY-IX).

           MOVE SPACES                  TO WS-POST-KEY.
           MOVE WRECV-REINSR-ID         TO WS-POST-REINSR-ID.
           MOVE WRECV-TRTY-ID           TO WS-POST-TRTY-ID.
           MOVE CR-RECON-QTR-ID         TO WS-POST-QTR-ID.
           MOVE WRECV-POL-ID            TO WS-POST-POL-ID.
           MOVE WRECV-CVG-NUM           TO WS-POST-CVG-NUM.
           MOVE 'C'                     TO WS-POST-ITEM-TYP-CD.
           MOVE WRECV-CLM-ID            TO WS-POST-CLM-ID.
           MOVE WRECV-RECVR-AMT         TO WS-POST-AMT.
           SET  WS-POST-OURS            TO TRUE.

      *
      *  A RECOVERY RAISED IN THE LAST MONTH OF THE QUARTER MAY
      *  NOT HAVE REACHED THE REINSURER'S BOOKS YET.
      *
           IF  WS-DT-MM = WS-QTR-LAST-MM
               MOVE 'Y'                 TO WS-POST-LATE-SW
           ELSE
               MOVE 'N'                 TO WS-POST-LATE-SW
           END-IF.

           PERFORM  6000-POST-ITEM
               THRU 6000-POST-ITEM-X.

       2510-ONE-RECOVERABLE-X.
           EXIT.
      /
      *--------------------------
       3000-LOAD-STATEMENT.
      *--------------------------

           MOVE RRIST-REINSR-ID         TO WS-FIND-REINSR-ID.
           MOVE RRIST-TRTY-ID           TO WS-FIND-TRTY-ID.
           PERFORM  1900-FIND-TREATY
               THRU 1900-FIND-TREATY-X.

           IF  RRIST-REC-TRTY-TOTAL
               PERFORM  3100-STATEMENT-TOTALS
                   THRU 3100-STATEMENT-TOTALS-X
               GO TO 3000-NEXT-STATEMENT
           END-IF.

           IF  NOT RRIST-REC-DETAIL
           OR  NOT RRIST-ITEM-VALID
           OR  RRIST-AMT-TXT NOT NUMERIC
           OR  RRIST-ACCT-YR NOT NUMERIC
           OR  RRIST-ACCT-MM NOT NUMERIC
           OR  RRIST-ACCT-MM < 1
           OR  RRIST-ACCT-MM > 12
               PERFORM  3200-REJECT-LINE
                   THRU 3200-REJECT-LINE-X
               GO TO 3000-NEXT-STATEMENT
           END-IF.

           EVALUATE TRUE
               WHEN RRIST-ITEM-PREM
                   ADD RRIST-AMT TO WS-TRTY-THR-PREM-AMT  (WS-TRTY-IX)
               WHEN RRIST-ITEM-ALLOW
                   ADD RRIST-AMT TO WS-TRTY-THR-ALLOW-AMT (WS-TRTY-IX)
               WHEN RRIST-ITEM-RECVR
                   ADD RRIST-AMT TO WS-TRTY-THR-RECVR-AMT (WS-TRTY-IX)
           END-EVALUATE.

      *
      *  THE ITEM BELONGS TO THE ACCOUNT PERIOD IT RELATES TO, SO
      *  ONE THE REINSURER BOOKS A QUARTER LATE MEETS OUR ITEM
      *  CARRIED FORWARD.
      *
           MOVE SPACES                  TO WS-POST-KEY.
           MOVE RRIST-REINSR-ID         TO WS-POST-REINSR-ID.
           MOVE RRIST-TRTY-ID           TO WS-POST-TRTY-ID.
           MOVE RRIST-ACCT-YR           TO WS-POST-QTR-YR.
           COMPUTE WS-POST-QTR-NUM = (RRIST-ACCT-MM + 2) / 3.
           MOVE RRIST-POL-ID            TO WS-POST-POL-ID.
           MOVE RRIST-CVG-NUM           TO WS-POST-CVG-NUM.
           MOVE RRIST-ITEM-TYP-CD       TO WS-POST-ITEM-TYP-CD.
           IF  RRIST-ITEM-RECVR
               MOVE RRIST-CLM-ID        TO WS-POST-CLM-ID
           END-IF.
           MOVE RRIST-AMT               TO WS-POST-AMT.
           SET  WS-POST-THEIRS          TO TRUE.
           MOVE 'N'                     TO WS-POST-LATE-SW.

           PERFORM  6000-POST-ITEM
               THRU 6000-POST-ITEM-X.

       3000-NEXT-STATEMENT.

           PERFORM  9500-RIST-READ
               THRU 9500-RIST-READ-X.

       3000-LOAD-STATEMENT-X.
           EXIT.

      *---------------------------
       3100-STATEMENT-TOTALS.
      *---------------------------

           IF  RRIST-TOT-PREM-AMT  NOT NUMERIC
           OR  RRIST-TOT-ALLOW-AMT NOT NUMERIC
           OR  RRIST-TOT-RECVR-AMT NOT NUMERIC
               PERFORM  3200-REJECT-LINE
                   THRU 3200-REJECT-LINE-X
               GO TO 3100-STATEMENT-TOTALS-X
           END-IF.

           MOVE 'Y'                TO WS-TRTY-STM-TOT-SW (WS-TRTY-IX).
           ADD RRIST-TOT-PREM-AMT
                             TO WS-TRTY-STM-PREM-AMT  (WS-TRTY-IX).
           ADD RRIST-TOT-ALLOW-AMT
                             TO WS-TRTY-STM-ALLOW-AMT (WS-TRTY-IX).
           ADD RRIST-TOT-RECVR-AMT
                             TO WS-TRTY-STM-RECVR-AMT (WS-TRTY-IX).

       3100-STATEMENT-TOTALS-X.
           EXIT.

      *----------------------
       3200-REJECT-LINE.
      *----------------------

           ADD 1                        TO WS-REJECT-CNT.

           MOVE SPACES                  TO P-ITEM-LINE.
           MOVE RRIST-REINSR-ID         TO P-REINSR-ID.
           MOVE RRIST-TRTY-ID           TO P-TRTY-ID.
           IF  RRIST-REC-DETAIL
               MOVE RRIST-POL-ID        TO P-POL-ID
               MOVE RRIST-ITEM-TYP-CD   TO P-ITEM-TYP-CD
               MOVE RRIST-CLM-ID        TO P-CLM-ID
           END-IF.
           MOVE 'STATEMENT REJECTED'    TO P-DISP.
           PERFORM  8400-WRITE-ITEM-LINE
               THRU 8400-WRITE-ITEM-LINE-X.

       3200-REJECT-LINE-X.
           EXIT.
      /
      *--------------------
       4000-MATCH-ITEMS.
      *--------------------

      *
      *  THE OPEN ITEMS, THIS QUARTER'S AND THOSE CARRIED FORWARD,
      *  IN REINSURER/TREATY ORDER.  WHAT IS LEFT OPEN IS THE
      *  OPEN-ITEMS LIST FOR THE NEXT QUARTER.
      *
           MOVE LOW-VALUES              TO WRIOI-KEY.

           START RIOI-FILE
               KEY IS GREATER THAN WRIOI-KEY
               INVALID KEY
                   MOVE '23'            TO WRIOI-SEQ-FILE-STATUS
           END-START.

           PERFORM  4100-MATCH-ONE-ITEM
               THRU 4100-MATCH-ONE-ITEM-X
                    UNTIL NOT WRIOI-IO-OK.

       4000-MATCH-ITEMS-X.
           EXIT.

      *-----------------------
       4100-MATCH-ONE-ITEM.
      *-----------------------

           READ RIOI-FILE NEXT
               AT END
                   MOVE '10'            TO WRIOI-SEQ-FILE-STATUS
                   GO TO 4100-MATCH-ONE-ITEM-X
           END-READ.

           IF  NOT WRIOI-IO-OK
               GO TO 4100-MATCH-ONE-ITEM-X
           END-IF.

           IF  NOT WRIOI-STAT-OPEN
               GO TO 4100-MATCH-ONE-ITEM-X
           END-IF.

           MOVE SPACES                  TO P-ITEM-LINE.

           IF  WRIOI-OURS-PRESENT
           AND WRIOI-THEIRS-PRESENT
               COMPUTE WS-DIFF-AMT =
                   WRIOI-OUR-AMT - WRIOI-THEIR-AMT
               IF  WS-DIFF-AMT < ZERO
                   COMPUTE WS-DIFF-AMT = ZERO - WS-DIFF-AMT
               END-IF
               IF  WS-DIFF-AMT NOT > CR-MATCH-TOLRNC-AMT
                   PERFORM  4200-CLOSE-ITEM
                       THRU 4200-CLOSE-ITEM-X
                   GO TO 4100-REWRITE-ITEM
               END-IF
               SET  WRIOI-CATG-AMT-DIFF TO TRUE
               ADD 1                    TO WS-AMT-DIFF-CNT
               MOVE 'AMOUNT DIFFERENCE ' TO P-DISP
           ELSE
               PERFORM  4300-ONE-SIDED-ITEM
                   THRU 4300-ONE-SIDED-ITEM-X
           END-IF.

           ADD 1                        TO WS-OPEN-CNT.
           MOVE WRIOI-REINSR-ID         TO WS-FIND-REINSR-ID.
           MOVE WRIOI-TRTY-ID           TO WS-FIND-TRTY-ID.
           PERFORM  1900-FIND-TREATY
               THRU 1900-FIND-TREATY-X.
           ADD 1                   TO WS-TRTY-OPEN-CNT (WS-TRTY-IX).

           PERFORM  8410-PRINT-ITEM
               THRU 8410-PRINT-ITEM-X.

       4100-REWRITE-ITEM.

           MOVE WGLOB-PROCESS-DATE      TO WRIOI-LAST-CHG-DT.
           MOVE TFCMD-REWRITE-RECORD    TO WGLOB-IO-COMMAND.
           REWRITE WRIOI-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WRIOI-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WRIOI-IO-OK
               PERFORM  9710-HANDLE-RIOI-ERROR
                   THRU 9710-HANDLE-RIOI-ERROR-X
           END-IF.

       4100-MATCH-ONE-ITEM-X.
           EXIT.

      *--------------------
       4200-CLOSE-ITEM.
      *--------------------

      *
      *  BOTH SIDES AGREE.  AN ITEM FROM AN EARLIER QUARTER THAT
      *  AGREES NOW WAS A TIMING DIFFERENCE AND IS LISTED AS
      *  CLEARED.
      *
           SET  WRIOI-STAT-MATCHED      TO TRUE.
           MOVE SPACE                   TO WRIOI-CATG-CD.
           MOVE CR-RECON-QTR-ID         TO WRIOI-MATCHED-QTR-ID.
           ADD 1                        TO WS-MATCHED-CNT.

           IF  WRIOI-QTR-ID < CR-RECON-QTR-ID
               ADD 1                    TO WS-TMG-CLR-CNT
               MOVE 'TIMING - CLEARED  ' TO P-DISP
               PERFORM  8410-PRINT-ITEM
                   THRU 8410-PRINT-ITEM-X
           END-IF.

       4200-CLOSE-ITEM-X.
           EXIT.

      *------------------------
       4300-ONE-SIDED-ITEM.
      *------------------------

      *
      *  OURS ONLY - TIMING WHEN RAISED LATE IN THIS QUARTER,
      *  OTHERWISE MISSING ON THEIR SIDE.  THEIRS ONLY - TIMING
      *  WHEN BOOKED AHEAD OF THIS QUARTER, OTHERWISE MISSING ON
      *  OURS.
      *
           IF  WRIOI-OURS-PRESENT
               IF  WRIOI-LATE-IN-QTR
               AND WRIOI-QTR-ID = CR-RECON-QTR-ID
                   SET  WRIOI-CATG-TIMING      TO TRUE
                   ADD 1                       TO WS-TIMING-CNT
                   MOVE 'TIMING            '   TO P-DISP
               ELSE
                   SET  WRIOI-CATG-MISS-THEIRS TO TRUE
                   ADD 1                       TO WS-MISS-THR-CNT
                   MOVE 'MISSING THEIRS    '   TO P-DISP
               END-IF
           ELSE
               IF  WRIOI-QTR-ID > CR-RECON-QTR-ID
                   SET  WRIOI-CATG-TIMING      TO TRUE
                   ADD 1                       TO WS-TIMING-CNT
                   MOVE 'TIMING            '   TO P-DISP
               ELSE
                   SET  WRIOI-CATG-MISS-OURS   TO TRUE
                   ADD 1                       TO WS-MISS-OUR-CNT
                   MOVE 'MISSING OURS      '   TO P-DISP
               END-IF
           END-IF.

       4300-ONE-SIDED-ITEM-X.
           EXIT.
      /
      *--------------------
       5000-SETTLEMENT.
      *--------------------

           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE P-STTL-HEAD-LINE        TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  5100-ONE-TREATY
               THRU 5100-ONE-TREATY-X
               VARYING WS-TRTY-IX FROM 1 BY 1
               UNTIL   WS-TRTY-IX > WS-TRTY-CNT.

       5000-SETTLEMENT-X.
           EXIT.

      *--------------------
       5100-ONE-TREATY.
      *--------------------

           MOVE SPACES                  TO RRSTL-SEQ-REC-INFO.
           MOVE WS-TRTY-REINSR-ID (WS-TRTY-IX) TO RRSTL-REINSR-ID.
           MOVE WS-TRTY-ID        (WS-TRTY-IX) TO RRSTL-TRTY-ID.
           MOVE CR-RECON-QTR-ID         TO RRSTL-QTR-ID.
           MOVE WS-TRTY-OUR-PREM-AMT  (WS-TRTY-IX)
                                        TO RRSTL-OUR-PREM-AMT.
           MOVE WS-TRTY-OUR-ALLOW-AMT (WS-TRTY-IX)
                                        TO RRSTL-OUR-ALLOW-AMT.
           MOVE WS-TRTY-OUR-RECVR-AMT (WS-TRTY-IX)
                                        TO RRSTL-OUR-RECVR-AMT.
           MOVE WS-TRTY-THR-PREM-AMT  (WS-TRTY-IX)
                                        TO RRSTL-THEIR-PREM-AMT.
           MOVE WS-TRTY-THR-ALLOW-AMT (WS-TRTY-IX)
                                        TO RRSTL-THEIR-ALLOW-AMT.
           MOVE WS-TRTY-THR-RECVR-AMT (WS-TRTY-IX)
                                        TO RRSTL-THEIR-RECVR-AMT.

      *
      *  NET IS PREMIUM LESS ALLOWANCE LESS RECOVERIES - POSITIVE,
      *  WE OWE THE REINSURER; NEGATIVE, THE REINSURER OWES US.
      *
           COMPUTE RRSTL-OUR-NET-AMT =
               RRSTL-OUR-PREM-AMT - RRSTL-OUR-ALLOW-AMT
             - RRSTL-OUR-RECVR-AMT.
           COMPUTE RRSTL-THEIR-NET-AMT =
               RRSTL-THEIR-PREM-AMT - RRSTL-THEIR-ALLOW-AMT
             - RRSTL-THEIR-RECVR-AMT.
           MOVE WS-TRTY-OPEN-CNT (WS-TRTY-IX) TO RRSTL-OPEN-ITEM-CNT.

      *
      *  OUR DETAIL MUST ADD TO OUR BORDEREAUX CONTROL TOTALS, AND
      *  THE REINSURER'S DETAIL TO THE TOTALS THEY STATED.
      *
           MOVE 'Y'                     TO WS-CTL-BAL-SW.
           IF  WS-TRTY-CTL-PREM-AMT (WS-TRTY-IX)
                   NOT = WS-TRTY-OUR-PREM-AMT (WS-TRTY-IX)
               MOVE 'N'                 TO WS-CTL-BAL-SW
           END-IF.
           IF  WS-TRTY-STM-TOT-SEEN (WS-TRTY-IX)
               IF  WS-TRTY-STM-PREM-AMT (WS-TRTY-IX)
                       NOT = WS-TRTY-THR-PREM-AMT (WS-TRTY-IX)
               OR  WS-TRTY-STM-ALLOW-AMT (WS-TRTY-IX)
                       NOT = WS-TRTY-THR-ALLOW-AMT (WS-TRTY-IX)
               OR  WS-TRTY-STM-RECVR-AMT (WS-TRTY-IX)
                       NOT = WS-TRTY-THR-RECVR-AMT (WS-TRTY-IX)
                   MOVE 'N'             TO WS-CTL-BAL-SW
               END-IF
           END-IF.
           MOVE WS-CTL-BAL-SW           TO RRSTL-CTL-BAL-CD.

           MOVE TFCMD-WRITE-RECORD      TO WRSTL-SEQ-IO-COMMAND.
           WRITE RRSTL-SEQ-REC-INFO.
           IF WRSTL-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-RSTL-ERROR
                 THRU 9700-HANDLE-RSTL-ERROR-X
           END-IF.

           PERFORM  8420-PRINT-SETTLEMENT
               THRU 8420-PRINT-SETTLEMENT-X.

       5100-ONE-TREATY-X.
           EXIT.
      /
      *------------------
       6000-POST-ITEM.
      *------------------

           MOVE WS-POST-KEY             TO WRIOI-KEY.

           READ RIOI-FILE
               INVALID KEY
                   MOVE '23'            TO WRIOI-SEQ-FILE-STATUS
           END-READ.

           IF  WRIOI-IO-NOTFND
               MOVE SPACES              TO WRIOI-REC-INFO
               MOVE WS-POST-KEY         TO WRIOI-KEY
               MOVE ZERO                TO WRIOI-OUR-AMT
                                           WRIOI-THEIR-AMT
               MOVE 'N'                 TO WRIOI-OUR-SW
                                           WRIOI-THEIR-SW
                                           WRIOI-LATE-SW
           END-IF.

      *
      *  A FURTHER BOOKING ON AN ITEM ALREADY AGREED REOPENS IT.
      *
           SET  WRIOI-STAT-OPEN         TO TRUE.
           MOVE SPACES                  TO WRIOI-MATCHED-QTR-ID.

           IF  WS-POST-OURS
               ADD  WS-POST-AMT         TO WRIOI-OUR-AMT
               MOVE 'Y'                 TO WRIOI-OUR-SW
               IF  WS-POST-LATE-SW = 'Y'
                   MOVE 'Y'             TO WRIOI-LATE-SW
               END-IF
           ELSE
               ADD  WS-POST-AMT         TO WRIOI-THEIR-AMT
               MOVE 'Y'                 TO WRIOI-THEIR-SW
           END-IF.

           MOVE WGLOB-PROCESS-DATE      TO WRIOI-LAST-CHG-DT.

           IF  WRIOI-IO-NOTFND
               MOVE TFCMD-WRITE-RECORD  TO WGLOB-IO-COMMAND
               WRITE WRIOI-REC-INFO
                   INVALID KEY
                       MOVE '22'        TO WRIOI-SEQ-FILE-STATUS
               END-WRITE
           ELSE
               MOVE TFCMD-REWRITE-RECORD
                                        TO WGLOB-IO-COMMAND
               REWRITE WRIOI-REC-INFO
                   INVALID KEY
                       MOVE '99'        TO WRIOI-SEQ-FILE-STATUS
               END-REWRITE
           END-IF.

           IF  NOT WRIOI-IO-OK
               PERFORM  9710-HANDLE-RIOI-ERROR
                   THRU 9710-HANDLE-RIOI-ERROR-X
           END-IF.

       6000-POST-ITEM-X.
           EXIT.
      /
      *-----------------------
       8400-WRITE-ITEM-LINE.
      *-----------------------

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-ITEM-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                  TO P-ITEM-LINE.

       8400-WRITE-ITEM-LINE-X.
           EXIT.

      *-------------------
       8410-PRINT-ITEM.
      *-------------------

           MOVE WRIOI-REINSR-ID         TO P-REINSR-ID.
           MOVE WRIOI-TRTY-ID           TO P-TRTY-ID.
           MOVE WRIOI-QTR-ID            TO P-QTR-ID.
           MOVE WRIOI-POL-ID            TO P-POL-ID.
           MOVE WRIOI-CVG-NUM           TO P-CVG-NUM.
           MOVE WRIOI-ITEM-TYP-CD       TO P-ITEM-TYP-CD.
           MOVE WRIOI-CLM-ID            TO P-CLM-ID.
           MOVE WRIOI-OUR-AMT           TO P-OUR-AMT.
           MOVE WRIOI-THEIR-AMT         TO P-THEIR-AMT.
           PERFORM  8400-WRITE-ITEM-LINE
               THRU 8400-WRITE-ITEM-LINE-X.

       8410-PRINT-ITEM-X.
           EXIT.

      *-------------------------
       8420-PRINT-SETTLEMENT.
      *-------------------------

           MOVE SPACES                  TO P-STTL-LINE.
           MOVE RRSTL-REINSR-ID         TO P-STTL-REINSR-ID.
           MOVE RRSTL-TRTY-ID           TO P-STTL-TRTY-ID.
           MOVE 'OURS  '                TO P-STTL-SIDE.
           MOVE RRSTL-OUR-PREM-AMT      TO P-STTL-PREM-AMT.
           MOVE RRSTL-OUR-ALLOW-AMT     TO P-STTL-ALLOW-AMT.
           MOVE RRSTL-OUR-RECVR-AMT     TO P-STTL-RECVR-AMT.
           MOVE RRSTL-OUR-NET-AMT       TO P-STTL-NET-AMT.
           EVALUATE TRUE
               WHEN RRSTL-OUR-NET-AMT > ZERO
                   MOVE 'WE OWE THE REINSURER'  TO P-STTL-NOTE
               WHEN RRSTL-OUR-NET-AMT < ZERO
                   MOVE 'THE REINSURER OWES US' TO P-STTL-NOTE
               WHEN OTHER
                   MOVE 'NOTHING DUE'           TO P-STTL-NOTE
           END-EVALUATE.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-STTL-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                  TO P-STTL-LINE.
           MOVE 'THEIRS'                TO P-STTL-SIDE.
           MOVE RRSTL-THEIR-PREM-AMT    TO P-STTL-PREM-AMT.
           MOVE RRSTL-THEIR-ALLOW-AMT   TO P-STTL-ALLOW-AMT.
           MOVE RRSTL-THEIR-RECVR-AMT   TO P-STTL-RECVR-AMT.
           MOVE RRSTL-THEIR-NET-AMT     TO P-STTL-NET-AMT.
           IF  RRSTL-CTL-OUT-OF-BALANCE
               MOVE 'CONTROL TOTALS OUT OF BALANCE' TO P-STTL-NOTE
           END-IF.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-STTL-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                  TO P-STTL-LINE.
           COMPUTE P-STTL-NET-AMT =
               RRSTL-OUR-NET-AMT - RRSTL-THEIR-NET-AMT.
           MOVE 'DIFF  '                TO P-STTL-SIDE.
           MOVE RRSTL-OPEN-ITEM-CNT     TO WS-DISP-CTR.
           STRING 'OPEN ITEMS: '        DELIMITED BY SIZE
                  WS-DISP-CTR           DELIMITED BY SIZE
                  INTO P-STTL-NOTE.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-STTL-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8420-PRINT-SETTLEMENT-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE SPACES                   TO P-SUMMARY-LINE-1.
           MOVE WS-MATCHED-CNT           TO P-MATCHED-CNT-X.
           MOVE WS-TMG-CLR-CNT           TO P-TMG-CLR-CNT-X.
           MOVE WS-OPEN-CNT              TO P-OPEN-CNT-X.
           MOVE WS-REJECT-CNT            TO P-REJECT-CNT-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-SUMMARY-LINE-2.
           MOVE WS-MISS-THR-CNT          TO P-MISS-THR-CNT-X.
           MOVE WS-MISS-OUR-CNT          TO P-MISS-OUR-CNT-X.
           MOVE WS-AMT-DIFF-CNT          TO P-AMT-DIFF-CNT-X.
           MOVE WS-TIMING-CNT            TO P-TIMING-CNT-X.

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

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-ITEM-HEAD-LINE       TO RPRT1-SEQ-REC-INFO.
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
      *  THE RECONCILIATION ITEMS ARE CREATED ON FIRST USE.
      *
           OPEN I-O RIOI-FILE.
           IF  WRIOI-IO-NOFILE
               OPEN OUTPUT RIOI-FILE
               CLOSE RIOI-FILE
               OPEN I-O RIOI-FILE
           END-IF.
           IF  WRIOI-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
              PERFORM 9710-HANDLE-RIOI-ERROR
                 THRU 9710-HANDLE-RIOI-ERROR-X
           END-IF.

           MOVE ZERO TO WRITT-SEQ-IO-STATUS.
           MOVE TFCMD-OPEN-I-FILE      TO WRITT-SEQ-IO-COMMAND.
           OPEN INPUT RITT-DATA-FILE.
           IF WRITT-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-RITT-ERROR
                 THRU 9700-HANDLE-RITT-ERROR-X
           END-IF.

           MOVE ZERO TO WREBX-SEQ-IO-STATUS.
           MOVE TFCMD-OPEN-I-FILE      TO WREBX-SEQ-IO-COMMAND.
           OPEN INPUT REBX-DATA-FILE.
           IF WREBX-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-REBX-ERROR
                 THRU 9700-HANDLE-REBX-ERROR-X
           END-IF.

           MOVE ZERO TO WRIST-SEQ-IO-STATUS.
           MOVE TFCMD-OPEN-I-FILE      TO WRIST-SEQ-IO-COMMAND.
           OPEN INPUT RIST-DATA-FILE.
           IF WRIST-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-RIST-ERROR
                 THRU 9700-HANDLE-RIST-ERROR-X
           END-IF.

           MOVE ZERO TO WRSTL-SEQ-IO-STATUS.
           MOVE TFCMD-OPEN-O-FILE      TO WRSTL-SEQ-IO-COMMAND.
           OPEN OUTPUT RSTL-DATA-FILE.
           IF WRSTL-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-RSTL-ERROR
                 THRU 9700-HANDLE-RSTL-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-OPEN-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSRIRC0005'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL REINSURANCE ITEMS CARRIED FORWARD OPEN @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE RIOI-FILE.
           CLOSE RITT-DATA-FILE.
           CLOSE REBX-DATA-FILE.
           CLOSE RIST-DATA-FILE.
           CLOSE RSTL-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-RITT-READ.
      *----------------

           MOVE ZERO                   TO WRITT-SEQ-IO-STATUS.
           MOVE TFCMD-READ-RECORD      TO WRITT-SEQ-IO-COMMAND.

           READ RITT-DATA-FILE
                AT END
                  MOVE 8               TO WRITT-SEQ-IO-STATUS
                  GO TO 9500-RITT-READ-X.

           IF WRITT-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-RITT-ERROR
                 THRU 9700-HANDLE-RITT-ERROR-X
           END-IF.

       9500-RITT-READ-X.
           EXIT.

      *----------------
       9500-REBX-READ.
      *----------------

           MOVE ZERO                   TO WREBX-SEQ-IO-STATUS.
           MOVE TFCMD-READ-RECORD      TO WREBX-SEQ-IO-COMMAND.

           READ REBX-DATA-FILE
                AT END
                  MOVE 8               TO WREBX-SEQ-IO-STATUS
                  GO TO 9500-REBX-READ-X.

           IF WREBX-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-REBX-ERROR
                 THRU 9700-HANDLE-REBX-ERROR-X
           END-IF.

       9500-REBX-READ-X.
           EXIT.

      *----------------
       9500-RIST-READ.
      *----------------

           MOVE ZERO                   TO WRIST-SEQ-IO-STATUS.
           MOVE TFCMD-READ-RECORD      TO WRIST-SEQ-IO-COMMAND.

           READ RIST-DATA-FILE
                AT END
                  MOVE 8               TO WRIST-SEQ-IO-STATUS
                  GO TO 9500-RIST-READ-X.

           IF WRIST-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-RIST-ERROR
                 THRU 9700-HANDLE-RIST-ERROR-X
           END-IF.

       9500-RIST-READ-X.
           EXIT.

      *-----------------------
       9700-HANDLE-RITT-ERROR.
      *-----------------------

           MOVE WRITT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WRITT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WRITT-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-RITT-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-REBX-ERROR.
      *-----------------------

           MOVE WREBX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WREBX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WREBX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-REBX-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-RIST-ERROR.
      *-----------------------

           MOVE WRIST-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WRIST-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WRIST-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-RIST-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-RSTL-ERROR.
      *-----------------------

           MOVE WRSTL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WRSTL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WRSTL-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-RSTL-ERROR-X.
           EXIT.

      *-----------------------
       9710-HANDLE-RIOI-ERROR.
      *-----------------------

      *
      *  THE CALLER HAS SET THE I/O COMMAND IN WGLOB-IO-COMMAND.
      *
           MOVE WRIOI-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WRIOI-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-RIOI-ERROR-X.
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
      **                 END OF PROGRAM ZSBMRIRC                     **
      *****************************************************************
