      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMSUSR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMSUSR                                         **
      **  REMARKS:  POLICY SUSPENSE RECONCILIATION TO THE GENERAL    **
      **            LEDGER.  WALKS THE POLICY MASTER AND TOTALS THE  **
      **            SIX TPOL SUSPENSE BUCKETS (PREMIUM, PD, CREDIT   **
      **            CARD, BANK TRANSFER, MISCELLANEOUS AND CASH      **
      **            REFUND) ACROSS ALL POLICIES.  EACH POLICY IS     **
      **            MATCHED, IN POLICY ORDER, TO ITS BALANCES AT THE **
      **            PRIOR RUN (ZCSRSSPB SNAPSHOT) AND TO THE DAY'S   **
      **            SUSPENSE POSTINGS (ZCSRSSPA), SO EACH BUCKET'S   **
      **            MOVEMENT IS EXPLAINED BY ACTIVITY TYPE AND ANY   **
      **            MOVEMENT NO POSTING ACCOUNTS FOR IS ISOLATED BY  **
      **            POLICY.  EACH BUCKET TOTAL IS COMPARED TO ITS    **
      **            SUSPENSE CONTROL ACCOUNT BALANCE (ZCSRGLAB) AND, **
      **            FOR A BUCKET OUT OF BALANCE, THE LARGEST POLICY  **
      **            CONTRIBUTORS ARE LISTED.  A NEW SNAPSHOT IS      **
      **            WRITTEN AS THE NEXT RUN'S OPENING POSITION.  RUN **
      **            WITH MODE 'M' AT MONTH-END THE JOB ENDS IN ERROR **
      **            WHEN ANY BUCKET IS OUT OF BALANCE, HOLDING THE   **
      **            CLOSE.                                           **
      **                                                             **
      **  DOMAIN :  AC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51274**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           SELECT SSPA-DATA-FILE ASSIGN TO ZSSSPA
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WSSPA-SEQ-FILE-STATUS.

           SELECT SSPP-DATA-FILE ASSIGN TO ZSSSPP
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WSSPP-SEQ-FILE-STATUS.

           SELECT SSPB-DATA-FILE ASSIGN TO ZSSSPB
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WSSPB-SEQ-FILE-STATUS.

           SELECT GLAB-DATA-FILE ASSIGN TO ZSGLAB
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WGLAB-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       FD  SSPA-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRSSPA.

      *
      *  PRIOR RUN'S SNAPSHOT - SAME LAYOUT AS ZCSRSSPB
      *
       FD  SSPP-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  RSSPP-SEQ-REC-INFO.
           05  RSSPP-BAL-DT                  PIC X(10).
           05  RSSPP-POL-ID                  PIC X(10).
           05  RSSPP-BKT-AMT                 PIC S9(13)V99
                                             OCCURS 6 TIMES.

       FD  SSPB-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRSSPB.

       FD  GLAB-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRGLAB.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMSUSR'.

       COPY SQLCA.

       01  WSSPA-SEQ-IO-WORK-AREA.
           05  WSSPA-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'SSPA'.
           05  WSSPA-SEQ-IO-COMMAND            PIC X(02).
           05  WSSPA-SEQ-FILE-STATUS           PIC X(02).
           05  WSSPA-SEQ-IO-STATUS             PIC 9(01).
               88  WSSPA-SEQ-IO-OK             VALUE 0.
               88  WSSPA-SEQ-IO-EOF            VALUE 8.
               88  WSSPA-SEQ-IO-ERROR          VALUE 9.

       01  WSSPP-SEQ-IO-WORK-AREA.
           05  WSSPP-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'SSPP'.
           05  WSSPP-SEQ-IO-COMMAND            PIC X(02).
           05  WSSPP-SEQ-FILE-STATUS           PIC X(02).
               88  WSSPP-IO-NOFILE             VALUE '35'.
           05  WSSPP-SEQ-IO-STATUS             PIC 9(01).
               88  WSSPP-SEQ-IO-OK             VALUE 0.
               88  WSSPP-SEQ-IO-EOF            VALUE 8.
               88  WSSPP-SEQ-IO-ERROR          VALUE 9.

       01  WSSPB-SEQ-IO-WORK-AREA.
           05  WSSPB-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'SSPB'.
           05  WSSPB-SEQ-IO-COMMAND            PIC X(02).
           05  WSSPB-SEQ-FILE-STATUS           PIC X(02).

       01  WGLAB-SEQ-IO-WORK-AREA.
           05  WGLAB-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'GLAB'.
           05  WGLAB-SEQ-IO-COMMAND            PIC X(02).
           05  WGLAB-SEQ-FILE-STATUS           PIC X(02).
           05  WGLAB-SEQ-IO-STATUS             PIC 9(01).
               88  WGLAB-SEQ-IO-OK             VALUE 0.
               88  WGLAB-SEQ-IO-EOF            VALUE 8.
               88  WGLAB-SEQ-IO-ERROR          VALUE 9.

      ****************************************************************
      *    CONTROL CARD - RUN MODE ('D' DAILY, 'M' MONTH-END) AND THE
      *    SUSPENSE CONTROL ACCOUNT FOR EACH BUCKET, IN THE ORDER
      *    PREMIUM, PD, CREDIT CARD, BANK TRANSFER, MISCELLANEOUS,
      *    CASH REFUND.  A BLANK ACCOUNT LEAVES THAT BUCKET
      *    UNRECONCILED.
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-RUN-MODE-CD                  PIC X(01).
               88  CR-RUN-DAILY                VALUE 'D'.
               88  CR-RUN-MONTH-END            VALUE 'M'.
           02  CR-BKT-GL-ACCT-CD               PIC X(08)
                                               OCCURS 6 TIMES.
           02  FILLER                          PIC X(24).

       01  WS-PROGRAM-WORK-AREA.
           05  WS-CUR-POL-ID             PIC X(10).
           05  WS-POL-KEY                PIC X(10).
           05  WS-SNAP-KEY               PIC X(10).
           05  WS-ACTV-KEY               PIC X(10).
           05  WS-PREV-ACTV-POL-ID       PIC X(10)  VALUE LOW-VALUES.
           05  WS-OPEN-BAL-DT            PIC X(10)  VALUE SPACES.
           05  WS-NO-OPENING-SW          PIC X(01)  VALUE 'N'.
               88  WS-NO-OPENING                    VALUE 'Y'.
           05  WS-POL-HAS-BAL-SW         PIC X(01).
               88  WS-POL-HAS-BAL                   VALUE 'Y'.
           05  WS-BKT-SUB                PIC S9(04) COMP.
           05  WS-TOP-SUB                PIC S9(04) COMP.
           05  WS-TOP-INS-SUB            PIC S9(04) COMP.
           05  WS-TOP-PREV-SUB           PIC S9(04) COMP.
           05  WS-TOP-MAX                PIC S9(04) COMP VALUE +10.
           05  WS-MVT-SUB                PIC S9(04) COMP.
           05  WS-UNEX-AMT               PIC S9(13)V99 COMP-3.
           05  WS-ABS-AMT                PIC S9(13)V99 COMP-3.
           05  WS-BREAK-CNT              PIC S9(04) COMP VALUE +0.

      ****************************************************************
      *    SUSPENSE BUCKETS - ACTIVITY CODE AND REPORT NAME
      ****************************************************************

       01  WS-BKT-CD-TABLE-INFO.
           05  FILLER                    PIC X(20)
               VALUE 'PRPREMIUM SUSPENSE  '.
           05  FILLER                    PIC X(20)
               VALUE 'PDPD SUSPENSE       '.
           05  FILLER                    PIC X(20)
               VALUE 'CCCREDIT CARD SUSP  '.
           05  FILLER                    PIC X(20)
               VALUE 'BTBANK TRANSFER SUSP'.
           05  FILLER                    PIC X(20)
               VALUE 'MSMISC SUSPENSE     '.
           05  FILLER                    PIC X(20)
               VALUE 'CRCASH REFUND SUSP  '.
       01  WS-BKT-CD-TABLE REDEFINES WS-BKT-CD-TABLE-INFO.
           05  WS-BKT-CD-ENTRY           OCCURS 6 TIMES
                                         INDEXED BY WS-BC-IX.
               10  WS-BKT-CD             PIC X(02).
               10  WS-BKT-NAME           PIC X(18).

      ****************************************************************
      *    ONE POLICY'S BUCKETS - OPENING, POSTED AND CLOSING
      ****************************************************************

       01  WS-POL-BKT-TABLE.
           05  WS-POL-BKT-ENTRY          OCCURS 6 TIMES.
               10  WS-POL-OPEN-AMT       PIC S9(13)V99 COMP-3.
               10  WS-POL-ACTV-AMT       PIC S9(13)V99 COMP-3.
               10  WS-POL-CLOS-AMT       PIC S9(13)V99 COMP-3.

      ****************************************************************
      *    BUCKET TOTALS, GL POSITION AND THE LARGEST POLICY
      *    CONTRIBUTORS TO UNEXPLAINED MOVEMENT (LARGEST FIRST)
      ****************************************************************

       01  WS-BKT-TABLE.
           05  WS-BKT-ENTRY              OCCURS 6 TIMES.
               10  WS-BKT-OPEN-AMT       PIC S9(15)V99 COMP-3.
               10  WS-BKT-ACTV-AMT       PIC S9(15)V99 COMP-3.
               10  WS-BKT-CLOS-AMT       PIC S9(15)V99 COMP-3.
               10  WS-BKT-UNEX-AMT       PIC S9(15)V99 COMP-3.
               10  WS-BKT-GL-AMT         PIC S9(15)V99 COMP-3.
               10  WS-BKT-GL-DIFF-AMT    PIC S9(15)V99 COMP-3.
               10  WS-BKT-POL-CNT        PIC S9(08) COMP.
               10  WS-BKT-UNEX-CNT       PIC S9(08) COMP.
               10  WS-BKT-GL-FOUND-SW    PIC X(01).
                   88  WS-BKT-GL-FOUND              VALUE 'Y'.
               10  WS-BKT-BREAK-SW       PIC X(01).
                   88  WS-BKT-BREAK                 VALUE 'Y'.
               10  WS-BKT-TOP-CNT        PIC S9(04) COMP.
               10  WS-BKT-TOP-ENTRY      OCCURS 11 TIMES.
                   15  WS-TOP-POL-ID     PIC X(10).
                   15  WS-TOP-OPEN-AMT   PIC S9(13)V99 COMP-3.
                   15  WS-TOP-ACTV-AMT   PIC S9(13)V99 COMP-3.
                   15  WS-TOP-CLOS-AMT   PIC S9(13)V99 COMP-3.
                   15  WS-TOP-UNEX-AMT   PIC S9(13)V99 COMP-3.
                   15  WS-TOP-ABS-AMT    PIC S9(13)V99 COMP-3.

      ****************************************************************
      *    THE DAY'S POSTINGS BY BUCKET AND ACTIVITY TYPE
      ****************************************************************

       01  WS-MVT-TABLE.
           05  WS-MVT-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-MVT-MAX                PIC S9(04) COMP VALUE +300.
           05  WS-MVT-ENTRY              OCCURS 300 TIMES
                                         INDEXED BY WS-MVT-IX.
               10  WS-MVT-BKT-SUB        PIC S9(04) COMP.
               10  WS-MVT-TYP-CD         PIC X(02).
               10  WS-MVT-AMT            PIC S9(15)V99 COMP-3.
               10  WS-MVT-PSTNG-CNT      PIC S9(08) COMP.

       01  WS-REPORT-TOTALS.
           05  WS-POL-READ-CNT         PIC S9(08) COMP-3 VALUE +0.
           05  WS-SNAP-READ-CNT        PIC S9(08) COMP-3 VALUE +0.
           05  WS-SNAP-WRIT-CNT        PIC S9(08) COMP-3 VALUE +0.
           05  WS-ACTV-READ-CNT        PIC S9(08) COMP-3 VALUE +0.
           05  WS-ACTV-REJ-CNT         PIC S9(08) COMP-3 VALUE +0.
           05  WS-BAD-AMT-CNT          PIC S9(08) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'POLICY SUSPENSE RECONCILIATION TO GL        '.
           03  FILLER                      PIC X(06)
               VALUE 'MODE: '.
           03  P-HDR-RUN-MODE              PIC X(10).
           03  FILLER                      PIC X(10)
               VALUE 'OPENING:  '.
           03  P-HDR-OPEN-DT               PIC X(10).

       01  P-BKT-LINE.
           03  FILLER                      PIC X(01).
           03  P-BKT-NAME                  PIC X(18).
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(12)
               VALUE 'GL ACCOUNT: '.
           03  P-BKT-GL-ACCT-CD            PIC X(08).

       01  P-RCN-LINE.
           03  FILLER                      PIC X(03).
           03  P-RCN-LABEL                 PIC X(30).
           03  P-RCN-AMT                   PIC Z(14)9.99-.
           03  FILLER                      PIC X(02).
           03  P-RCN-CNT                   PIC ZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(02).
           03  P-RCN-REMARK                PIC X(30).

       01  P-TOP-HEAD.
           03  FILLER                      PIC X(05).
           03  FILLER                      PIC X(40)
               VALUE 'LARGEST POLICY CONTRIBUTORS TO THE BREAK'.

       01  P-TOP-HEAD-2.
           03  FILLER                      PIC X(05).
           03  FILLER                      PIC X(14)
               VALUE '    POLICY    '.
           03  FILLER                      PIC X(18)
               VALUE '           OPENING'.
           03  FILLER                      PIC X(18)
               VALUE '          ACTIVITY'.
           03  FILLER                      PIC X(18)
               VALUE '           CLOSING'.
           03  FILLER                      PIC X(18)
               VALUE '       UNEXPLAINED'.

       01  P-TOP-LINE.
           03  FILLER                      PIC X(05).
           03  P-TOP-RANK                  PIC Z9.
           03  FILLER                      PIC X(02).
           03  P-TOP-POL-ID                PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-TOP-OPEN-AMT              PIC Z(12)9.99-.
           03  FILLER                      PIC X(01).
           03  P-TOP-ACTV-AMT              PIC Z(12)9.99-.
           03  FILLER                      PIC X(01).
           03  P-TOP-CLOS-AMT              PIC Z(12)9.99-.
           03  FILLER                      PIC X(01).
           03  P-TOP-UNEX-AMT              PIC Z(12)9.99-.

       01  P-EXCP-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(12)
               VALUE 'EXCEPTION:  '.
           03  P-EXCP-POL-ID               PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-EXCP-BKT-CD               PIC X(02).
           03  FILLER                      PIC X(02).
           03  P-EXCP-TYP-CD               PIC X(02).
           03  FILLER                      PIC X(02).
           03  P-EXCP-AMT                  PIC Z(12)9.99-.
           03  FILLER                      PIC X(02).
           03  P-EXCP-REASON               PIC X(40).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'POLICIES: '.
           03  P-POL-READ-CNT-X            PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(17)
               VALUE 'SNAPSHOT IN/OUT: '.
           03  P-SNAP-READ-CNT-X           PIC ZZZZZZZ9.
           03  FILLER                      PIC X(01)
               VALUE '/'.
           03  P-SNAP-WRIT-CNT-X           PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(10)
               VALUE 'POSTINGS: '.
           03  P-ACTV-READ-CNT-X           PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(10)
               VALUE 'REJECTED: '.
           03  P-ACTV-REJ-CNT-X            PIC ZZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(27)
               VALUE 'BUCKETS OUT OF BALANCE:    '.
           03  P-BREAK-CNT-X               PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(27)
               VALUE 'INVALID TPOL AMOUNTS:      '.
           03  P-BAD-AMT-CNT-X             PIC ZZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-DISP-AMT               PIC Z(14)9.99-.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

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

           PERFORM  3000-RECONCILE-POLICY
               THRU 3000-RECONCILE-POLICY-X
                    UNTIL WS-POL-KEY  = HIGH-VALUES
                      AND WS-SNAP-KEY = HIGH-VALUES
                      AND WS-ACTV-KEY = HIGH-VALUES.

           PERFORM  POL-3000-TBL-END-BROWSE
               THRU POL-3000-TBL-END-BROWSE-X.

           PERFORM  4000-LOAD-GL-BALANCE
               THRU 4000-LOAD-GL-BALANCE-X
                    UNTIL WGLAB-SEQ-IO-EOF.

           PERFORM  5000-PRINT-BUCKET
               THRU 5000-PRINT-BUCKET-X
                    VARYING WS-BKT-SUB FROM 1 BY 1
                      UNTIL WS-BKT-SUB > 6.

           PERFORM  8600-WRITE-SUMMARY-LINE
               THRU 8600-WRITE-SUMMARY-LINE-X.

           PERFORM  8700-CHECK-BREAKS
               THRU 8700-CHECK-BREAKS-X.

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
      *MSG: (S) MISSING SUSPENSE RECONCILIATION CONTROL CARD
               MOVE 'ZSSUSR0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           IF  CR-RUN-MODE-CD = SPACE
               SET  CR-RUN-DAILY        TO TRUE
           END-IF.

           IF  NOT CR-RUN-DAILY
           AND NOT CR-RUN-MONTH-END
      *MSG: (S) INVALID SUSPENSE RECONCILIATION RUN MODE
               MOVE 'ZSSUSR0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

           INITIALIZE WS-BKT-TABLE.

           PERFORM  1610-1000-GET-DATE-TIME
              THRU 1610-1000-GET-DATE-TIME-X.

           PERFORM  0950-0000-INIT-PARM-INFO
              THRU 0950-0000-INIT-PARM-INFO-X.

           PERFORM  0950-1000-GET-COMPANY-NAME
              THRU 0950-1000-GET-COMPANY-NAME-X.

      *
      *  THE FIRST SNAPSHOT RECORD DATES THE OPENING POSITION, SO
      *  READ IT BEFORE THE HEADING IS PRINTED.
      *
           MOVE HIGH-VALUES             TO WS-SNAP-KEY.
           IF  NOT WS-NO-OPENING
               PERFORM  9500-SSPP-READ
                   THRU 9500-SSPP-READ-X
               IF  WSSPP-SEQ-IO-OK
                   MOVE RSSPP-BAL-DT    TO WS-OPEN-BAL-DT
               END-IF
           END-IF.

           PERFORM  9100-INIT-TITLES
              THRU 9100-INIT-TITLES-X.

           PERFORM  8450-WRITE-DETAIL-HEADING
              THRU 8450-WRITE-DETAIL-HEADING-X.

           PERFORM  9500-SSPA-READ
               THRU 9500-SSPA-READ-X.

           PERFORM  9500-GLAB-READ
               THRU 9500-GLAB-READ-X.

           MOVE LOW-VALUES              TO WPOL-KEY.
           MOVE HIGH-VALUES             TO WPOL-ENDBR-KEY.
           PERFORM  POL-1000-TBL-BROWSE
               THRU POL-1000-TBL-BROWSE-X.

           PERFORM  9500-POL-READ-NEXT
               THRU 9500-POL-READ-NEXT-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------------
       3000-RECONCILE-POLICY.
      *---------------------------

      *
      *  THE POLICY MASTER, THE PRIOR SNAPSHOT AND THE POSTINGS ARE
      *  ALL IN POLICY ORDER.  TAKE THE LOWEST POLICY ON ANY OF THEM
      *  - A POLICY MISSING FROM ONE SIMPLY HAS NOTHING THERE.
      *
           MOVE WS-POL-KEY              TO WS-CUR-POL-ID.
           IF  WS-SNAP-KEY < WS-CUR-POL-ID
               MOVE WS-SNAP-KEY         TO WS-CUR-POL-ID
           END-IF.
           IF  WS-ACTV-KEY < WS-CUR-POL-ID
               MOVE WS-ACTV-KEY         TO WS-CUR-POL-ID
           END-IF.

           INITIALIZE WS-POL-BKT-TABLE.

           IF  WS-SNAP-KEY = WS-CUR-POL-ID
               PERFORM  3100-LOAD-OPENING
                   THRU 3100-LOAD-OPENING-X
                        VARYING WS-BKT-SUB FROM 1 BY 1
                          UNTIL WS-BKT-SUB > 6
               PERFORM  9500-SSPP-READ
                   THRU 9500-SSPP-READ-X
           END-IF.

           PERFORM  3200-APPLY-POSTING
               THRU 3200-APPLY-POSTING-X
                    UNTIL WS-ACTV-KEY NOT = WS-CUR-POL-ID.

           IF  WS-POL-KEY = WS-CUR-POL-ID
               PERFORM  3300-LOAD-CLOSING
                   THRU 3300-LOAD-CLOSING-X
               PERFORM  9500-POL-READ-NEXT
                   THRU 9500-POL-READ-NEXT-X
           END-IF.

           MOVE 'N'                     TO WS-POL-HAS-BAL-SW.
           PERFORM  3400-SETTLE-BUCKET
               THRU 3400-SETTLE-BUCKET-X
                    VARYING WS-BKT-SUB FROM 1 BY 1
                      UNTIL WS-BKT-SUB > 6.

           IF  WS-POL-HAS-BAL
               PERFORM  3600-WRITE-SNAPSHOT
                   THRU 3600-WRITE-SNAPSHOT-X
           END-IF.

       3000-RECONCILE-POLICY-X.
           EXIT.

      *---------------------------
       3100-LOAD-OPENING.
      *---------------------------

           IF  RSSPP-BKT-AMT (WS-BKT-SUB) NUMERIC
               MOVE RSSPP-BKT-AMT (WS-BKT-SUB)
                                   TO WS-POL-OPEN-AMT (WS-BKT-SUB)
           END-IF.

       3100-LOAD-OPENING-X.
           EXIT.

      *---------------------------
       3200-APPLY-POSTING.
      *---------------------------

           SET  WS-BC-IX                TO 1.
           SEARCH WS-BKT-CD-ENTRY
               AT END
                   MOVE 'UNKNOWN SUSPENSE BUCKET'
                                        TO P-EXCP-REASON
                   GO TO 3200-REJECT-POSTING
               WHEN WS-BKT-CD (WS-BC-IX) = RSSPA-BKT-CD
                   SET  WS-BKT-SUB      TO WS-BC-IX
           END-SEARCH.

           IF  RSSPA-PSTNG-AMT NOT NUMERIC
               MOVE 'INVALID POSTING AMOUNT'
                                        TO P-EXCP-REASON
               GO TO 3200-REJECT-POSTING
           END-IF.

           ADD RSSPA-PSTNG-AMT          TO WS-POL-ACTV-AMT (WS-BKT-SUB).

           SET  WS-MVT-IX               TO 1.
           SEARCH WS-MVT-ENTRY
               AT END
                   PERFORM  3250-ADD-MOVEMENT-TYPE
                       THRU 3250-ADD-MOVEMENT-TYPE-X
               WHEN WS-MVT-IX > WS-MVT-CNT
                   PERFORM  3250-ADD-MOVEMENT-TYPE
                       THRU 3250-ADD-MOVEMENT-TYPE-X
               WHEN WS-MVT-BKT-SUB (WS-MVT-IX) = WS-BKT-SUB
                AND WS-MVT-TYP-CD (WS-MVT-IX) = RSSPA-ACTVTY-TYP-CD
                   CONTINUE
           END-SEARCH.

           ADD RSSPA-PSTNG-AMT          TO WS-MVT-AMT (WS-MVT-IX).
           ADD 1                        TO WS-MVT-PSTNG-CNT (WS-MVT-IX).

           GO TO 3200-NEXT-POSTING.

       3200-REJECT-POSTING.

      *
      *  A POSTING THAT CANNOT BE PLACED STAYS OUT OF THE
      *  EXPLAINED MOVEMENT, SO ITS POLICY SHOWS AS UNEXPLAINED.
      *
           ADD 1                        TO WS-ACTV-REJ-CNT.
           MOVE RSSPA-POL-ID            TO P-EXCP-POL-ID.
           MOVE RSSPA-BKT-CD            TO P-EXCP-BKT-CD.
           MOVE RSSPA-ACTVTY-TYP-CD     TO P-EXCP-TYP-CD.
           IF  RSSPA-PSTNG-AMT NUMERIC
               MOVE RSSPA-PSTNG-AMT     TO P-EXCP-AMT
           ELSE
               MOVE ZERO                TO P-EXCP-AMT
           END-IF.
           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-EXCP-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       3200-NEXT-POSTING.

           PERFORM  9500-SSPA-READ
               THRU 9500-SSPA-READ-X.

       3200-APPLY-POSTING-X.
           EXIT.

      *---------------------------
       3250-ADD-MOVEMENT-TYPE.
      *---------------------------

           IF  WS-MVT-CNT NOT < WS-MVT-MAX
      *MSG: (S) TOO MANY SUSPENSE ACTIVITY TYPES FOR TABLE
               MOVE 'ZSSUSR0004'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           ADD 1                        TO WS-MVT-CNT.
           SET  WS-MVT-IX               TO WS-MVT-CNT.
           MOVE WS-BKT-SUB              TO WS-MVT-BKT-SUB (WS-MVT-IX).
           MOVE RSSPA-ACTVTY-TYP-CD     TO WS-MVT-TYP-CD (WS-MVT-IX).
           MOVE ZERO                    TO WS-MVT-AMT (WS-MVT-IX)
                                           WS-MVT-PSTNG-CNT (WS-MVT-IX).

       3250-ADD-MOVEMENT-TYPE-X.
           EXIT.

      *---------------------------
       3300-LOAD-CLOSING.
      *---------------------------

           ADD 1                        TO WS-POL-READ-CNT.

           IF  RPOL-POL-PREM-SUSP-AMT NUMERIC
               MOVE RPOL-POL-PREM-SUSP-AMT  TO WS-POL-CLOS-AMT (1)
           ELSE
               ADD 1                        TO WS-BAD-AMT-CNT
           END-IF.
           IF  RPOL-POL-PD-SUSP-AMT NUMERIC
               MOVE RPOL-POL-PD-SUSP-AMT    TO WS-POL-CLOS-AMT (2)
           ELSE
               ADD 1                        TO WS-BAD-AMT-CNT
           END-IF.
           IF  RPOL-POL-CC-SUSP-AMT NUMERIC
               MOVE RPOL-POL-CC-SUSP-AMT    TO WS-POL-CLOS-AMT (3)
           ELSE
               ADD 1                        TO WS-BAD-AMT-CNT
           END-IF.
           IF  RPOL-POL-BT-SUSP-AMT NUMERIC
               MOVE RPOL-POL-BT-SUSP-AMT    TO WS-POL-CLOS-AMT (4)
           ELSE
               ADD 1                        TO WS-BAD-AMT-CNT
           END-IF.
           IF  RPOL-POL-MISC-SUSP-AMT NUMERIC
               MOVE RPOL-POL-MISC-SUSP-AMT  TO WS-POL-CLOS-AMT (5)
           ELSE
               ADD 1                        TO WS-BAD-AMT-CNT
           END-IF.
           IF  RPOL-CSH-RFND-SUSP-AMT NUMERIC
               MOVE RPOL-CSH-RFND-SUSP-AMT  TO WS-POL-CLOS-AMT (6)
           ELSE
               ADD 1                        TO WS-BAD-AMT-CNT
           END-IF.

       3300-LOAD-CLOSING-X.
           EXIT.

      *---------------------------
       3400-SETTLE-BUCKET.
      *---------------------------

           ADD WS-POL-OPEN-AMT (WS-BKT-SUB)
                                   TO WS-BKT-OPEN-AMT (WS-BKT-SUB).
           ADD WS-POL-ACTV-AMT (WS-BKT-SUB)
                                   TO WS-BKT-ACTV-AMT (WS-BKT-SUB).
           ADD WS-POL-CLOS-AMT (WS-BKT-SUB)
                                   TO WS-BKT-CLOS-AMT (WS-BKT-SUB).

           IF  WS-POL-CLOS-AMT (WS-BKT-SUB) NOT = ZERO
               SET  WS-POL-HAS-BAL      TO TRUE
               ADD 1                    TO WS-BKT-POL-CNT (WS-BKT-SUB)
           END-IF.

           COMPUTE WS-UNEX-AMT = WS-POL-CLOS-AMT (WS-BKT-SUB)
                               - WS-POL-OPEN-AMT (WS-BKT-SUB)
                               - WS-POL-ACTV-AMT (WS-BKT-SUB).

           IF  WS-UNEX-AMT = ZERO
               GO TO 3400-SETTLE-BUCKET-X
           END-IF.

           ADD WS-UNEX-AMT         TO WS-BKT-UNEX-AMT (WS-BKT-SUB).
           ADD 1                   TO WS-BKT-UNEX-CNT (WS-BKT-SUB).

           IF  WS-UNEX-AMT < ZERO
               COMPUTE WS-ABS-AMT = ZERO - WS-UNEX-AMT
           ELSE
               MOVE WS-UNEX-AMT         TO WS-ABS-AMT
           END-IF.

           PERFORM  3500-RANK-CONTRIBUTOR
               THRU 3500-RANK-CONTRIBUTOR-X.

       3400-SETTLE-BUCKET-X.
           EXIT.

      *---------------------------
       3500-RANK-CONTRIBUTOR.
      *---------------------------

      *
      *  KEEP THE BUCKET'S LARGEST UNEXPLAINED MOVEMENTS, LARGEST
      *  FIRST.  A NEW ENTRY PUSHES THE SMALLER ONES DOWN AND THE
      *  SMALLEST FALLS OFF THE END.
      *
           IF  WS-BKT-TOP-CNT (WS-BKT-SUB) NOT < WS-TOP-MAX
           AND WS-ABS-AMT NOT > WS-TOP-ABS-AMT (WS-BKT-SUB, WS-TOP-MAX)
               GO TO 3500-RANK-CONTRIBUTOR-X
           END-IF.

           MOVE 1                       TO WS-TOP-INS-SUB.
           PERFORM  3510-FIND-SLOT
               THRU 3510-FIND-SLOT-X
                    UNTIL WS-TOP-INS-SUB > WS-BKT-TOP-CNT (WS-BKT-SUB)
                       OR WS-ABS-AMT >
                          WS-TOP-ABS-AMT (WS-BKT-SUB, WS-TOP-INS-SUB).

           IF  WS-BKT-TOP-CNT (WS-BKT-SUB) < WS-TOP-MAX
               ADD 1               TO WS-BKT-TOP-CNT (WS-BKT-SUB)
           END-IF.

           MOVE WS-BKT-TOP-CNT (WS-BKT-SUB) TO WS-TOP-SUB.
           PERFORM  3520-SHIFT-DOWN
               THRU 3520-SHIFT-DOWN-X
                    UNTIL WS-TOP-SUB NOT > WS-TOP-INS-SUB.

           MOVE WS-CUR-POL-ID
                   TO WS-TOP-POL-ID (WS-BKT-SUB, WS-TOP-INS-SUB).
           MOVE WS-POL-OPEN-AMT (WS-BKT-SUB)
                   TO WS-TOP-OPEN-AMT (WS-BKT-SUB, WS-TOP-INS-SUB).
           MOVE WS-POL-ACTV-AMT (WS-BKT-SUB)
                   TO WS-TOP-ACTV-AMT (WS-BKT-SUB, WS-TOP-INS-SUB).
           MOVE WS-POL-CLOS-AMT (WS-BKT-SUB)
                   TO WS-TOP-CLOS-AMT (WS-BKT-SUB, WS-TOP-INS-SUB).
           MOVE WS-UNEX-AMT
                   TO WS-TOP-UNEX-AMT (WS-BKT-SUB, WS-TOP-INS-SUB).
           MOVE WS-ABS-AMT
                   TO WS-TOP-ABS-AMT (WS-BKT-SUB, WS-TOP-INS-SUB).

       3500-RANK-CONTRIBUTOR-X.
           EXIT.

      *---------------------------
       3510-FIND-SLOT.
      *---------------------------

           ADD 1                        TO WS-TOP-INS-SUB.

       3510-FIND-SLOT-X.
           EXIT.

      *---------------------------
       3520-SHIFT-DOWN.
      *---------------------------

           COMPUTE WS-TOP-PREV-SUB = WS-TOP-SUB - 1.
           MOVE WS-BKT-TOP-ENTRY (WS-BKT-SUB, WS-TOP-PREV-SUB)
                   TO WS-BKT-TOP-ENTRY (WS-BKT-SUB, WS-TOP-SUB).
           MOVE WS-TOP-PREV-SUB         TO WS-TOP-SUB.

       3520-SHIFT-DOWN-X.
           EXIT.

      *---------------------------
       3600-WRITE-SNAPSHOT.
      *---------------------------

           MOVE SPACES                  TO RSSPB-SEQ-REC-INFO.
           MOVE WGLOB-PROCESS-DATE      TO RSSPB-BAL-DT.
           MOVE WS-CUR-POL-ID           TO RSSPB-POL-ID.
           PERFORM  3610-MOVE-SNAPSHOT-AMT
               THRU 3610-MOVE-SNAPSHOT-AMT-X
                    VARYING WS-BKT-SUB FROM 1 BY 1
                      UNTIL WS-BKT-SUB > 6.

           MOVE TFCMD-WRITE-RECORD      TO WSSPB-SEQ-IO-COMMAND.
           WRITE RSSPB-SEQ-REC-INFO.
           IF  WSSPB-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9720-HANDLE-SSPB-ERROR
                   THRU 9720-HANDLE-SSPB-ERROR-X
           END-IF.
           ADD 1                        TO WS-SNAP-WRIT-CNT.

       3600-WRITE-SNAPSHOT-X.
           EXIT.

      *---------------------------
       3610-MOVE-SNAPSHOT-AMT.
      *---------------------------

           MOVE WS-POL-CLOS-AMT (WS-BKT-SUB)
                                   TO RSSPB-BKT-AMT (WS-BKT-SUB).

       3610-MOVE-SNAPSHOT-AMT-X.
           EXIT.
      /
      *---------------------------
       4000-LOAD-GL-BALANCE.
      *---------------------------

      *
      *  SUSPENSE IS A LIABILITY, SO A CREDIT BALANCE IS CARRIED AS
      *  PLUS AND A DEBIT BALANCE AS MINUS.  ONLY BALANCES AT THE
      *  PROCESS DATE ARE TAKEN.
      *
           IF  RGLAB-BAL-DT = WGLOB-PROCESS-DATE
           AND RGLAB-BAL-AMT NUMERIC
               PERFORM  4100-MATCH-BUCKET
                   THRU 4100-MATCH-BUCKET-X
                        VARYING WS-BKT-SUB FROM 1 BY 1
                          UNTIL WS-BKT-SUB > 6
           END-IF.

           PERFORM  9500-GLAB-READ
               THRU 9500-GLAB-READ-X.

       4000-LOAD-GL-BALANCE-X.
           EXIT.

      *---------------------------
       4100-MATCH-BUCKET.
      *---------------------------

           IF  CR-BKT-GL-ACCT-CD (WS-BKT-SUB) = SPACES
           OR  CR-BKT-GL-ACCT-CD (WS-BKT-SUB) NOT = RGLAB-GL-ACCT-CD
               GO TO 4100-MATCH-BUCKET-X
           END-IF.

           SET  WS-BKT-GL-FOUND (WS-BKT-SUB) TO TRUE.
           IF  RGLAB-DEBIT-BAL
               COMPUTE WS-BKT-GL-AMT (WS-BKT-SUB) =
                   ZERO - RGLAB-BAL-AMT
           ELSE
               MOVE RGLAB-BAL-AMT  TO WS-BKT-GL-AMT (WS-BKT-SUB)
           END-IF.

       4100-MATCH-BUCKET-X.
           EXIT.
      /
      *---------------------------
       5000-PRINT-BUCKET.
      *---------------------------

           COMPUTE WS-BKT-GL-DIFF-AMT (WS-BKT-SUB) =
               WS-BKT-CLOS-AMT (WS-BKT-SUB)
             - WS-BKT-GL-AMT (WS-BKT-SUB).

           IF  CR-BKT-GL-ACCT-CD (WS-BKT-SUB) NOT = SPACES
               IF  NOT WS-BKT-GL-FOUND (WS-BKT-SUB)
               OR  WS-BKT-GL-DIFF-AMT (WS-BKT-SUB) NOT = ZERO
                   SET  WS-BKT-BREAK (WS-BKT-SUB) TO TRUE
                   ADD 1                TO WS-BREAK-CNT
               END-IF
           END-IF.

           MOVE WS-BKT-NAME (WS-BKT-SUB)     TO P-BKT-NAME.
           MOVE CR-BKT-GL-ACCT-CD (WS-BKT-SUB) TO P-BKT-GL-ACCT-CD.
           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE P-BKT-LINE              TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                  TO P-RCN-LINE.
           MOVE 'OPENING BALANCE'       TO P-RCN-LABEL.
           MOVE WS-BKT-OPEN-AMT (WS-BKT-SUB) TO P-RCN-AMT.
           IF  WS-NO-OPENING
               MOVE 'NO PRIOR SNAPSHOT'  TO P-RCN-REMARK
           END-IF.
           PERFORM  5900-WRITE-RCN-LINE
               THRU 5900-WRITE-RCN-LINE-X.

           PERFORM  5100-PRINT-MOVEMENT
               THRU 5100-PRINT-MOVEMENT-X
                    VARYING WS-MVT-SUB FROM 1 BY 1
                      UNTIL WS-MVT-SUB > WS-MVT-CNT.

           MOVE SPACES                  TO P-RCN-LINE.
           MOVE 'TOTAL POSTED ACTIVITY' TO P-RCN-LABEL.
           MOVE WS-BKT-ACTV-AMT (WS-BKT-SUB) TO P-RCN-AMT.
           PERFORM  5900-WRITE-RCN-LINE
               THRU 5900-WRITE-RCN-LINE-X.

           MOVE SPACES                  TO P-RCN-LINE.
           MOVE 'UNEXPLAINED MOVEMENT'  TO P-RCN-LABEL.
           MOVE WS-BKT-UNEX-AMT (WS-BKT-SUB) TO P-RCN-AMT.
           MOVE WS-BKT-UNEX-CNT (WS-BKT-SUB) TO P-RCN-CNT.
           PERFORM  5900-WRITE-RCN-LINE
               THRU 5900-WRITE-RCN-LINE-X.

           MOVE SPACES                  TO P-RCN-LINE.
           MOVE 'TPOL CLOSING BALANCE'  TO P-RCN-LABEL.
           MOVE WS-BKT-CLOS-AMT (WS-BKT-SUB) TO P-RCN-AMT.
           MOVE WS-BKT-POL-CNT (WS-BKT-SUB)  TO P-RCN-CNT.
           PERFORM  5900-WRITE-RCN-LINE
               THRU 5900-WRITE-RCN-LINE-X.

           MOVE SPACES                  TO P-RCN-LINE.
           MOVE 'GL CONTROL ACCOUNT BALANCE' TO P-RCN-LABEL.
           MOVE WS-BKT-GL-AMT (WS-BKT-SUB)   TO P-RCN-AMT.
           EVALUATE TRUE
               WHEN CR-BKT-GL-ACCT-CD (WS-BKT-SUB) = SPACES
                   MOVE 'NO GL ACCOUNT - NOT RECONCILED'
                                        TO P-RCN-REMARK
               WHEN NOT WS-BKT-GL-FOUND (WS-BKT-SUB)
                   MOVE 'NO GL BALANCE SUPPLIED'
                                        TO P-RCN-REMARK
           END-EVALUATE.
           PERFORM  5900-WRITE-RCN-LINE
               THRU 5900-WRITE-RCN-LINE-X.

           MOVE SPACES                  TO P-RCN-LINE.
           MOVE 'DIFFERENCE'            TO P-RCN-LABEL.
           MOVE WS-BKT-GL-DIFF-AMT (WS-BKT-SUB) TO P-RCN-AMT.
           IF  WS-BKT-BREAK (WS-BKT-SUB)
               MOVE '*OUT OF BAL*'      TO P-RCN-REMARK
           END-IF.
           PERFORM  5900-WRITE-RCN-LINE
               THRU 5900-WRITE-RCN-LINE-X.

           IF  WS-BKT-BREAK (WS-BKT-SUB)
               PERFORM  5200-PRINT-CONTRIBUTORS
                   THRU 5200-PRINT-CONTRIBUTORS-X
           END-IF.

       5000-PRINT-BUCKET-X.
           EXIT.

      *---------------------------
       5100-PRINT-MOVEMENT.
      *---------------------------

           IF  WS-MVT-BKT-SUB (WS-MVT-SUB) NOT = WS-BKT-SUB
               GO TO 5100-PRINT-MOVEMENT-X
           END-IF.

           MOVE SPACES                  TO P-RCN-LINE.
           MOVE '  POSTED - ACTIVITY TYPE'  TO P-RCN-LABEL.
           MOVE WS-MVT-TYP-CD (WS-MVT-SUB)  TO P-RCN-LABEL (26:2).
           MOVE WS-MVT-AMT (WS-MVT-SUB)     TO P-RCN-AMT.
           MOVE WS-MVT-PSTNG-CNT (WS-MVT-SUB) TO P-RCN-CNT.
           PERFORM  5900-WRITE-RCN-LINE
               THRU 5900-WRITE-RCN-LINE-X.

       5100-PRINT-MOVEMENT-X.
           EXIT.

      *---------------------------
       5200-PRINT-CONTRIBUTORS.
      *---------------------------

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-TOP-HEAD              TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           IF  WS-BKT-TOP-CNT (WS-BKT-SUB) = ZERO
               MOVE SPACES              TO P-RCN-LINE
               MOVE 'NO UNEXPLAINED POLICY MOVEMENT'
                                        TO P-RCN-LABEL
               MOVE 'CHECK GL-ONLY POSTINGS'
                                        TO P-RCN-REMARK
               PERFORM  5900-WRITE-RCN-LINE
                   THRU 5900-WRITE-RCN-LINE-X
               GO TO 5200-PRINT-CONTRIBUTORS-X
           END-IF.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-TOP-HEAD-2            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  5210-PRINT-CONTRIBUTOR
               THRU 5210-PRINT-CONTRIBUTOR-X
                    VARYING WS-TOP-SUB FROM 1 BY 1
                      UNTIL WS-TOP-SUB > WS-BKT-TOP-CNT (WS-BKT-SUB).

       5200-PRINT-CONTRIBUTORS-X.
           EXIT.

      *---------------------------
       5210-PRINT-CONTRIBUTOR.
      *---------------------------

           MOVE SPACES                  TO P-TOP-LINE.
           MOVE WS-TOP-SUB              TO P-TOP-RANK.
           MOVE WS-TOP-POL-ID (WS-BKT-SUB, WS-TOP-SUB)
                                        TO P-TOP-POL-ID.
           MOVE WS-TOP-OPEN-AMT (WS-BKT-SUB, WS-TOP-SUB)
                                        TO P-TOP-OPEN-AMT.
           MOVE WS-TOP-ACTV-AMT (WS-BKT-SUB, WS-TOP-SUB)
                                        TO P-TOP-ACTV-AMT.
           MOVE WS-TOP-CLOS-AMT (WS-BKT-SUB, WS-TOP-SUB)
                                        TO P-TOP-CLOS-AMT.
           MOVE WS-TOP-UNEX-AMT (WS-BKT-SUB, WS-TOP-SUB)
                                        TO P-TOP-UNEX-AMT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-TOP-LINE              TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       5210-PRINT-CONTRIBUTOR-X.
           EXIT.

      *---------------------------
       5900-WRITE-RCN-LINE.
      *---------------------------

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-RCN-LINE              TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       5900-WRITE-RCN-LINE-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-POL-READ-CNT          TO P-POL-READ-CNT-X.
           MOVE WS-SNAP-READ-CNT         TO P-SNAP-READ-CNT-X.
           MOVE WS-SNAP-WRIT-CNT         TO P-SNAP-WRIT-CNT-X.
           MOVE WS-ACTV-READ-CNT         TO P-ACTV-READ-CNT-X.
           MOVE WS-ACTV-REJ-CNT          TO P-ACTV-REJ-CNT-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-BREAK-CNT             TO P-BREAK-CNT-X.
           MOVE WS-BAD-AMT-CNT           TO P-BAD-AMT-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-POL-READ-CNT          TO WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO WGLOB-MSG-PARM (1).
           MOVE 'ZSSUSR0005'             TO WGLOB-MSG-REF-INFO.
      *MSG: (I) POLICIES RECONCILED TO SUSPENSE GL: @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      *------------------------
       8700-CHECK-BREAKS.
      *------------------------

      *
      *  THE REPORT HAS PRINTED IN FULL.  A DAILY RUN ONLY WARNS;
      *  AT MONTH-END AN OUT-OF-BALANCE BUCKET HOLDS THE CLOSE.
      *
           IF  WS-BREAK-CNT = ZERO
               GO TO 8700-CHECK-BREAKS-X
           END-IF.

           MOVE WS-BREAK-CNT             TO WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO WGLOB-MSG-PARM (1).

           IF  CR-RUN-DAILY
               MOVE 'ZSSUSR0006'         TO WGLOB-MSG-REF-INFO
      *MSG: (W) SUSPENSE BUCKETS OUT OF BALANCE WITH GL: @1
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 8700-CHECK-BREAKS-X
           END-IF.

      *
      *  SECURE TODAY'S SNAPSHOT BEFORE THE RUN IS FAILED SO THE
      *  RERUN AFTER CORRECTION STILL HAS ITS OPENING POSITION.
      *
           CLOSE SSPB-DATA-FILE.

      *MSG: (S) MONTH-END SUSPENSE OUT OF BALANCE WITH GL: @1 BUCKETS
           MOVE 'ZSSUSR0007'             TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.
           PERFORM  0030-5000-LOGIC-ERROR
               THRU 0030-5000-LOGIC-ERROR-X.

       8700-CHECK-BREAKS-X.
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

           IF  CR-RUN-MONTH-END
               MOVE 'MONTH-END '       TO P-HDR-RUN-MODE
           ELSE
               MOVE 'DAILY     '       TO P-HDR-RUN-MODE
           END-IF.
           IF  WS-OPEN-BAL-DT = SPACES
               MOVE 'NONE      '       TO P-HDR-OPEN-DT
           ELSE
               MOVE WS-OPEN-BAL-DT     TO P-HDR-OPEN-DT
           END-IF.

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

           MOVE ZERO TO WSSPA-SEQ-IO-STATUS.
           OPEN INPUT SSPA-DATA-FILE.
           IF WSSPA-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-SSPA-ERROR
                 THRU 9700-HANDLE-SSPA-ERROR-X
           END-IF.

      *
      *  THE FIRST RUN HAS NO PRIOR SNAPSHOT - ITS OPENING IS ZERO.
      *
           MOVE ZERO TO WSSPP-SEQ-IO-STATUS.
           OPEN INPUT SSPP-DATA-FILE.
           IF  WSSPP-IO-NOFILE
               SET  WS-NO-OPENING       TO TRUE
           ELSE
               IF WSSPP-SEQ-FILE-STATUS  NOT = ZERO
                  PERFORM 9710-HANDLE-SSPP-ERROR
                     THRU 9710-HANDLE-SSPP-ERROR-X
               END-IF
           END-IF.

           OPEN OUTPUT SSPB-DATA-FILE.
           IF WSSPB-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9720-HANDLE-SSPB-ERROR
                 THRU 9720-HANDLE-SSPB-ERROR-X
           END-IF.

           MOVE ZERO TO WGLAB-SEQ-IO-STATUS.
           OPEN INPUT GLAB-DATA-FILE.
           IF WGLAB-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9730-HANDLE-GLAB-ERROR
                 THRU 9730-HANDLE-GLAB-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-SNAP-WRIT-CNT         TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSSUSR0008'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) SUSPENSE SNAPSHOT RECORDS WRITTEN: @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE SSPA-DATA-FILE.
           IF  NOT WS-NO-OPENING
               CLOSE SSPP-DATA-FILE
           END-IF.
           CLOSE SSPB-DATA-FILE.
           CLOSE GLAB-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *---------------------
       9500-POL-READ-NEXT.
      *---------------------

           PERFORM  POL-2000-TBL-READ-NEXT
               THRU POL-2000-TBL-READ-NEXT-X.

           IF  WPOL-IO-OK
               MOVE RPOL-POL-ID         TO WS-POL-KEY
           ELSE
               MOVE HIGH-VALUES         TO WS-POL-KEY
           END-IF.

       9500-POL-READ-NEXT-X.
           EXIT.

      *----------------
       9500-SSPA-READ.
      *----------------

           MOVE ZERO                   TO WSSPA-SEQ-IO-STATUS.

           READ SSPA-DATA-FILE
                AT END
                  MOVE 8               TO WSSPA-SEQ-IO-STATUS
                  MOVE HIGH-VALUES     TO WS-ACTV-KEY
                  GO TO 9500-SSPA-READ-X.

           IF  WSSPA-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9700-HANDLE-SSPA-ERROR
                   THRU 9700-HANDLE-SSPA-ERROR-X
           END-IF.

           IF  RSSPA-POL-ID < WS-PREV-ACTV-POL-ID
               MOVE RSSPA-POL-ID        TO WGLOB-MSG-PARM (1)
      *MSG: (S) SUSPENSE POSTINGS OUT OF POLICY ORDER AT @1
               MOVE 'ZSSUSR0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           ADD 1                       TO WS-ACTV-READ-CNT.
           MOVE RSSPA-POL-ID           TO WS-ACTV-KEY
                                          WS-PREV-ACTV-POL-ID.

       9500-SSPA-READ-X.
           EXIT.

      *----------------
       9500-SSPP-READ.
      *----------------

           MOVE ZERO                   TO WSSPP-SEQ-IO-STATUS.

           READ SSPP-DATA-FILE
                AT END
                  MOVE 8               TO WSSPP-SEQ-IO-STATUS
                  MOVE HIGH-VALUES     TO WS-SNAP-KEY
                  GO TO 9500-SSPP-READ-X.

           IF  WSSPP-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9710-HANDLE-SSPP-ERROR
                   THRU 9710-HANDLE-SSPP-ERROR-X
           END-IF.

           ADD 1                       TO WS-SNAP-READ-CNT.
           MOVE RSSPP-POL-ID           TO WS-SNAP-KEY.

       9500-SSPP-READ-X.
           EXIT.

      *----------------
       9500-GLAB-READ.
      *----------------

           MOVE ZERO                   TO WGLAB-SEQ-IO-STATUS.

           READ GLAB-DATA-FILE
                AT END
                  MOVE 8               TO WGLAB-SEQ-IO-STATUS
                  GO TO 9500-GLAB-READ-X.

           IF  WGLAB-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9730-HANDLE-GLAB-ERROR
                   THRU 9730-HANDLE-GLAB-ERROR-X
           END-IF.

       9500-GLAB-READ-X.
           EXIT.

      *-----------------------
       9700-HANDLE-SSPA-ERROR.
      *-----------------------

           MOVE WSSPA-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSSPA-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSSPA-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-SSPA-ERROR-X.
           EXIT.

      *-----------------------
       9710-HANDLE-SSPP-ERROR.
      *-----------------------

           MOVE WSSPP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSSPP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSSPP-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-SSPP-ERROR-X.
           EXIT.

      *-----------------------
       9720-HANDLE-SSPB-ERROR.
      *-----------------------

           MOVE WSSPB-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WSSPB-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WSSPB-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9720-HANDLE-SSPB-ERROR-X.
           EXIT.

      *-----------------------
       9730-HANDLE-GLAB-ERROR.
      *-----------------------

           MOVE WGLAB-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WGLAB-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WGLAB-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9730-HANDLE-GLAB-ERROR-X.
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
      * POLICY TABLE BROWSE
      *
       COPY CCPTPOL.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMSUSR                     **
      *****************************************************************
