      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMULLP.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMULLP                                         **
      **  REMARKS:  MONTHLY UNIVERSAL LIFE INSUFFICIENT-VALUE LAPSE  **
      **            PROJECTION.                                      **
      **                                                             **
      **            ROLLS THE ACCOUNT VALUE OF EVERY IN-FORCE UL     **
      **            POLICY NOT ALREADY IN LAPSE PROCESSING FORWARD   **
      **            TWELVE MONTHS AT CURRENT PREMIUM, COST OF        **
      **            INSURANCE AND CHARGES (UL CHARGE MASTER ULCH).   **
      **            A POLICY PROJECTED TO RUN OUT OF VALUE GETS A    **
      **            CLIENT WARNING RECORD (ZCSRULLW) AND A SERVICING **
      **            AGENT COPY GIVING THE MONTH IT WOULD LAPSE AND   **
      **            THE EXTRA PREMIUM NEEDED TO KEEP IT IN FORCE TO  **
      **            THE NEXT POLICY ANNIVERSARY.  THE RTML           **
      **            UNDELIVERABLE-ADDRESS SUPPRESSION STOPS THE      **
      **            CLIENT RECORD ONLY.  THE CLIENT RECORD FOLLOWS   **
      **            THE CLIENT'S DUNNING PREFERENCE (CPRF): NO       **
      **            CONTACT DROPS IT AND ELECTRONIC QUEUES IT TO THE **
      **            NOTICE QUEUE INSTEAD OF THE PRINT FILE.          **
      **            PROJECTED LAPSES ARE TALLIED BY SERVICING BRANCH **
      **            AND AGENT.                                       **
      **                                                             **
      **            A PLAN WITH NO CHARGE MASTER ROW IS PROJECTED    **
      **            ON ITS MONTHLY-EQUIVALENT PREMIUM AS THE         **
      **            DEDUCTION, WITH NO INTEREST, AS ZSBMADVN DOES.   **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51284**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHULCH.

           COPY CCFHRTML.

           COPY CCFHCPRF.

           COPY CCFHCNTQ.

           SELECT ULLW-DATA-FILE ASSIGN TO ZSULLW
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WULLW-SEQ-FILE-STATUS.

           SELECT ULLA-DATA-FILE ASSIGN TO ZSULLA
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WULLA-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWULCH.

       COPY CCFWRTML.

       COPY CCFWCPRF.

       COPY CCFWCNTQ.

       FD  ULLW-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRULLW.

       FD  ULLA-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  RULLA-SEQ-REC-INFO            PIC X(95).

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMULLP'.

       COPY SQLCA.

       COPY CCWWULCH.

       COPY CCFRRTML.
       COPY CCWWRTML.

       COPY CCFRCPRF.
       COPY CCWWCPRF.
       COPY CCWWCNTQ.

       01  WULLW-SEQ-IO-WORK-AREA.
           05  WULLW-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'ULLW'.
           05  WULLW-SEQ-IO-COMMAND            PIC X(02).
           05  WULLW-SEQ-FILE-STATUS           PIC X(02).
           05  WULLW-SEQ-IO-STATUS             PIC 9(01).
               88  WULLW-SEQ-IO-OK             VALUE 0.
               88  WULLW-SEQ-IO-EOF            VALUE 8.
               88  WULLW-SEQ-IO-ERROR          VALUE 9.

       01  WULLA-SEQ-IO-WORK-AREA.
           05  WULLA-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'ULLA'.
           05  WULLA-SEQ-IO-COMMAND            PIC X(02).
           05  WULLA-SEQ-FILE-STATUS           PIC X(02).
           05  WULLA-SEQ-IO-STATUS             PIC 9(01).
               88  WULLA-SEQ-IO-OK             VALUE 0.
               88  WULLA-SEQ-IO-EOF            VALUE 8.
               88  WULLA-SEQ-IO-ERROR          VALUE 9.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-ULCH-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-ULCH-OPEN                     VALUE 'Y'.
           05  WS-POL-SW                 PIC X(01).
               88  WS-POL-OK                        VALUE 'Y'.
               88  WS-POL-NOT-VALUED                VALUE 'N'.
           05  WS-LAPS-SW                PIC X(01).
               88  WS-LAPS-FOUND                    VALUE 'Y'.
               88  WS-LAPS-NOT-FOUND                VALUE 'N'.
           05  WS-BASIS-SW               PIC X(01).
               88  WS-BASIS-CHARGE-RATES            VALUE 'R'.
               88  WS-BASIS-PREMIUM                 VALUE 'P'.
           05  WS-PRC-DT-WORK.
               10  WS-PRC-YY             PIC 9(04).
               10  FILLER                PIC X(01).
               10  WS-PRC-MM             PIC 9(02).
               10  FILLER                PIC X(03).
           05  WS-PRC-MONTHS             PIC S9(07) COMP-3.
           05  WS-PROJ-MONTHS            PIC S9(07) COMP-3.
           05  WS-PD-TO-MONTHS           PIC S9(07) COMP-3.
           05  WS-CVG-ISS-MONTHS         PIC S9(07) COMP-3.
           05  WS-LAPS-MONTHS            PIC S9(07) COMP-3.
           05  WS-ANNV-MONTHS            PIC S9(07) COMP-3.
           05  WS-WORK-YY                PIC S9(05) COMP-3.
           05  WS-WORK-MM                PIC S9(03) COMP-3.
           05  WS-QUOT                   PIC S9(07) COMP-3.
           05  WS-REM                    PIC S9(03) COMP-3.
           05  WS-MO-SUB                 PIC S9(04) COMP.
           05  WS-PROJ-MO-MAX            PIC S9(04) COMP VALUE +12.
           05  WS-PAY-INTVL              PIC S9(03) COMP-3.
           05  WS-ATTN-AGE               PIC S9(03) COMP-3.
           05  WS-RATE-AGE               PIC S9(03) COMP-3.
           05  WS-COI-RT                 PIC S9(03)V9(05) COMP-3.
           05  WS-PREM-LOAD-PCT          PIC S9(03)V99 COMP-3.
           05  WS-ADMIN-CHRG-AMT         PIC S9(07) COMP-3.
           05  WS-CRDT-INT-PCT           PIC S9(02)V9(04) COMP-3.
           05  WS-STRT-AV-AMT            PIC S9(13)V99 COMP-3.
           05  WS-AV-AMT                 PIC S9(13)V99 COMP-3.
           05  WS-MIN-AV-AMT             PIC S9(13)V99 COMP-3.
           05  WS-NAR-AMT                PIC S9(13)V99 COMP-3.
           05  WS-COI-AMT                PIC S9(13)V99 COMP-3.
           05  WS-INT-AMT                PIC S9(13)V99 COMP-3.
           05  WS-INSTL-AMT              PIC S9(13)V99 COMP-3.
           05  WS-FALLBK-DED-AMT         PIC S9(13)V99 COMP-3.
           05  WS-XTRA-PREM-AMT          PIC S9(13)V99 COMP-3.
           05  WS-LAPS-MO.
               10  WS-LAPS-MO-YY         PIC 9(04).
               10  FILLER                PIC X(01)  VALUE '-'.
               10  WS-LAPS-MO-MM         PIC 9(02).
           05  WS-ANNV-DT.
               10  WS-ANNV-YY            PIC 9(04).
               10  FILLER                PIC X(01)  VALUE '-'.
               10  WS-ANNV-MM            PIC 9(02).
               10  FILLER                PIC X(01)  VALUE '-'.
               10  WS-ANNV-DD            PIC 9(02).
           05  WS-BR-AGT-KEY.
               10  WS-KEY-BR-ID          PIC X(05).
               10  WS-KEY-AGT-ID         PIC X(10).

      ****************************************************************
      *    PER-BRANCH AND AGENT PROJECTED LAPSE TALLIES
      ****************************************************************

       01  WS-AGENT-TABLE-INFO.
           05  WS-AGT-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-AGT-MAX                PIC S9(04) COMP VALUE +1000.
           05  WS-AGT-OVRFLW-SW          PIC X(01)  VALUE 'N'.
               88  WS-AGT-OVERFLOW                  VALUE 'Y'.
           05  WS-AGT-ENTRY              OCCURS 1000 TIMES
                                         INDEXED BY WS-AGT-IX.
               10  WS-AGT-KEY.
                   15  WS-AGT-BR-ID      PIC X(05).
                   15  WS-AGT-ID         PIC X(10).
               10  WS-AGT-LAPS-CNT       PIC S9(07) COMP-3.
               10  WS-AGT-SUPRSD-CNT     PIC S9(07) COMP-3.
               10  WS-AGT-XTRA-PREM-AMT  PIC S9(13)V99 COMP-3.

       01  WS-REPORT-TOTALS.
           05  WS-UL-READ-CNT          PIC S9(08) COMP-3 VALUE +0.
           05  WS-IN-LAPS-CNT          PIC S9(08) COMP-3 VALUE +0.
           05  WS-NOT-VALUED-CNT       PIC S9(08) COMP-3 VALUE +0.
           05  WS-PROJ-CNT             PIC S9(08) COMP-3 VALUE +0.
           05  WS-FALLBK-CNT           PIC S9(08) COMP-3 VALUE +0.
           05  WS-LAPS-CNT             PIC S9(08) COMP-3 VALUE +0.
           05  WS-SUPRSD-CNT           PIC S9(08) COMP-3 VALUE +0.
           05  WS-XTRA-PREM-TOT        PIC S9(15)V99 COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(43)
               VALUE
               'UL POLICIES PROJECTED TO LAPSE - RUN DATE: '.
           03  P-HDR-PRCES-DT              PIC X(10).

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(11)
               VALUE 'POLICY     '.
           03  FILLER                      PIC X(17)
               VALUE 'BRNCH AGENT      '.
           03  FILLER                      PIC X(20)
               VALUE '      ACCOUNT VALUE '.
           03  FILLER                      PIC X(19)
               VALUE 'LAPSE   NEXT ANNV  '.
           03  FILLER                      PIC X(20)
               VALUE '     EXTRA PREMIUM  '.
           03  FILLER                      PIC X(17)
               VALUE 'BASIS   CLIENT   '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-BR-ID                     PIC X(05).
           03  FILLER                      PIC X(01).
           03  P-AGT-ID                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-ACCT-VALU-AMT             PIC -,---,---,--9.99.
           03  FILLER                      PIC X(03).
           03  P-LAPS-MO                   PIC X(07).
           03  FILLER                      PIC X(01).
           03  P-ANNV-DT                   PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-XTRA-PREM-AMT             PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(03).
           03  P-BASIS-TXT                 PIC X(07).
           03  FILLER                      PIC X(01).
           03  P-CLI-TXT                   PIC X(10).

       01  P-COLUMN-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(17)
               VALUE 'BRNCH AGENT      '.
           03  FILLER                      PIC X(30)
               VALUE 'PROJ LAPSES  CLIENT SUPPRESSED'.
           03  FILLER                      PIC X(24)
               VALUE '   EXTRA PREMIUM NEEDED '.

       01  P-AGENT-LINE.
           03  FILLER                      PIC X(01).
           03  P-TLY-BR-ID                 PIC X(05).
           03  FILLER                      PIC X(01).
           03  P-TLY-AGT-ID                PIC X(10).
           03  FILLER                      PIC X(05).
           03  P-TLY-LAPS-CNT              PIC ZZZZZZ9.
           03  FILLER                      PIC X(11).
           03  P-TLY-SUPRSD-CNT            PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  P-TLY-XTRA-PREM-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(21)
               VALUE 'UL POLICIES READ:    '.
           03  P-TOT-READ-X                PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(21)
               VALUE 'ALREADY IN LAPSE:    '.
           03  P-TOT-IN-LAPS-X             PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(21)
               VALUE 'NOT VALUED:          '.
           03  P-TOT-NOT-VALUED-X          PIC ZZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(21)
               VALUE 'PROJECTED:           '.
           03  P-TOT-PROJ-X                PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(21)
               VALUE 'ON PREMIUM BASIS:    '.
           03  P-TOT-FALLBK-X              PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(21)
               VALUE 'PROJECTED TO LAPSE:  '.
           03  P-TOT-LAPS-X                PIC ZZZZZZZ9.

       01  P-SUMMARY-LINE-3.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(21)
               VALUE 'CLIENT SUPPRESSED:   '.
           03  P-TOT-SUPRSD-X              PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(21)
               VALUE 'EXTRA PREMIUM TOTAL: '.
           03  P-TOT-XTRA-PREM-X           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

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

       COPY CCWL0182.

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
                    UNTIL WPOL-IO-EOF.

           PERFORM  8000-PRINT-AGENT-TALLY
               THRU 8000-PRINT-AGENT-TALLY-X.

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

           MOVE WGLOB-PROCESS-DATE      TO WS-PRC-DT-WORK.
           COMPUTE WS-PRC-MONTHS =
               (WS-PRC-YY * 12) + WS-PRC-MM.

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

           MOVE LOW-VALUES              TO WPOL-KEY.
           MOVE HIGH-VALUES             TO WPOL-ENDBR-KEY.
           PERFORM  POL-1000-TBL-BROWSE
               THRU POL-1000-TBL-BROWSE-X.

           PERFORM  2900-POLICY-READ-NEXT
              THRU 2900-POLICY-READ-NEXT-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------
       2000-PROCESS-POLICY.
      *---------------------

           IF  NOT RPOL-POL-INS-TYP-UL
           OR  NOT RPOL-POL-STAT-IN-FORCE
               GO TO 2000-NEXT-POLICY
           END-IF.

           ADD 1                        TO WS-UL-READ-CNT.

      *
      *  A POLICY ALREADY CARRYING A LAPSE START DATE IS IN THE
      *  GRACE-PERIOD NOTICE CYCLE - NOTHING TO PROJECT.
      *
           IF  RPOL-UL-LAPS-STRT-DT NOT = SPACES
           AND RPOL-UL-LAPS-STRT-DT NOT = LOW-VALUES
               ADD 1                    TO WS-IN-LAPS-CNT
               GO TO 2000-NEXT-POLICY
           END-IF.

           PERFORM  2100-LOAD-POLICY-VALUES
               THRU 2100-LOAD-POLICY-VALUES-X.

           IF  WS-POL-NOT-VALUED
               ADD 1                    TO WS-NOT-VALUED-CNT
               GO TO 2000-NEXT-POLICY
           END-IF.

           ADD 1                        TO WS-PROJ-CNT.

           PERFORM  3000-PROJECT-MONTH
               THRU 3000-PROJECT-MONTH-X
                    VARYING WS-MO-SUB FROM 1 BY 1
                    UNTIL WS-MO-SUB > WS-PROJ-MO-MAX
                    OR    WS-LAPS-FOUND.

           IF  WS-BASIS-PREMIUM
               ADD 1                    TO WS-FALLBK-CNT
           END-IF.

           IF  WS-LAPS-NOT-FOUND
               GO TO 2000-NEXT-POLICY
           END-IF.

           PERFORM  4000-CALC-EXTRA-PREMIUM
               THRU 4000-CALC-EXTRA-PREMIUM-X.

           PERFORM  5000-ISSUE-WARNING
               THRU 5000-ISSUE-WARNING-X.

           PERFORM  7000-TALLY-AGENT
               THRU 7000-TALLY-AGENT-X.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2000-NEXT-POLICY.

           PERFORM  2900-POLICY-READ-NEXT
               THRU 2900-POLICY-READ-NEXT-X.

       2000-PROCESS-POLICY-X.
           EXIT.
      /
      *-------------------------
       2100-LOAD-POLICY-VALUES.
      *-------------------------

           SET  WS-POL-NOT-VALUED       TO TRUE.
           SET  WS-LAPS-NOT-FOUND       TO TRUE.
           SET  WS-BASIS-PREMIUM        TO TRUE.

           MOVE RPOL-POL-ID             TO WCVG-POL-ID.
           MOVE RPOL-POL-BASE-CVG-NUM   TO WCVG-CVG-NUM.
           PERFORM  CVG-1000-READ
               THRU CVG-1000-READ-X.
           IF  NOT WCVG-IO-OK
               GO TO 2100-LOAD-POLICY-VALUES-X
           END-IF.
           MOVE RCVG-CVG-INFO           TO WCVGS-CVG-INFO.

           IF  WCVGS-CVG-RT-AGE NOT NUMERIC
           OR  WCVGS-CVG-ISS-EFF-DT-YR NOT NUMERIC
           OR  WCVGS-CVG-ISS-EFF-DT-MO NOT NUMERIC
           OR  RPOL-POL-ISS-EFF-DT-MO NOT NUMERIC
               GO TO 2100-LOAD-POLICY-VALUES-X
           END-IF.

      *
      *  THE STARTING VALUE IS THE BASE COVERAGE ACCUMULATED VALUE
      *  AT THE PROCESS DATE PLUS UNAPPLIED PREMIUM SUSPENSE, AS
      *  THE GRACE-PERIOD SHORTAGE CALCULATION TAKES IT.
      *
           PERFORM  0182-1000-BUILD-PARM-INFO
               THRU 0182-1000-BUILD-PARM-INFO-X.
           MOVE RPOL-POL-ID             TO L0182-POL-ID.
           MOVE RPOL-POL-BASE-CVG-NUM   TO L0182-CVG-NUM.
           MOVE WGLOB-PROCESS-DATE      TO L0182-EFF-DT.
           PERFORM  0182-2000-CALC-CSV-CVG
               THRU 0182-2000-CALC-CSV-CVG-X.
           IF  NOT L0182-RETRN-OK
               MOVE RPOL-POL-ID         TO WGLOB-MSG-PARM (1)
               MOVE 'ZSULLP0003'        TO WGLOB-MSG-REF-INFO
      *MSG: (W) UL ACCOUNT VALUE NOT AVAILABLE - POLICY @1 SKIPPED
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 2100-LOAD-POLICY-VALUES-X
           END-IF.

           COMPUTE WS-STRT-AV-AMT =
               L0182-CVG-ACUM-VALU-AMT
             + RPOL-POL-BT-SUSP-AMT
             + RPOL-POL-PD-SUSP-AMT
             + RPOL-POL-CC-SUSP-AMT.
           MOVE WS-STRT-AV-AMT          TO WS-AV-AMT.

           COMPUTE WS-CVG-ISS-MONTHS =
               (WCVGS-CVG-ISS-EFF-DT-YR * 12)
             + WCVGS-CVG-ISS-EFF-DT-MO.

      *
      *  PREMIUM IS CREDITED ONLY WHILE PREMIUMS ARE BEING BILLED:
      *  ONE INSTALMENT OF THE ANNUALISED PREMIUM EVERY 12/MODE
      *  MONTHS FROM THE PAID-TO DATE.
      *
           MOVE ZERO                    TO WS-PAY-INTVL
                                           WS-INSTL-AMT
                                           WS-PD-TO-MONTHS.
           IF  (RPOL-POL-STAT-PREM-PAYING
           OR   RPOL-POL-STAT-PREM-PAY-REG)
           AND NOT RPOL-POL-BILL-TYP-SINGLE
           AND RPOL-POL-BILL-MODE-CD-N NUMERIC
           AND RPOL-POL-BILL-MODE-CD-N > ZERO
           AND RPOL-POL-BILL-MODE-CD-N NOT > 12
           AND RPOL-POL-PD-TO-DT-NUM-YR NUMERIC
           AND RPOL-POL-PD-TO-DT-NUM-MO NUMERIC
               DIVIDE 12 BY RPOL-POL-BILL-MODE-CD-N
                   GIVING WS-PAY-INTVL
               COMPUTE WS-INSTL-AMT ROUNDED =
                   RPOL-POL-MPREM-AMT / RPOL-POL-BILL-MODE-CD-N
               COMPUTE WS-PD-TO-MONTHS =
                   (RPOL-POL-PD-TO-DT-NUM-YR * 12)
                 + RPOL-POL-PD-TO-DT-NUM-MO
           END-IF.

           COMPUTE WS-FALLBK-DED-AMT ROUNDED =
               RPOL-POL-MPREM-AMT / 12.

           MOVE -1                      TO WS-RATE-AGE.
           MOVE ZERO                    TO WS-COI-RT
                                           WS-PREM-LOAD-PCT
                                           WS-ADMIN-CHRG-AMT
                                           WS-CRDT-INT-PCT.

           SET  WS-POL-OK               TO TRUE.

       2100-LOAD-POLICY-VALUES-X.
           EXIT.
      /
      *--------------------
       3000-PROJECT-MONTH.
      *--------------------

      *
      *  ONE POLICY MONTH: PREMIUM IN (NET OF LOAD), MONTHLY
      *  DEDUCTION OUT, THEN INTEREST ON A POSITIVE VALUE.  THE
      *  FIRST MONTH ENDING BELOW ZERO IS THE PROJECTED LAPSE.
      *
           COMPUTE WS-PROJ-MONTHS = WS-PRC-MONTHS + WS-MO-SUB.

           PERFORM  3100-GET-CHARGE-RATES
               THRU 3100-GET-CHARGE-RATES-X.

           IF  WS-PAY-INTVL > ZERO
           AND WS-PROJ-MONTHS NOT < WS-PD-TO-MONTHS
               COMPUTE WS-QUOT = WS-PROJ-MONTHS - WS-PD-TO-MONTHS
               DIVIDE WS-PAY-INTVL INTO WS-QUOT
                   GIVING WS-QUOT REMAINDER WS-REM
               IF  WS-REM = ZERO
                   IF  WS-BASIS-CHARGE-RATES
                       COMPUTE WS-AV-AMT ROUNDED = WS-AV-AMT
                           + (WS-INSTL-AMT
                           * (100 - WS-PREM-LOAD-PCT) / 100)
                   ELSE
                       ADD WS-INSTL-AMT TO WS-AV-AMT
                   END-IF
               END-IF
           END-IF.

           IF  WS-BASIS-CHARGE-RATES
               IF  WS-AV-AMT > ZERO
                   COMPUTE WS-NAR-AMT =
                       WCVGS-CVG-FACE-AMT - WS-AV-AMT
               ELSE
                   MOVE WCVGS-CVG-FACE-AMT TO WS-NAR-AMT
               END-IF
               IF  WS-NAR-AMT < ZERO
                   MOVE ZERO            TO WS-NAR-AMT
               END-IF
               COMPUTE WS-COI-AMT ROUNDED =
                   WS-NAR-AMT * WS-COI-RT / 1000
               COMPUTE WS-AV-AMT =
                   WS-AV-AMT - WS-COI-AMT - WS-ADMIN-CHRG-AMT
               IF  WS-AV-AMT > ZERO
                   COMPUTE WS-INT-AMT ROUNDED =
                       WS-AV-AMT * WS-CRDT-INT-PCT / 1200
                   ADD WS-INT-AMT       TO WS-AV-AMT
               END-IF
           ELSE
               SUBTRACT WS-FALLBK-DED-AMT FROM WS-AV-AMT
           END-IF.

           IF  WS-LAPS-FOUND
               IF  WS-AV-AMT < WS-MIN-AV-AMT
                   MOVE WS-AV-AMT       TO WS-MIN-AV-AMT
               END-IF
               GO TO 3000-PROJECT-MONTH-X
           END-IF.

           IF  WS-AV-AMT < ZERO
               SET  WS-LAPS-FOUND       TO TRUE
               MOVE WS-PROJ-MONTHS      TO WS-LAPS-MONTHS
               MOVE WS-AV-AMT           TO WS-MIN-AV-AMT
           END-IF.

       3000-PROJECT-MONTH-X.
           EXIT.

      *-----------------------
       3100-GET-CHARGE-RATES.
      *-----------------------

      *
      *  RATES GO BY ATTAINED AGE, WHICH STEPS UP ON EACH COVERAGE
      *  ANNIVERSARY.  THE BASIS IS SETTLED BY THE FIRST MONTH; A
      *  LATER AGE WITH NO ROW KEEPS THE LAST RATES FOUND.
      *
           COMPUTE WS-QUOT = WS-PROJ-MONTHS - WS-CVG-ISS-MONTHS.
           IF  WS-QUOT < ZERO
               MOVE ZERO                TO WS-QUOT
           END-IF.
           DIVIDE WS-QUOT BY 12 GIVING WS-WORK-YY.
           COMPUTE WS-ATTN-AGE = WCVGS-CVG-RT-AGE-N + WS-WORK-YY.

           IF  WS-ATTN-AGE = WS-RATE-AGE
               GO TO 3100-GET-CHARGE-RATES-X
           END-IF.
           MOVE WS-ATTN-AGE             TO WS-RATE-AGE.

           IF  NOT WS-ULCH-OPEN
               GO TO 3100-GET-CHARGE-RATES-X
           END-IF.

           IF  WS-MO-SUB > 1
           AND WS-BASIS-PREMIUM
               GO TO 3100-GET-CHARGE-RATES-X
           END-IF.

           MOVE WCVGS-PLAN-ID           TO WULCH-PLAN-ID.
           MOVE WS-ATTN-AGE             TO WULCH-ATTN-AGE.
           READ ULCH-FILE
               INVALID KEY
                   MOVE '23' TO WULCH-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WULCH-IO-OK
               IF  NOT WULCH-IO-NOTFND
                  MOVE WULCH-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                  MOVE WULCH-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                  MOVE TFCMD-READ-RECORD      TO WGLOB-IO-COMMAND
                  PERFORM 0030-3000-QSAM-ERROR
                     THRU 0030-3000-QSAM-ERROR-X
               END-IF
               GO TO 3100-GET-CHARGE-RATES-X
           END-IF.

           SET  WS-BASIS-CHARGE-RATES   TO TRUE.
           MOVE WULCH-COI-RT            TO WS-COI-RT.
           MOVE WULCH-PREM-LOAD-PCT     TO WS-PREM-LOAD-PCT.
           MOVE WULCH-ADMIN-CHRG-AMT    TO WS-ADMIN-CHRG-AMT.
           MOVE WULCH-CRDT-INT-PCT      TO WS-CRDT-INT-PCT.

       3100-GET-CHARGE-RATES-X.
           EXIT.
      /
      *-------------------------
       4000-CALC-EXTRA-PREMIUM.
      *-------------------------

      *
      *  THE NEXT POLICY ANNIVERSARY AFTER THE LAPSE MONTH.  THE
      *  PROJECTION IS RUN ON TO IT AND THE DEEPEST SHORTFALL ON
      *  THE WAY, GROSSED UP FOR PREMIUM LOAD, IS THE EXTRA PREMIUM.
      *
           COMPUTE WS-QUOT = WS-LAPS-MONTHS - 1.
           DIVIDE WS-QUOT BY 12 GIVING WS-WORK-YY.
           COMPUTE WS-WORK-MM = WS-LAPS-MONTHS - (WS-WORK-YY * 12).
           MOVE WS-WORK-YY              TO WS-LAPS-MO-YY.
           MOVE WS-WORK-MM              TO WS-LAPS-MO-MM.

           IF  RPOL-POL-ISS-EFF-DT-MO > WS-WORK-MM
               COMPUTE WS-ANNV-MONTHS =
                   (WS-WORK-YY * 12) + RPOL-POL-ISS-EFF-DT-MO
           ELSE
               COMPUTE WS-ANNV-MONTHS =
                   ((WS-WORK-YY + 1) * 12) + RPOL-POL-ISS-EFF-DT-MO
           END-IF.

           COMPUTE WS-QUOT = WS-ANNV-MONTHS - 1.
           DIVIDE WS-QUOT BY 12 GIVING WS-WORK-YY.
           MOVE WS-WORK-YY              TO WS-ANNV-YY.
           MOVE RPOL-POL-ISS-EFF-DT-MO  TO WS-ANNV-MM.
           MOVE RPOL-POL-ISS-EFF-DT-DY  TO WS-ANNV-DD.

           PERFORM  3000-PROJECT-MONTH
               THRU 3000-PROJECT-MONTH-X
                    VARYING WS-MO-SUB FROM WS-MO-SUB BY 1
                    UNTIL WS-PRC-MONTHS + WS-MO-SUB
                          NOT < WS-ANNV-MONTHS.

           IF  WS-BASIS-CHARGE-RATES
               COMPUTE WS-XTRA-PREM-AMT ROUNDED =
                   (ZERO - WS-MIN-AV-AMT) * 100
                 / (100 - WS-PREM-LOAD-PCT)
           ELSE
               COMPUTE WS-XTRA-PREM-AMT =
                   ZERO - WS-MIN-AV-AMT
           END-IF.

       4000-CALC-EXTRA-PREMIUM-X.
           EXIT.
      /
      *--------------------
       5000-ISSUE-WARNING.
      *--------------------

           MOVE SPACES                  TO RULLW-SEQ-REC-INFO.
           MOVE RPOL-POL-ID             TO RULLW-POL-ID.
           MOVE RPOL-HLDR-CLI-ID        TO RULLW-CLI-ID.
           MOVE RPOL-SERV-AGT-ID        TO RULLW-SERV-AGT-ID.
           MOVE RPOL-SERV-BR-ID         TO RULLW-SERV-BR-ID.
           MOVE WGLOB-PROCESS-DATE      TO RULLW-PROJ-DT.
           MOVE WS-STRT-AV-AMT          TO RULLW-ACCT-VALU-AMT.
           MOVE WS-LAPS-MO              TO RULLW-LAPS-MO.
           MOVE WS-ANNV-DT              TO RULLW-NXT-ANNV-DT.
           MOVE WS-XTRA-PREM-AMT        TO RULLW-XTRA-PREM-AMT.
           IF  WS-BASIS-CHARGE-RATES
               SET RULLW-BASIS-CHARGE-RATES TO TRUE
           ELSE
               SET RULLW-BASIS-PREMIUM  TO TRUE
           END-IF.

      *
      *  AN UNDELIVERABLE ADDRESS STOPS THE CLIENT NOTICE; THE
      *  AGENT STILL GETS THE WARNING, FLAGGED, TO CONTACT THE
      *  CLIENT ANOTHER WAY.
      *
           MOVE RPOL-HLDR-CLI-ID        TO WRTML-RQST-CLI-ID.
           PERFORM  RTML-1000-CHECK-SUPRES
               THRU RTML-1000-CHECK-SUPRES-X.

           IF  RRTML-ADDR-SUPRSD
               SET RULLW-CLI-SUPRSD     TO TRUE
               ADD 1                    TO WS-SUPRSD-CNT
           ELSE
               SET RULLW-CLI-NOT-SUPRSD TO TRUE
               PERFORM  5100-SEND-CLIENT-WARNING
                   THRU 5100-SEND-CLIENT-WARNING-X
           END-IF.

           MOVE TFCMD-WRITE-RECORD      TO WULLA-SEQ-IO-COMMAND.
           WRITE RULLA-SEQ-REC-INFO FROM RULLW-SEQ-REC-INFO.
           IF WULLA-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-ULLA-ERROR
                 THRU 9700-HANDLE-ULLA-ERROR-X
           END-IF.

           ADD 1                        TO WS-LAPS-CNT.
           ADD WS-XTRA-PREM-AMT         TO WS-XTRA-PREM-TOT.

       5000-ISSUE-WARNING-X.
           EXIT.

      *--------------------------
       5100-SEND-CLIENT-WARNING.
      *--------------------------
      *
      *  THE WARNING IS A DUNNING-CLASS NOTICE BUT NOT THE STATUTORY
      *  LAPSE NOTICE, SO IT GOES BY THE CLIENT'S DUNNING PREFERENCE.
      *
           MOVE RPOL-HLDR-CLI-ID        TO WCPRF-RQST-CLI-ID.
           MOVE 'DU'                    TO WCPRF-RQST-DOC-CAT-CD.
           SET  WCPRF-RQST-NOT-LEGAL    TO TRUE.
           PERFORM  CPRF-1000-GET-CHANNEL
               THRU CPRF-1000-GET-CHANNEL-X.

           IF  WCPRF-ROUTE-NO-CONTACT
               GO TO 5100-SEND-CLIENT-WARNING-X
           END-IF.

           IF  WCPRF-ROUTE-ELECTRONIC
               MOVE RPOL-POL-ID         TO WCNTQ-RQST-POL-ID
               MOVE RULLW-SEQ-REC-INFO  TO WCNTQ-RQST-NTC-IMAGE-TXT
               PERFORM  CPRF-2000-QUEUE-NOTICE
                   THRU CPRF-2000-QUEUE-NOTICE-X
               GO TO 5100-SEND-CLIENT-WARNING-X
           END-IF.

           MOVE TFCMD-WRITE-RECORD      TO WULLW-SEQ-IO-COMMAND.
           WRITE RULLW-SEQ-REC-INFO.
           IF WULLW-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-ULLW-ERROR
                 THRU 9700-HANDLE-ULLW-ERROR-X
           END-IF.

       5100-SEND-CLIENT-WARNING-X.
           EXIT.
      /
      *------------------
       7000-TALLY-AGENT.
      *------------------

           MOVE RPOL-SERV-BR-ID         TO WS-KEY-BR-ID.
           MOVE RPOL-SERV-AGT-ID        TO WS-KEY-AGT-ID.

           SET  WS-AGT-IX               TO 1.

           SEARCH WS-AGT-ENTRY
               AT END
                   PERFORM  7100-NEW-AGENT-ENTRY
                       THRU 7100-NEW-AGENT-ENTRY-X
               WHEN WS-AGT-IX > WS-AGT-CNT
                   PERFORM  7100-NEW-AGENT-ENTRY
                       THRU 7100-NEW-AGENT-ENTRY-X
               WHEN WS-AGT-KEY (WS-AGT-IX) = WS-BR-AGT-KEY
                   CONTINUE
           END-SEARCH.

           IF  WS-AGT-OVERFLOW
               GO TO 7000-TALLY-AGENT-X
           END-IF.

           ADD 1                      TO WS-AGT-LAPS-CNT (WS-AGT-IX).
           IF  RULLW-CLI-SUPRSD
               ADD 1                  TO WS-AGT-SUPRSD-CNT (WS-AGT-IX)
           END-IF.
           ADD WS-XTRA-PREM-AMT       TO WS-AGT-XTRA-PREM-AMT
                                                         (WS-AGT-IX).

       7000-TALLY-AGENT-X.
           EXIT.

      *----------------------
       7100-NEW-AGENT-ENTRY.
      *----------------------

           IF  WS-AGT-CNT NOT < WS-AGT-MAX
      *MSG: (W) AGENT TALLY TABLE FULL - TALLIES INCOMPLETE
               SET WS-AGT-OVERFLOW      TO TRUE
               MOVE 'ZSULLP0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 7100-NEW-AGENT-ENTRY-X
           END-IF.

           ADD 1                        TO WS-AGT-CNT.
           SET WS-AGT-IX                TO WS-AGT-CNT.
           MOVE WS-BR-AGT-KEY           TO WS-AGT-KEY (WS-AGT-IX).
           MOVE ZERO               TO WS-AGT-LAPS-CNT (WS-AGT-IX)
                                      WS-AGT-SUPRSD-CNT (WS-AGT-IX)
                                      WS-AGT-XTRA-PREM-AMT (WS-AGT-IX).

       7100-NEW-AGENT-ENTRY-X.
           EXIT.
      /
      *------------------------
       8000-PRINT-AGENT-TALLY.
      *------------------------

           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE P-COLUMN-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           IF  WS-AGT-CNT > ZERO
               PERFORM  8100-PRINT-ONE-AGENT
                   THRU 8100-PRINT-ONE-AGENT-X
                        VARYING WS-AGT-IX FROM 1 BY 1
                        UNTIL WS-AGT-IX > WS-AGT-CNT
           END-IF.

       8000-PRINT-AGENT-TALLY-X.
           EXIT.

      *----------------------
       8100-PRINT-ONE-AGENT.
      *----------------------

           MOVE SPACES                         TO P-AGENT-LINE.
           MOVE WS-AGT-BR-ID (WS-AGT-IX)       TO P-TLY-BR-ID.
           MOVE WS-AGT-ID (WS-AGT-IX)          TO P-TLY-AGT-ID.
           MOVE WS-AGT-LAPS-CNT (WS-AGT-IX)    TO P-TLY-LAPS-CNT.
           MOVE WS-AGT-SUPRSD-CNT (WS-AGT-IX)  TO P-TLY-SUPRSD-CNT.
           MOVE WS-AGT-XTRA-PREM-AMT (WS-AGT-IX)
                                               TO P-TLY-XTRA-PREM-AMT.

           MOVE +1                             TO WPRT1-NUMBER-LINES.
           MOVE P-AGENT-LINE                   TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8100-PRINT-ONE-AGENT-X.
           EXIT.
      /
      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE RULLW-POL-ID            TO P-POL-ID.
           MOVE RULLW-SERV-BR-ID        TO P-BR-ID.
           MOVE RULLW-SERV-AGT-ID       TO P-AGT-ID.
           MOVE WS-STRT-AV-AMT          TO P-ACCT-VALU-AMT.
           MOVE RULLW-LAPS-MO           TO P-LAPS-MO.
           MOVE RULLW-NXT-ANNV-DT       TO P-ANNV-DT.
           MOVE WS-XTRA-PREM-AMT        TO P-XTRA-PREM-AMT.
           IF  RULLW-BASIS-CHARGE-RATES
               MOVE 'CHARGES'           TO P-BASIS-TXT
           ELSE
               MOVE 'PREMIUM'           TO P-BASIS-TXT
           END-IF.
           IF  RULLW-CLI-SUPRSD
               MOVE 'SUPPRESSED'        TO P-CLI-TXT
           ELSE
               MOVE 'SENT      '        TO P-CLI-TXT
           END-IF.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.

      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-UL-READ-CNT           TO P-TOT-READ-X.
           MOVE WS-IN-LAPS-CNT           TO P-TOT-IN-LAPS-X.
           MOVE WS-NOT-VALUED-CNT        TO P-TOT-NOT-VALUED-X.
           MOVE WS-PROJ-CNT              TO P-TOT-PROJ-X.
           MOVE WS-FALLBK-CNT            TO P-TOT-FALLBK-X.
           MOVE WS-LAPS-CNT              TO P-TOT-LAPS-X.
           MOVE WS-SUPRSD-CNT            TO P-TOT-SUPRSD-X.
           MOVE WS-XTRA-PREM-TOT         TO P-TOT-XTRA-PREM-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-3         TO RPRT1-SEQ-REC-INFO.
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

      *--------------------------
       8450-WRITE-DETAIL-HEADING.
      *--------------------------

           MOVE WGLOB-PROCESS-DATE     TO P-HDR-PRCES-DT.

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

      *
      *  NO CHARGE MASTER YET MEANS EVERY PLAN IS PROJECTED ON ITS
      *  PREMIUM.
      *
           OPEN INPUT ULCH-FILE.
           IF  WULCH-IO-OK
               SET WS-ULCH-OPEN         TO TRUE
           ELSE
               IF  NOT WULCH-IO-NOFILE
                  MOVE WULCH-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                  MOVE WULCH-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                  MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                  PERFORM 0030-3000-QSAM-ERROR
                     THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           MOVE ZERO TO WULLW-SEQ-IO-STATUS.
           MOVE TFCMD-OPEN-O-FILE       TO WULLW-SEQ-IO-COMMAND.
           OPEN OUTPUT ULLW-DATA-FILE.
           IF WULLW-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-ULLW-ERROR
                 THRU 9700-HANDLE-ULLW-ERROR-X
           END-IF.

           MOVE ZERO TO WULLA-SEQ-IO-STATUS.
           MOVE TFCMD-OPEN-O-FILE       TO WULLA-SEQ-IO-COMMAND.
           OPEN OUTPUT ULLA-DATA-FILE.
           IF WULLA-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-ULLA-ERROR
                 THRU 9700-HANDLE-ULLA-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-LAPS-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSULLP0001'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL UL PROJECTED-LAPSE WARNINGS ISSUED @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  POL-3000-TBL-END-BROWSE
               THRU POL-3000-TBL-END-BROWSE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE ULLW-DATA-FILE.
           CLOSE ULLA-DATA-FILE.

           IF  WS-ULCH-OPEN
               CLOSE ULCH-FILE
           END-IF.

           IF  WRTML-FILE-OPEN
               CLOSE RTML-FILE
           END-IF.

           PERFORM  CPRF-9000-CLOSE
               THRU CPRF-9000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.

      *-----------------------
       2900-POLICY-READ-NEXT.
      *-----------------------

           PERFORM  POL-2000-TBL-READ-NEXT
               THRU POL-2000-TBL-READ-NEXT-X.

           IF  NOT WPOL-IO-OK
           AND NOT WPOL-IO-EOF
              MOVE WPOL-SEQ-FILE-NAME     TO WGLOB-TABLE-NAME
              MOVE WPOL-SEQ-FILE-STATUS   TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       2900-POLICY-READ-NEXT-X.
           EXIT.

      *-----------------------
       9700-HANDLE-ULLW-ERROR.
      *-----------------------

           MOVE WULLW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WULLW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WULLW-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-ULLW-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-ULLA-ERROR.
      *-----------------------

           MOVE WULLA-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WULLA-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WULLA-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-ULLA-ERROR-X.
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
      * POLICY MASTER BROWSE
      *
       COPY CCPTPOL.
      *
      * COVERAGE READ
      *
       COPY CCPNCVG.
      *
      * ACCOUNT VALUE CALCULATION
      *
       COPY CCPL0182.
       COPY CCPS0182.
      *
      * RTML SUPPRESSION CHECK
      *
       COPY CCPPRTML.
      *
      * CLIENT COMMUNICATION PREFERENCE ROUTING
      *
       COPY CCPPCPRF.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMULLP                     **
      *****************************************************************
