      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMUPEC.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMUPEC                                         **
      **            SEGFUND UNIT-PRICE ERROR COMPENSATION.           **
      **                                                             **
      **            GIVEN THE FUND, THE PRICE DATE, THE ERRONEOUS    **
      **            AND THE CORRECTED UNIT PRICE (CONTROL CARD),     **
      **            WALKS THE SEGFUND ACTIVITY TABLE FOR EVERY       **
      **            COMPLETED POSTING ALLOCATED AT THE WRONG PRICE - **
      **            DEPOSITS, SURRENDERS, TRANSFER LEGS, ADMIN AND   **
      **            M+E CHARGES - AND WORKS OUT PER POLICY THE UNITS **
      **            THE CLIENT WAS SHORT (AMOUNT-BASED ALLOCATIONS)  **
      **            AND THE CASH THE CLIENT WAS SHORT (UNIT-BASED    **
      **            SURRENDERS).  A SHORTFALL BELOW THE DE MINIMIS   **
      **            THRESHOLD IS WAIVED; ANYTHING ELSE IS MADE WHOLE **
      **            - UNITS THROUGH THE DEPOSIT DRIVER SSRF6320,     **
      **            CASH THROUGH THE DISBURSEMENT QUEUE (ZCSRDSBQ).  **
      **            GAINS IN THE CLIENT'S FAVOUR ARE NOT RECOVERED.  **
      **            WRITES ONE COMPENSATION RECORD PER AFFECTED      **
      **            POLICY (ZCSRUPEC) AND THE INCIDENT REPORT FOR    **
      **            THE REGULATOR AND THE FUND MANAGER.              **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51263**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           SELECT UPEC-DATA-FILE ASSIGN TO ZSUPEC
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WUPEC-SEQ-FILE-STATUS.

           SELECT DSBQ-DATA-FILE ASSIGN TO ZSDSBQ
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WDSBQ-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       FD  UPEC-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRUPEC.

       FD  DSBQ-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRDSBQ.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMUPEC'.

       COPY SQLCA.

       01  WUPEC-SEQ-IO-WORK-AREA.
           05  WUPEC-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'UPEC'.
           05  WUPEC-SEQ-IO-COMMAND            PIC X(02).
           05  WUPEC-SEQ-FILE-STATUS           PIC X(02).
           05  WUPEC-SEQ-IO-STATUS             PIC 9(01).
               88  WUPEC-SEQ-IO-OK             VALUE 0.
               88  WUPEC-SEQ-IO-EOF            VALUE 8.
               88  WUPEC-SEQ-IO-ERROR          VALUE 9.

       01  WDSBQ-SEQ-IO-WORK-AREA.
           05  WDSBQ-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'DSBQ'.
           05  WDSBQ-SEQ-IO-COMMAND            PIC X(02).
           05  WDSBQ-SEQ-FILE-STATUS           PIC X(02).
           05  WDSBQ-SEQ-IO-STATUS             PIC 9(01).
               88  WDSBQ-SEQ-IO-OK             VALUE 0.
               88  WDSBQ-SEQ-IO-EOF            VALUE 8.
               88  WDSBQ-SEQ-IO-ERROR          VALUE 9.


      ****************************************************************
      *    CONTROL CARD - FUND, PRICE DATE, ERRONEOUS AND CORRECTED
      *    UNIT PRICE, DE MINIMIS THRESHOLD IN YEN
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-FUND-CD                      PIC X(04).
           02  CR-ERR-PRICE-DT                 PIC X(10).
           02  CR-WRONG-UNIT-PRICE-TXT         PIC X(13).
           02  CR-WRONG-UNIT-PRICE REDEFINES
               CR-WRONG-UNIT-PRICE-TXT         PIC 9(07)V9(06).
           02  CR-CRCT-UNIT-PRICE-TXT          PIC X(13).
           02  CR-CRCT-UNIT-PRICE REDEFINES
               CR-CRCT-UNIT-PRICE-TXT          PIC 9(07)V9(06).
           02  CR-DMIN-AMT-TXT                 PIC X(09).
           02  CR-DMIN-AMT REDEFINES
               CR-DMIN-AMT-TXT                 PIC 9(09).
           02  FILLER                          PIC X(24).

      ****************************************************************
      *    POSITION OF THE POLICY CURRENTLY BEING ACCUMULATED - THE
      *    FA TABLE IS IN POLICY ORDER, SO A CHANGE OF POLICY CLOSES
      *    THE PREVIOUS ONE.
      ****************************************************************

       01  WS-POLICY-AREA.
           05  WS-CUR-POL-ID             PIC X(10)  VALUE SPACES.
           05  WS-POL-POSTING-CNT        PIC S9(05) COMP-3
                                                    VALUE ZERO.
           05  WS-POL-UNITS-DIFF         PIC S9(11)V9(06) COMP-3
                                                    VALUE ZERO.
           05  WS-POL-CASH-DIFF          PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-CMPN-UNITS             PIC S9(11)V9(06) COMP-3
                                                    VALUE ZERO.
           05  WS-CMPN-CASH-AMT          PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-CMPN-UNITS-AMT         PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-CMPN-VALUE-AMT         PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-CMPN-ACTN-CD           PIC X(01).
               88  WS-ACTN-COMPENSATED              VALUE 'C'.
               88  WS-ACTN-WAIVED                   VALUE 'W'.
               88  WS-ACTN-NO-LOSS                  VALUE 'N'.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-ROW-AMT                PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-ROW-UNITS              PIC S9(11)V9(06) COMP-3
                                                    VALUE ZERO.
           05  WS-ROW-UNITS-DIFF         PIC S9(11)V9(06) COMP-3
                                                    VALUE ZERO.
           05  WS-ROW-CASH-DIFF          PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-ROW-DRCT-CD            PIC X(01).
               88  WS-ROW-UNITS-IN                  VALUE 'I'.
               88  WS-ROW-UNITS-OUT                 VALUE 'O'.
               88  WS-ROW-CASH-OUT                  VALUE 'C'.
           05  WS-ENGINE-ERROR-SW        PIC X(01)  VALUE 'N'.
               88  WS-ENGINE-ERROR                  VALUE 'Y'.
               88  WS-ENGINE-CLEAN                  VALUE 'N'.

       01  WS-REPORT-TOTALS.
           05  WS-FA-READ-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-POSTING-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-POL-AFFECTED-CNT     PIC S9(07) COMP-3 VALUE +0.
           05  WS-POL-CMPN-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-POL-WAIVED-CNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-POL-NO-LOSS-CNT      PIC S9(07) COMP-3 VALUE +0.
           05  WS-TOT-CMPN-AMT         PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOT-CMPN-UNITS       PIC S9(11)V9(06) COMP-3
                                                         VALUE +0.
           05  WS-TOT-CMPN-CASH-AMT    PIC S9(13)V99 COMP-3 VALUE +0.
           05  WS-TOT-WAIVED-AMT       PIC S9(13)V99 COMP-3 VALUE +0.

      ****************************************************************
      *    INCIDENT REPORT HEADING, DETAIL AND SUMMARY LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'SEGFUND UNIT-PRICE ERROR INCIDENT REPORT    '.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(06)
               VALUE 'FUND: '.
           03  P-FUND-CD                   PIC X(04).
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(12)
               VALUE 'PRICE DATE: '.
           03  P-ERR-PRICE-DT              PIC X(10).
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(16)
               VALUE 'PRICE APPLIED:  '.
           03  P-WRONG-PRICE-X             PIC Z(06)9.9(06).
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(17)
               VALUE 'CORRECTED PRICE: '.
           03  P-CRCT-PRICE-X              PIC Z(06)9.9(06).
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(12)
               VALUE 'DE MINIMIS: '.
           03  P-DMIN-AMT-X                PIC ZZZ,ZZZ,ZZ9.

       01  P-HEAD-LINE-5.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(12)
               VALUE 'POLICY      '.
           03  FILLER                      PIC X(08)
               VALUE 'POSTINGS'.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(20)
               VALUE '    UNIT DIFFERENCE '.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(20)
               VALUE '    CASH DIFFERENCE '.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(20)
               VALUE '  COMPENSATION VALUE'.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(20)
               VALUE 'ACTION              '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-POSTING-CNT-X             PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  P-UNITS-DIFF-X              PIC -(11)9.9(06).
           03  FILLER                      PIC X(03).
           03  P-CASH-DIFF-X               PIC -(13)9.99.
           03  FILLER                      PIC X(03).
           03  P-CMPN-VALUE-X              PIC Z(13)9.99.
           03  FILLER                      PIC X(03).
           03  P-ACTN-TXT                  PIC X(20).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(19)
               VALUE 'POSTINGS AT ERROR: '.
           03  P-POSTING-TOT-X             PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(19)
               VALUE 'POLICIES AFFECTED: '.
           03  P-AFFECTED-CNT-X            PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(13)
               VALUE 'COMPENSATED: '.
           03  P-CMPN-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(08)
               VALUE 'WAIVED: '.
           03  P-WAIVED-CNT-X              PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(09)
               VALUE 'NO LOSS: '.
           03  P-NO-LOSS-CNT-X             PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(20)
               VALUE 'TOTAL COMPENSATION: '.
           03  P-TOT-CMPN-AMT-X            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(14)
               VALUE 'UNITS POSTED: '.
           03  P-TOT-CMPN-UNITS-X          PIC Z(10)9.9(06).
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(13)
               VALUE 'CASH QUEUED: '.
           03  P-TOT-CMPN-CASH-X           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  P-SUMMARY-LINE-3.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(28)
               VALUE 'WAIVED UNDER DE MINIMIS:    '.
           03  P-TOT-WAIVED-AMT-X          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       COPY SCFWFA.
       COPY SCFRFA.

       COPY CCFWPOL.
       COPY CCFRPOL.
       COPY CCWWCVGS.

      *
      * SEGFUND DEPOSIT FUNCTION DRIVER INTERFACE - COMPENSATION
      * UNITS ARE ALLOCATED AS A DEPOSIT TO THE FUND IN ERROR
      *
       COPY SCWL6320.
       COPY SCWLSEGF.
       COPY CCWLPGA.


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

           PERFORM  2000-PROCESS-ROW
               THRU 2000-PROCESS-ROW-X
                    UNTIL NOT WFA-IO-OK
                    OR    WS-ENGINE-ERROR.

           PERFORM  2900-END-BROWSE
               THRU 2900-END-BROWSE-X.

           IF  WS-CUR-POL-ID NOT = SPACES
           AND WS-ENGINE-CLEAN
               PERFORM  3000-CLOSE-POLICY
                   THRU 3000-CLOSE-POLICY-X
           END-IF.

           PERFORM  8600-WRITE-SUMMARY-LINE
               THRU 8600-WRITE-SUMMARY-LINE-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

      *
      *  A FAILED COMPENSATION POSTING MUST DIE BEFORE THE COMMIT
      *  POINT - THE LOGIC ERROR ROLLS BACK THE UNITS ALREADY
      *  POSTED, SO THE RUN CAN SIMPLY BE RESUBMITTED.
      *
           IF  WS-ENGINE-ERROR
      *MSG: (S) COMPENSATION POSTING DID NOT COMPLETE - RUN HELD
               MOVE 'ZSUPEC0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

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
      *MSG: (S) MISSING UNIT-PRICE ERROR CONTROL CARD
               MOVE 'ZSUPEC0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

      *
      *  BOTH PRICES ARE NEEDED AND MUST DIFFER - A ZERO PRICE WOULD
      *  DIVIDE BY ZERO IN THE UNIT RECALCULATION.  A BLANK
      *  THRESHOLD MEANS EVERY SHORTFALL IS COMPENSATED.
      *
           IF  CR-FUND-CD = SPACES
           OR  CR-ERR-PRICE-DT = SPACES
           OR  CR-WRONG-UNIT-PRICE NOT NUMERIC
           OR  CR-CRCT-UNIT-PRICE NOT NUMERIC
      *MSG: (S) INVALID UNIT-PRICE ERROR CONTROL CARD
               MOVE 'ZSUPEC0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           IF  CR-WRONG-UNIT-PRICE = ZERO
           OR  CR-CRCT-UNIT-PRICE = ZERO
           OR  CR-WRONG-UNIT-PRICE = CR-CRCT-UNIT-PRICE
      *MSG: (S) ERRONEOUS AND CORRECTED UNIT PRICE MUST DIFFER
               MOVE 'ZSUPEC0004'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           IF  CR-DMIN-AMT-TXT = SPACES
               MOVE ZERO                TO CR-DMIN-AMT
           END-IF.

           IF  CR-DMIN-AMT NOT NUMERIC
      *MSG: (S) INVALID DE MINIMIS THRESHOLD @1
               MOVE CR-DMIN-AMT-TXT     TO WGLOB-MSG-PARM (1)
               MOVE 'ZSUPEC0005'        TO WGLOB-MSG-REF-INFO
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

           MOVE LOW-VALUES              TO WFA-KEY.
           MOVE HIGH-VALUES             TO WFA-ENDBR-KEY.
           PERFORM  FA-1000-BROWSE
               THRU FA-1000-BROWSE-X.

           PERFORM  FA-2000-READ-NEXT
               THRU FA-2000-READ-NEXT-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       2000-PROCESS-ROW.
      *-------------------

      *
      *  A POSTING WAS ALLOCATED AT THE ERRONEOUS PRICE WHEN IT IS
      *  A COMPLETED ROW OF THE FUND IN ERROR PRICED AT THE PRICE
      *  DATE.  REVERSALS, AND ORIGINALS SINCE REVERSED, NET OUT AND
      *  ARE LEFT ALONE.
      *
           ADD 1                        TO WS-FA-READ-CNT.

           IF  NOT RFA-STAT-COMPLETE
           OR  RFA-FUND-CD NOT = CR-FUND-CD
           OR  RFA-EFF-DT NOT = CR-ERR-PRICE-DT
           OR  RFA-RVRSL-SW = 'Y'
           OR  RFA-CIA-REVRS-PRCES-DT NOT = SPACES
               GO TO 2000-NEXT-ROW
           END-IF.

           IF  RFA-POL-ID NOT = WS-CUR-POL-ID
               IF  WS-CUR-POL-ID NOT = SPACES
                   PERFORM  3000-CLOSE-POLICY
                       THRU 3000-CLOSE-POLICY-X
                   IF  WS-ENGINE-ERROR
                       GO TO 2000-PROCESS-ROW-X
                   END-IF
               END-IF
               PERFORM  2100-START-POLICY
                   THRU 2100-START-POLICY-X
           END-IF.

           PERFORM  2200-CALC-POSTING-DIFF
               THRU 2200-CALC-POSTING-DIFF-X.

       2000-NEXT-ROW.

           PERFORM  FA-2000-READ-NEXT
               THRU FA-2000-READ-NEXT-X.

       2000-PROCESS-ROW-X.
           EXIT.

      *--------------------
       2100-START-POLICY.
      *--------------------

           MOVE RFA-POL-ID              TO WS-CUR-POL-ID.
           MOVE ZERO                    TO WS-POL-POSTING-CNT
                                           WS-POL-UNITS-DIFF
                                           WS-POL-CASH-DIFF.

       2100-START-POLICY-X.
           EXIT.

      *------------------------
       2200-CALC-POSTING-DIFF.
      *------------------------

      *
      *  AMOUNT-BASED ALLOCATIONS (DEPOSITS, TRANSFER LEGS, ADMIN
      *  AND M+E CHARGES) WERE CONVERTED TO UNITS AT THE WRONG
      *  PRICE, SO THE ERROR SITS IN THE UNITS.  A SURRENDER PAYS
      *  OUT THE UNITS REDEEMED, SO THE ERROR SITS IN THE CASH.
      *  EVERY DIFFERENCE IS SIGNED FROM THE CLIENT'S SIDE - A
      *  POSITIVE FIGURE IS WHAT THE CLIENT IS OWED.
      *
           ADD 1                        TO WS-POSTING-CNT
                                           WS-POL-POSTING-CNT.

           MOVE RFA-ACTVTY-AMT          TO WS-ROW-AMT.
           IF  WS-ROW-AMT < ZERO
               COMPUTE WS-ROW-AMT = WS-ROW-AMT * -1
           END-IF.
           MOVE RFA-ACTVTY-UNITS        TO WS-ROW-UNITS.
           IF  WS-ROW-UNITS < ZERO
               COMPUTE WS-ROW-UNITS = WS-ROW-UNITS * -1
           END-IF.

           EVALUATE TRUE
               WHEN RFA-ACTVTY-DEPOSIT
                   SET WS-ROW-UNITS-IN  TO TRUE
               WHEN RFA-ACTVTY-SURRENDER
                   SET WS-ROW-CASH-OUT  TO TRUE
               WHEN RFA-ACTVTY-TRANSFER
                AND RFA-UNIT-DRCT-CD = 'I'
                   SET WS-ROW-UNITS-IN  TO TRUE
               WHEN OTHER
                   SET WS-ROW-UNITS-OUT TO TRUE
           END-EVALUATE.

           MOVE ZERO                    TO WS-ROW-UNITS-DIFF
                                           WS-ROW-CASH-DIFF.

           EVALUATE TRUE
               WHEN WS-ROW-UNITS-IN
                   COMPUTE WS-ROW-UNITS-DIFF ROUNDED =
                       (WS-ROW-AMT / CR-CRCT-UNIT-PRICE)
                     - (WS-ROW-AMT / CR-WRONG-UNIT-PRICE)
               WHEN WS-ROW-UNITS-OUT
                   COMPUTE WS-ROW-UNITS-DIFF ROUNDED =
                       (WS-ROW-AMT / CR-WRONG-UNIT-PRICE)
                     - (WS-ROW-AMT / CR-CRCT-UNIT-PRICE)
               WHEN OTHER
                   COMPUTE WS-ROW-CASH-DIFF ROUNDED =
                       WS-ROW-UNITS
                     * (CR-CRCT-UNIT-PRICE - CR-WRONG-UNIT-PRICE)
           END-EVALUATE.

           ADD WS-ROW-UNITS-DIFF        TO WS-POL-UNITS-DIFF.
           ADD WS-ROW-CASH-DIFF         TO WS-POL-CASH-DIFF.

       2200-CALC-POSTING-DIFF-X.
           EXIT.

      *--------------------
       2900-END-BROWSE.
      *--------------------

           PERFORM  FA-3000-END-BROWSE
               THRU FA-3000-END-BROWSE-X.

       2900-END-BROWSE-X.
           EXIT.
      /
      *--------------------
       3000-CLOSE-POLICY.
      *--------------------

      *
      *  ONLY WHAT THE CLIENT IS OWED IS COMPENSATED; A UNIT OR CASH
      *  GAIN IN THE CLIENT'S FAVOUR IS NOT RECOVERED AND DOES NOT
      *  OFFSET THE OTHER COMPONENT.  THE DE MINIMIS TEST IS ON THE
      *  WHOLE AMOUNT OWED, UNITS VALUED AT THE CORRECTED PRICE.
      *
           ADD 1                        TO WS-POL-AFFECTED-CNT.

           MOVE ZERO                    TO WS-CMPN-UNITS
                                           WS-CMPN-CASH-AMT
                                           WS-CMPN-UNITS-AMT.
           IF  WS-POL-UNITS-DIFF > ZERO
               MOVE WS-POL-UNITS-DIFF   TO WS-CMPN-UNITS
               COMPUTE WS-CMPN-UNITS-AMT ROUNDED =
                   WS-CMPN-UNITS * CR-CRCT-UNIT-PRICE
           END-IF.
           IF  WS-POL-CASH-DIFF > ZERO
               MOVE WS-POL-CASH-DIFF    TO WS-CMPN-CASH-AMT
           END-IF.
           COMPUTE WS-CMPN-VALUE-AMT =
               WS-CMPN-UNITS-AMT + WS-CMPN-CASH-AMT.

           EVALUATE TRUE
               WHEN WS-CMPN-VALUE-AMT NOT > ZERO
                   SET WS-ACTN-NO-LOSS      TO TRUE
                   ADD 1                    TO WS-POL-NO-LOSS-CNT
               WHEN WS-CMPN-VALUE-AMT < CR-DMIN-AMT
                   SET WS-ACTN-WAIVED       TO TRUE
                   ADD 1                    TO WS-POL-WAIVED-CNT
                   ADD WS-CMPN-VALUE-AMT    TO WS-TOT-WAIVED-AMT
               WHEN OTHER
                   SET WS-ACTN-COMPENSATED  TO TRUE
                   PERFORM  3100-POST-COMPENSATION
                       THRU 3100-POST-COMPENSATION-X
           END-EVALUATE.

           IF  WS-ENGINE-ERROR
               GO TO 3000-CLOSE-POLICY-X
           END-IF.

           PERFORM  5000-WRITE-CMPN-REC
               THRU 5000-WRITE-CMPN-REC-X.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       3000-CLOSE-POLICY-X.
           EXIT.

      *-------------------------
       3100-POST-COMPENSATION.
      *-------------------------

           IF  WS-CMPN-UNITS > ZERO
               PERFORM  3200-POST-CMPN-UNITS
                   THRU 3200-POST-CMPN-UNITS-X
               IF  WS-ENGINE-ERROR
                   GO TO 3100-POST-COMPENSATION-X
               END-IF
           END-IF.

           IF  WS-CMPN-CASH-AMT > ZERO
               PERFORM  3300-QUEUE-CMPN-CASH
                   THRU 3300-QUEUE-CMPN-CASH-X
           END-IF.

           ADD 1                        TO WS-POL-CMPN-CNT.
           ADD WS-CMPN-VALUE-AMT        TO WS-TOT-CMPN-AMT.
           ADD WS-CMPN-UNITS            TO WS-TOT-CMPN-UNITS.
           ADD WS-CMPN-CASH-AMT         TO WS-TOT-CMPN-CASH-AMT.

       3100-POST-COMPENSATION-X.
           EXIT.

      *-----------------------
       3200-POST-CMPN-UNITS.
      *-----------------------

      *
      *  THE COMPENSATION UNITS GO IN AS A DEPOSIT TO THE FUND IN
      *  ERROR, DATED AT THE PRICE DATE SO THE HOLDING LOOKS AS IT
      *  WOULD HAD THE CORRECT PRICE BEEN USED.  THE DEPOSIT DRIVER
      *  WORKS AGAINST THE POLICY RECORD AND ITS COVERAGE ARRAY.
      *
           MOVE WS-CUR-POL-ID           TO WPOL-POL-ID.

           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
               SET WS-ENGINE-ERROR      TO TRUE
      *MSG: (S) POLICY @1 NOT FOUND FOR PRICE ERROR COMPENSATION
               MOVE WS-CUR-POL-ID       TO WGLOB-MSG-PARM (1)
               MOVE 'ZSUPEC0006'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 3200-POST-CMPN-UNITS-X
           END-IF.

           PERFORM  CVGS-1000-LOAD-CVGS-ARRAY
               THRU CVGS-1000-LOAD-CVGS-ARRAY-X.

           INITIALIZE LSEGF-PARM-INFO.
           MOVE WS-CUR-POL-ID           TO LSEGF-POL-ID.
           MOVE CR-FUND-CD              TO LSEGF-FUND-CD.

           INITIALIZE L6320-PARM-INFO.
           SET  L6320-FUNCTION-DEPOSIT  TO TRUE.
           MOVE CR-ERR-PRICE-DT         TO L6320-EFF-DT.
           MOVE WS-CMPN-UNITS-AMT       TO L6320-TRXN-AMT.
           MOVE WS-CMPN-UNITS           TO L6320-TRXN-UNITS.

           CALL 'SSRF6320' USING WGLOB-GLOBAL-AREA
                                 L6320-PARM-INFO
                                 LSEGF-PARM-INFO
                                 LPGA-PARM-INFO
                                 RPOL-REC-INFO
                                 WCVGS-WORK-AREA.

           IF  NOT L6320-RETRN-OK
               SET WS-ENGINE-ERROR      TO TRUE
      *MSG: (S) COMPENSATION UNITS NOT POSTED FOR POLICY @1
               MOVE WS-CUR-POL-ID       TO WGLOB-MSG-PARM (1)
               MOVE 'ZSUPEC0007'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

       3200-POST-CMPN-UNITS-X.
           EXIT.

      *-----------------------
       3300-QUEUE-CMPN-CASH.
      *-----------------------

      *
      *  THE SURRENDER SHORTFALL IS PAID TO THE CLIENT THROUGH THE
      *  DISBURSEMENT QUEUE LIKE ANY OTHER PAYMENT - THE ZSBMDSBD
      *  DRAIN TURNS IT INTO A BANK TRANSFER ON THE NEXT CYCLE.
      *
           MOVE SPACES                  TO RDSBQ-SEQ-REC-INFO.
           MOVE WS-CUR-POL-ID           TO RDSBQ-POL-ID.
           SET  RDSBQ-TYP-PRICE-ERR-CMPN
                                        TO TRUE.
           MOVE WS-CMPN-CASH-AMT        TO RDSBQ-DSBMT-AMT.
           MOVE WGLOB-SYSTEM-DATE       TO RDSBQ-QUEUED-DT.
           MOVE ZERO                    TO RDSBQ-LOAN-SEQ-NUM.

           MOVE TFCMD-WRITE-RECORD      TO WDSBQ-SEQ-IO-COMMAND.
           WRITE RDSBQ-SEQ-REC-INFO.
           IF WDSBQ-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-DSBQ-ERROR
                 THRU 9700-HANDLE-DSBQ-ERROR-X
           END-IF.

       3300-QUEUE-CMPN-CASH-X.
           EXIT.
      /
      *---------------------
       5000-WRITE-CMPN-REC.
      *---------------------

           MOVE SPACES                  TO RUPEC-SEQ-REC-INFO.
           MOVE WS-CUR-POL-ID           TO RUPEC-POL-ID.
           MOVE CR-FUND-CD              TO RUPEC-FUND-CD.
           MOVE CR-ERR-PRICE-DT         TO RUPEC-ERR-PRICE-DT.
           MOVE CR-WRONG-UNIT-PRICE     TO RUPEC-WRONG-UNIT-PRICE.
           MOVE CR-CRCT-UNIT-PRICE      TO RUPEC-CRCT-UNIT-PRICE.
           MOVE WS-POL-POSTING-CNT      TO RUPEC-POSTING-CNT.
           MOVE WS-POL-UNITS-DIFF       TO RUPEC-UNITS-DIFF.
           MOVE WS-POL-CASH-DIFF        TO RUPEC-CASH-DIFF.
           MOVE WS-CMPN-UNITS           TO RUPEC-CMPN-UNITS.
           MOVE WS-CMPN-CASH-AMT        TO RUPEC-CMPN-CASH-AMT.
           MOVE WS-CMPN-VALUE-AMT       TO RUPEC-CMPN-VALUE-AMT.
           MOVE WS-CMPN-ACTN-CD         TO RUPEC-CMPN-ACTN-CD.
           MOVE WGLOB-PROCESS-DATE      TO RUPEC-RUN-DT.

           MOVE TFCMD-WRITE-RECORD      TO WUPEC-SEQ-IO-COMMAND.
           WRITE RUPEC-SEQ-REC-INFO.
           IF WUPEC-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-UPEC-ERROR
                 THRU 9700-HANDLE-UPEC-ERROR-X
           END-IF.

       5000-WRITE-CMPN-REC-X.
           EXIT.
      /
      *------------------------
       8400-WRITE-DETAIL-LINE.
      *------------------------

           MOVE SPACES                   TO P-DETAIL-LINE.
           MOVE WS-CUR-POL-ID            TO P-POL-ID.
           MOVE WS-POL-POSTING-CNT       TO P-POSTING-CNT-X.
           MOVE WS-POL-UNITS-DIFF        TO P-UNITS-DIFF-X.
           MOVE WS-POL-CASH-DIFF         TO P-CASH-DIFF-X.
           MOVE WS-CMPN-VALUE-AMT        TO P-CMPN-VALUE-X.

           EVALUATE TRUE
               WHEN WS-ACTN-COMPENSATED
                   MOVE 'COMPENSATED         ' TO P-ACTN-TXT
               WHEN WS-ACTN-WAIVED
                   MOVE 'WAIVED - DE MINIMIS ' TO P-ACTN-TXT
               WHEN OTHER
                   MOVE 'NO CLIENT LOSS      ' TO P-ACTN-TXT
           END-EVALUATE.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.

      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE SPACES                   TO P-SUMMARY-LINE-1.
           MOVE WS-POSTING-CNT           TO P-POSTING-TOT-X.
           MOVE WS-POL-AFFECTED-CNT      TO P-AFFECTED-CNT-X.
           MOVE WS-POL-CMPN-CNT          TO P-CMPN-CNT-X.
           MOVE WS-POL-WAIVED-CNT        TO P-WAIVED-CNT-X.
           MOVE WS-POL-NO-LOSS-CNT       TO P-NO-LOSS-CNT-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-SUMMARY-LINE-2.
           MOVE WS-TOT-CMPN-AMT          TO P-TOT-CMPN-AMT-X.
           MOVE WS-TOT-CMPN-UNITS        TO P-TOT-CMPN-UNITS-X.
           MOVE WS-TOT-CMPN-CASH-AMT     TO P-TOT-CMPN-CASH-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-SUMMARY-LINE-3.
           MOVE WS-TOT-WAIVED-AMT        TO P-TOT-WAIVED-AMT-X.

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

           MOVE SPACES                 TO P-HEAD-LINE-4.
           MOVE CR-FUND-CD             TO P-FUND-CD.
           MOVE CR-ERR-PRICE-DT        TO P-ERR-PRICE-DT.
           MOVE CR-WRONG-UNIT-PRICE    TO P-WRONG-PRICE-X.
           MOVE CR-CRCT-UNIT-PRICE     TO P-CRCT-PRICE-X.
           MOVE CR-DMIN-AMT            TO P-DMIN-AMT-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-4          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-5          TO RPRT1-SEQ-REC-INFO.
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

           MOVE ZERO TO WUPEC-SEQ-IO-STATUS.
           MOVE TFCMD-OPEN-O-FILE      TO WUPEC-SEQ-IO-COMMAND.
           OPEN OUTPUT UPEC-DATA-FILE.
           IF WUPEC-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-UPEC-ERROR
                 THRU 9700-HANDLE-UPEC-ERROR-X
           END-IF.

           MOVE ZERO TO WDSBQ-SEQ-IO-STATUS.
           MOVE TFCMD-OPEN-EXTEND-FILE TO WDSBQ-SEQ-IO-COMMAND.
           OPEN EXTEND DSBQ-DATA-FILE.
           IF  WDSBQ-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT DSBQ-DATA-FILE
           END-IF.
           IF WDSBQ-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-DSBQ-ERROR
                 THRU 9700-HANDLE-DSBQ-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-POL-AFFECTED-CNT      TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSUPEC0008'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL POLICIES AFFECTED BY THE PRICE ERROR @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE UPEC-DATA-FILE.
           CLOSE DSBQ-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *-----------------------
       9700-HANDLE-UPEC-ERROR.
      *-----------------------

           MOVE WUPEC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WUPEC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WUPEC-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-UPEC-ERROR-X.
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
      * POLICY TABLE READ
      *
       COPY CCPNPOL.
      *
      * SEGFUND ACTIVITY TABLE BROWSE
      *
       COPY SCPBFA.
      *
      * COVERAGE ARRAY LOAD
      *
       COPY NCPPCVGS.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMUPEC                     **
      *****************************************************************
