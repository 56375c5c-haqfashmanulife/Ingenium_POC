      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMOVRC.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMOVRC                                         **
      **  REMARKS:  MONTHLY MANAGER OVERRIDE COMMISSION RUN.         **
      **                                                             **
      **            WALKS EVERY WRITING-AGENT COMMISSION PAYMENT OF  **
      **            THE STATEMENT MONTH (ZCSRCOMX) UP THE AGENCY     **
      **            HIERARCHY (AGHR) AS IT STOOD ON THE PAYMENT      **
      **            DATE AND PAYS THE FIRST UNIT MANAGER, BRANCH     **
      **            MANAGER AND REGIONAL MANAGER ABOVE THE AGENT AN  **
      **            OVERRIDE AT THE CONTROL CARD RATE FOR THEIR      **
      **            LEVEL AND THE COMMISSION TYPE (FIRST-YEAR OR     **
      **            RENEWAL).  THE OVERRIDES ARE WRITTEN IN THE      **
      **            COMMISSION EXTRACT LAYOUT (ZSOVRX) AND POSTED TO **
      **            THE OVERRIDE LEDGER (OVRL) BY POLICY AND         **
      **            MANAGER.                                         **
      **                                                             **
      **            EACH EARLY-LAPSE CHARGEBACK OF THE MONTH         **
      **            (ZCSRCBTX, FROM ZSBMCBCK) CLAWS BACK THE         **
      **            OVERRIDES PAID ON THE POLICY AT THE RATE THEY    **
      **            WERE PAID, UP TO WHAT IS STILL OUTSTANDING ON    **
      **            THE LEDGER, AS 'OC' TRANSACTIONS IN THE          **
      **            CHARGEBACK LAYOUT (ZSOVCB).                      **
      **                                                             **
      **            ZSOVRX IS SORTED WITH ZSCOMX, AND ZSOVCB WITH    **
      **            ZSCBTX, INTO AGENT ORDER FOR THE STATEMENT RUN   **
      **            (ZSBMCMST), SO EACH MANAGER'S OVERRIDES APPEAR   **
      **            ON THEIR OWN STATEMENT.                          **
      **                                                             **
      **            CONTROL CARD - COLUMNS 8-14 THE STATEMENT MONTH  **
      **            (YYYY-MM, SPACES FOR THE PROCESS MONTH) AS FOR   **
      **            ZSBMCMST; COLUMNS 15-44 SIX OVERRIDE RATES OF    **
      **            FIVE DIGITS, A FRACTION TO FOUR PLACES (00500 IS **
      **            5%) - UNIT FIRST-YEAR, UNIT RENEWAL, BRANCH      **
      **            FIRST-YEAR, BRANCH RENEWAL, REGIONAL FIRST-YEAR, **
      **            REGIONAL RENEWAL.                                **
      **                                                             **
      **  DOMAIN :  AG                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51299**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHAGHR.

           COPY CCFHOVRL.

           SELECT COMX-DATA-FILE ASSIGN TO ZSCOMX
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCOMX-SEQ-FILE-STATUS.

           SELECT CBTX-DATA-FILE ASSIGN TO ZSCBTX
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCBTX-SEQ-FILE-STATUS.

           SELECT OVRX-DATA-FILE ASSIGN TO ZSOVRX
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WOVRX-SEQ-FILE-STATUS.

           SELECT OVCB-DATA-FILE ASSIGN TO ZSOVCB
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WOVCB-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWAGHR.

       COPY CCFWOVRL.

       FD  COMX-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCOMX.

       FD  CBTX-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCBTX.

       FD  OVRX-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  ROVRX-SEQ-REC-INFO                PIC X(48).

       FD  OVCB-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  ROVCB-SEQ-REC-INFO                PIC X(49).

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMOVRC'.

       COPY SQLCA.

       COPY CCWWAGHR.

       COPY CCWWOVRL.

       01  WCOMX-SEQ-IO-WORK-AREA.
           05  WCOMX-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'COMX'.
           05  WCOMX-SEQ-IO-COMMAND            PIC X(02).
           05  WCOMX-SEQ-FILE-STATUS           PIC X(02).
           05  WCOMX-SEQ-IO-STATUS             PIC 9(01).
               88  WCOMX-SEQ-IO-OK             VALUE 0.
               88  WCOMX-SEQ-IO-EOF            VALUE 8.
               88  WCOMX-SEQ-IO-ERROR          VALUE 9.

       01  WCBTX-SEQ-IO-WORK-AREA.
           05  WCBTX-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'CBTX'.
           05  WCBTX-SEQ-IO-COMMAND            PIC X(02).
           05  WCBTX-SEQ-FILE-STATUS           PIC X(02).
           05  WCBTX-SEQ-IO-STATUS             PIC 9(01).
               88  WCBTX-SEQ-IO-OK             VALUE 0.
               88  WCBTX-SEQ-IO-EOF            VALUE 8.
               88  WCBTX-SEQ-IO-ERROR          VALUE 9.

       01  WOVRX-SEQ-IO-WORK-AREA.
           05  WOVRX-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'OVRX'.
           05  WOVRX-SEQ-IO-COMMAND            PIC X(02).
           05  WOVRX-SEQ-FILE-STATUS           PIC X(02).

       01  WOVCB-SEQ-IO-WORK-AREA.
           05  WOVCB-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'OVCB'.
           05  WOVCB-SEQ-IO-COMMAND            PIC X(02).
           05  WOVCB-SEQ-FILE-STATUS           PIC X(02).

      ****************************************************************
      *    CONTROL CARD - STATEMENT MONTH AND OVERRIDE RATES
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-STMT-YYMM                    PIC X(07).
           02  CR-OVRD-RATES-TXT               PIC X(30).
           02  CR-OVRD-RATES REDEFINES CR-OVRD-RATES-TXT.
               03  CR-UM-FY-RT                 PIC 9V9(04).
               03  CR-UM-RN-RT                 PIC 9V9(04).
               03  CR-BM-FY-RT                 PIC 9V9(04).
               03  CR-BM-RN-RT                 PIC 9V9(04).
               03  CR-RM-FY-RT                 PIC 9V9(04).
               03  CR-RM-RN-RT                 PIC 9V9(04).
           02  FILLER                          PIC X(36).

       01  WS-WORK-AREA.
           05  WS-STMT-YYMM              PIC X(07)  VALUE SPACES.
           05  WS-AGHR-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-AGHR-OPEN                     VALUE 'Y'.
           05  WS-WALK-SW                PIC X(01)  VALUE 'N'.
               88  WS-WALK-DONE                     VALUE 'Y'.
               88  WS-WALK-MORE                     VALUE 'N'.
           05  WS-UM-PAID-SW             PIC X(01)  VALUE 'N'.
               88  WS-UM-PAID                       VALUE 'Y'.
           05  WS-BM-PAID-SW             PIC X(01)  VALUE 'N'.
               88  WS-BM-PAID                       VALUE 'Y'.
           05  WS-RM-PAID-SW             PIC X(01)  VALUE 'N'.
               88  WS-RM-PAID                       VALUE 'Y'.
           05  WS-PAID-SW                PIC X(01)  VALUE 'N'.
               88  WS-PAYMENT-OVERRIDDEN            VALUE 'Y'.
           05  WS-LDGR-SW                PIC X(01)  VALUE 'N'.
               88  WS-LDGR-DONE                     VALUE 'Y'.
               88  WS-LDGR-MORE                     VALUE 'N'.
           05  WS-HOP-CNT                PIC S9(03) COMP-3 VALUE +0.
           05  WS-HOP-MAX                PIC S9(03) COMP-3 VALUE +9.
           05  WS-NEXT-UPLN-AGT-ID       PIC X(06)  VALUE SPACES.
           05  WS-MGR-AGT-ID             PIC X(06)  VALUE SPACES.
           05  WS-OVRD-LVL-CD            PIC X(01)  VALUE SPACE.
           05  WS-OVRD-RT                PIC 9V9(04) VALUE ZERO.
           05  WS-OVRD-AMT               PIC S9(11)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-OUTSTD-AMT             PIC S9(11)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-CLAWBK-AMT             PIC S9(11)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-EXCP-RSN-TXT           PIC X(40)  VALUE SPACES.
           05  WS-COMX-SAVE-REC          PIC X(48)  VALUE SPACES.
           05  WS-CBTX-SAVE-REC          PIC X(49)  VALUE SPACES.

       01  WS-REPORT-TOTALS.
           05  WS-COMX-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-COMX-MONTH-CNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-COMX-OVRD-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-NO-HIER-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-UM-CNT               PIC S9(07) COMP-3 VALUE +0.
           05  WS-UM-AMT               PIC S9(13)V99 COMP-3
                                                      VALUE ZERO.
           05  WS-BM-CNT               PIC S9(07) COMP-3 VALUE +0.
           05  WS-BM-AMT               PIC S9(13)V99 COMP-3
                                                      VALUE ZERO.
           05  WS-RM-CNT               PIC S9(07) COMP-3 VALUE +0.
           05  WS-RM-AMT               PIC S9(13)V99 COMP-3
                                                      VALUE ZERO.
           05  WS-OVRD-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-CBTX-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-CLAWBK-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-CLAWBK-TOT-AMT       PIC S9(13)V99 COMP-3
                                                      VALUE ZERO.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  P-HEAD-TITLE                PIC X(50).
           03  P-HEAD-DT-LBL               PIC X(17).
           03  P-HEAD-STMT-YYMM            PIC X(07).

       01  P-COL-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(12)
               VALUE 'POLICY'.
           03  FILLER                      PIC X(08)
               VALUE 'AGENT'.
           03  FILLER                      PIC X(12)
               VALUE 'PAID'.
           03  FILLER                      PIC X(17)
               VALUE '      COMMISSION'.
           03  FILLER                      PIC X(40)
               VALUE 'NO OVERRIDE PAID BECAUSE'.

       01  P-EXCP-LINE.
           03  FILLER                      PIC X(01).
           03  P-EXCP-POL-ID               PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-EXCP-AGT-ID               PIC X(06).
           03  FILLER                      PIC X(02).
           03  P-EXCP-PAID-DT              PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-EXCP-COMM-AMT             PIC Z(11)9.99.
           03  FILLER                      PIC X(02).
           03  P-EXCP-RSN-TXT              PIC X(40).

       01  P-SUMMARY-CNT-LINE.
           03  FILLER                      PIC X(03).
           03  P-SUM-LBL                   PIC X(44).
           03  P-SUM-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-SUM-AMT-X                 PIC Z(13)9.99
                                           BLANK WHEN ZERO.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-SUM-CNT                PIC S9(07) COMP-3 VALUE +0.
           05  WS-SUM-AMT                PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
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

           PERFORM  2000-PROCESS-COMMISSION
               THRU 2000-PROCESS-COMMISSION-X
                    UNTIL WCOMX-SEQ-IO-EOF.

           PERFORM  3000-PROCESS-CHARGEBACK
               THRU 3000-PROCESS-CHARGEBACK-X
                    UNTIL WCBTX-SEQ-IO-EOF.

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

           PERFORM  BCF-1000-READ
               THRU BCF-1000-READ-X.

           IF  WBCF-SEQ-IO-EOF
      *MSG: (S) MISSING OVERRIDE RATE CONTROL CARD
               MOVE 'ZSOVRC0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           IF  CR-OVRD-RATES-TXT NOT NUMERIC
      *MSG: (S) OVERRIDE RATES ON THE CONTROL CARD ARE NOT NUMERIC
               MOVE 'ZSOVRC0002'        TO WGLOB-MSG-REF-INFO
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

           IF  CR-STMT-YYMM = SPACES
               MOVE WGLOB-PROCESS-DATE (1:7) TO WS-STMT-YYMM
           ELSE
               MOVE CR-STMT-YYMM        TO WS-STMT-YYMM
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

           PERFORM  9500-COMX-READ
              THRU 9500-COMX-READ-X.

           PERFORM  9500-CBTX-READ
              THRU 9500-CBTX-READ-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------------
       2000-PROCESS-COMMISSION.
      *-------------------------

           ADD 1                        TO WS-COMX-READ-CNT.

      *
      *  ONLY THE WRITING AGENT'S OWN COMMISSION PAID IN THE
      *  STATEMENT MONTH EARNS AN OVERRIDE.
      *
           IF  NOT RCOMX-WRTG-AGT-COMM
           OR  RCOMX-COMM-PAID-DT (1:7) NOT = WS-STMT-YYMM
           OR  RCOMX-COMM-PAID-AMT NOT NUMERIC
               GO TO 2000-READ-NEXT
           END-IF.

           IF  RCOMX-COMM-PAID-AMT = ZERO
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1                        TO WS-COMX-MONTH-CNT.

           MOVE 'N'                     TO WS-UM-PAID-SW
                                           WS-BM-PAID-SW
                                           WS-RM-PAID-SW
                                           WS-PAID-SW.
           MOVE ZERO                    TO WS-HOP-CNT.

           IF  NOT WS-AGHR-OPEN
               MOVE 'HIERARCHY MASTER NOT AVAILABLE'
                                        TO WS-EXCP-RSN-TXT
               PERFORM  8400-WRITE-EXCEPTION
                   THRU 8400-WRITE-EXCEPTION-X
               ADD 1                    TO WS-NO-HIER-CNT
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE RCOMX-AGT-ID            TO WAGHR-RQST-AGT-ID.
           MOVE RCOMX-COMM-PAID-DT      TO WAGHR-RQST-AS-OF-DT.
           PERFORM  AGHR-1000-GET-AS-OF
               THRU AGHR-1000-GET-AS-OF-X.

           IF  WAGHR-NOT-FND
               MOVE 'WRITING AGENT NOT IN THE HIERARCHY'
                                        TO WS-EXCP-RSN-TXT
               PERFORM  8400-WRITE-EXCEPTION
                   THRU 8400-WRITE-EXCEPTION-X
               ADD 1                    TO WS-NO-HIER-CNT
               GO TO 2000-READ-NEXT
           END-IF.

           MOVE WAGHR-FND-UPLN-AGT-ID   TO WS-NEXT-UPLN-AGT-ID.
           SET  WS-WALK-MORE            TO TRUE.

           PERFORM  2100-CLIMB-ONE-LEVEL
               THRU 2100-CLIMB-ONE-LEVEL-X
                    UNTIL WS-WALK-DONE.

           IF  WS-PAYMENT-OVERRIDDEN
               ADD 1                    TO WS-COMX-OVRD-CNT
           END-IF.

       2000-READ-NEXT.

           PERFORM  9500-COMX-READ
               THRU 9500-COMX-READ-X.

       2000-PROCESS-COMMISSION-X.
           EXIT.

      *----------------------
       2100-CLIMB-ONE-LEVEL.
      *----------------------

      *
      *  EACH MANAGEMENT LEVEL IS PAID ONCE, TO THE FIRST MANAGER
      *  OF THAT ROLE ABOVE THE WRITING AGENT.  A CHAIN THAT DOES
      *  NOT REACH THE TOP WITHIN THE HOP LIMIT IS TREATED AS A
      *  LOOP AND STOPS.
      *
           IF  WS-NEXT-UPLN-AGT-ID = SPACES
               SET  WS-WALK-DONE        TO TRUE
               GO TO 2100-CLIMB-ONE-LEVEL-X
           END-IF.

           ADD 1                        TO WS-HOP-CNT.
           IF  WS-HOP-CNT > WS-HOP-MAX
               MOVE 'HIERARCHY DEEPER THAN LIMIT - CHECK LOOP'
                                        TO WS-EXCP-RSN-TXT
               PERFORM  8400-WRITE-EXCEPTION
                   THRU 8400-WRITE-EXCEPTION-X
               SET  WS-WALK-DONE        TO TRUE
               GO TO 2100-CLIMB-ONE-LEVEL-X
           END-IF.

           MOVE WS-NEXT-UPLN-AGT-ID     TO WS-MGR-AGT-ID
                                           WAGHR-RQST-AGT-ID.
           MOVE RCOMX-COMM-PAID-DT      TO WAGHR-RQST-AS-OF-DT.
           PERFORM  AGHR-1000-GET-AS-OF
               THRU AGHR-1000-GET-AS-OF-X.

           IF  WAGHR-NOT-FND
               MOVE SPACES              TO WS-EXCP-RSN-TXT
               STRING 'UPLINE '           DELIMITED BY SIZE
                      WS-MGR-AGT-ID       DELIMITED BY SIZE
                      ' NOT IN THE HIERARCHY'
                                          DELIMITED BY SIZE
                   INTO WS-EXCP-RSN-TXT
               END-STRING
               PERFORM  8400-WRITE-EXCEPTION
                   THRU 8400-WRITE-EXCEPTION-X
               SET  WS-WALK-DONE        TO TRUE
               GO TO 2100-CLIMB-ONE-LEVEL-X
           END-IF.

           MOVE WAGHR-FND-UPLN-AGT-ID   TO WS-NEXT-UPLN-AGT-ID.

           EVALUATE TRUE
               WHEN WAGHR-FND-UNIT-MGR
               AND  NOT WS-UM-PAID
                   SET  WS-UM-PAID      TO TRUE
                   MOVE 'U'             TO WS-OVRD-LVL-CD
                   IF  RCOMX-TYP-RENEWAL
                       MOVE CR-UM-RN-RT TO WS-OVRD-RT
                   ELSE
                       MOVE CR-UM-FY-RT TO WS-OVRD-RT
                   END-IF
                   PERFORM  2200-PAY-OVERRIDE
                       THRU 2200-PAY-OVERRIDE-X
               WHEN WAGHR-FND-BRANCH-MGR
               AND  NOT WS-BM-PAID
                   SET  WS-BM-PAID      TO TRUE
                   MOVE 'B'             TO WS-OVRD-LVL-CD
                   IF  RCOMX-TYP-RENEWAL
                       MOVE CR-BM-RN-RT TO WS-OVRD-RT
                   ELSE
                       MOVE CR-BM-FY-RT TO WS-OVRD-RT
                   END-IF
                   PERFORM  2200-PAY-OVERRIDE
                       THRU 2200-PAY-OVERRIDE-X
               WHEN WAGHR-FND-REGION-MGR
               AND  NOT WS-RM-PAID
                   SET  WS-RM-PAID      TO TRUE
                   MOVE 'R'             TO WS-OVRD-LVL-CD
                   IF  RCOMX-TYP-RENEWAL
                       MOVE CR-RM-RN-RT TO WS-OVRD-RT
                   ELSE
                       MOVE CR-RM-FY-RT TO WS-OVRD-RT
                   END-IF
                   PERFORM  2200-PAY-OVERRIDE
                       THRU 2200-PAY-OVERRIDE-X
           END-EVALUATE.

           IF  WS-RM-PAID
               SET  WS-WALK-DONE        TO TRUE
           END-IF.

       2100-CLIMB-ONE-LEVEL-X.
           EXIT.

      *-------------------
       2200-PAY-OVERRIDE.
      *-------------------

           COMPUTE WS-OVRD-AMT ROUNDED =
               RCOMX-COMM-PAID-AMT * WS-OVRD-RT.

           IF  WS-OVRD-AMT NOT > ZERO
               GO TO 2200-PAY-OVERRIDE-X
           END-IF.

      *
      *  THE OVERRIDE IS BUILT IN THE COMMISSION RECORD AREA, WHICH
      *  IS PUT BACK AS READ ONCE THE OVERRIDE IS WRITTEN.
      *
           MOVE RCOMX-SEQ-REC-INFO      TO WS-COMX-SAVE-REC.
           MOVE RCOMX-AGT-ID            TO RCOMX-WRTG-AGT-ID.
           MOVE WS-MGR-AGT-ID           TO RCOMX-AGT-ID.
           MOVE WS-OVRD-AMT             TO RCOMX-COMM-PAID-AMT.
           MOVE WS-OVRD-LVL-CD          TO RCOMX-OVRD-LVL-CD.

           MOVE TFCMD-WRITE-RECORD      TO WOVRX-SEQ-IO-COMMAND.
           WRITE ROVRX-SEQ-REC-INFO FROM RCOMX-SEQ-REC-INFO.
           IF WOVRX-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-OVRX-ERROR
                 THRU 9700-HANDLE-OVRX-ERROR-X
           END-IF.

           MOVE WS-COMX-SAVE-REC        TO RCOMX-SEQ-REC-INFO.

           SET  WS-PAYMENT-OVERRIDDEN   TO TRUE.
           ADD 1                        TO WS-OVRD-CNT.

           EVALUATE WS-OVRD-LVL-CD
               WHEN 'U'
                   ADD 1                TO WS-UM-CNT
                   ADD WS-OVRD-AMT      TO WS-UM-AMT
               WHEN 'B'
                   ADD 1                TO WS-BM-CNT
                   ADD WS-OVRD-AMT      TO WS-BM-AMT
               WHEN OTHER
                   ADD 1                TO WS-RM-CNT
                   ADD WS-OVRD-AMT      TO WS-RM-AMT
           END-EVALUATE.

           PERFORM  2300-POST-LEDGER
               THRU 2300-POST-LEDGER-X.

       2200-PAY-OVERRIDE-X.
           EXIT.

      *------------------
       2300-POST-LEDGER.
      *------------------

           MOVE RCOMX-POL-ID            TO WOVRL-POL-ID.
           MOVE WS-MGR-AGT-ID           TO WOVRL-MGR-AGT-ID.

           READ OVRL-FILE
               INVALID KEY
                   MOVE '23'            TO WOVRL-SEQ-FILE-STATUS
           END-READ.

           IF  WOVRL-IO-NOTFND
               MOVE SPACES              TO WOVRL-REC-INFO
               MOVE RCOMX-POL-ID        TO WOVRL-POL-ID
               MOVE WS-MGR-AGT-ID       TO WOVRL-MGR-AGT-ID
               MOVE ZERO                TO WOVRL-COMM-BASE-AMT
                                           WOVRL-OVRD-PAID-AMT
                                           WOVRL-CLAWBK-AMT
               MOVE RCOMX-COMM-PAID-DT  TO WOVRL-FRST-PAID-DT
           END-IF.

           MOVE WS-OVRD-LVL-CD          TO WOVRL-OVRD-LVL-CD.
           MOVE RCOMX-AGT-ID            TO WOVRL-WRTG-AGT-ID.
           ADD  RCOMX-COMM-PAID-AMT     TO WOVRL-COMM-BASE-AMT.
           ADD  WS-OVRD-AMT             TO WOVRL-OVRD-PAID-AMT.
           MOVE RCOMX-COMM-PAID-DT      TO WOVRL-LAST-PAID-DT.

           IF  WOVRL-IO-NOTFND
               MOVE TFCMD-WRITE-RECORD  TO WGLOB-IO-COMMAND
               WRITE WOVRL-REC-INFO
                   INVALID KEY
                       MOVE '22'        TO WOVRL-SEQ-FILE-STATUS
               END-WRITE
           ELSE
               MOVE TFCMD-REWRITE-RECORD
                                        TO WGLOB-IO-COMMAND
               REWRITE WOVRL-REC-INFO
                   INVALID KEY
                       MOVE '99'        TO WOVRL-SEQ-FILE-STATUS
               END-REWRITE
           END-IF.

           IF  NOT WOVRL-IO-OK
               PERFORM  9710-HANDLE-OVRL-ERROR
                   THRU 9710-HANDLE-OVRL-ERROR-X
           END-IF.

       2300-POST-LEDGER-X.
           EXIT.
      /
      *-------------------------
       3000-PROCESS-CHARGEBACK.
      *-------------------------

           IF  NOT RCBTX-TRXN-CHARGEBACK
               GO TO 3000-READ-NEXT
           END-IF.

           ADD 1                        TO WS-CBTX-READ-CNT.

      *
      *  EVERY MANAGER PAID AN OVERRIDE ON THE POLICY GIVES BACK
      *  THE CHARGEBACK AT THE RATE THEIR OVERRIDES WERE PAID ON
      *  THE WRITING AGENT'S COMMISSION, NEVER MORE THAN THEY
      *  STILL HOLD.
      *
           MOVE RCBTX-POL-ID            TO WOVRL-POL-ID.
           MOVE LOW-VALUES              TO WOVRL-MGR-AGT-ID.

           START OVRL-FILE
               KEY IS NOT LESS THAN WOVRL-KEY
               INVALID KEY
                   MOVE '23'            TO WOVRL-SEQ-FILE-STATUS
           END-START.

           IF  NOT WOVRL-IO-OK
               GO TO 3000-READ-NEXT
           END-IF.

           SET  WS-LDGR-MORE            TO TRUE.
           PERFORM  3100-CLAW-ONE-MANAGER
               THRU 3100-CLAW-ONE-MANAGER-X
                    UNTIL WS-LDGR-DONE.

       3000-READ-NEXT.

           PERFORM  9500-CBTX-READ
               THRU 9500-CBTX-READ-X.

       3000-PROCESS-CHARGEBACK-X.
           EXIT.

      *-----------------------
       3100-CLAW-ONE-MANAGER.
      *-----------------------

           READ OVRL-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WOVRL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WOVRL-IO-OK
           OR  WOVRL-POL-ID NOT = RCBTX-POL-ID
               SET  WS-LDGR-DONE        TO TRUE
               GO TO 3100-CLAW-ONE-MANAGER-X
           END-IF.

           COMPUTE WS-OUTSTD-AMT =
               WOVRL-OVRD-PAID-AMT - WOVRL-CLAWBK-AMT.

           IF  WS-OUTSTD-AMT NOT > ZERO
           OR  WOVRL-COMM-BASE-AMT NOT > ZERO
               GO TO 3100-CLAW-ONE-MANAGER-X
           END-IF.

           COMPUTE WS-CLAWBK-AMT ROUNDED =
               RCBTX-CHRGBK-AMT * WOVRL-OVRD-PAID-AMT
                                / WOVRL-COMM-BASE-AMT.

           IF  WS-CLAWBK-AMT > WS-OUTSTD-AMT
               MOVE WS-OUTSTD-AMT       TO WS-CLAWBK-AMT
           END-IF.

           IF  WS-CLAWBK-AMT NOT > ZERO
               GO TO 3100-CLAW-ONE-MANAGER-X
           END-IF.

      *
      *  THE CLAWBACK IS BUILT IN THE CHARGEBACK RECORD AREA, WHICH
      *  IS PUT BACK AS READ ONCE THE CLAWBACK IS WRITTEN.
      *
           MOVE RCBTX-SEQ-REC-INFO      TO WS-CBTX-SAVE-REC.
           MOVE WOVRL-MGR-AGT-ID        TO RCBTX-AGT-ID.
           SET  RCBTX-TRXN-OVRD-CLAWBK  TO TRUE.
           MOVE WS-CLAWBK-AMT           TO RCBTX-CHRGBK-AMT.
           MOVE WOVRL-OVRD-LVL-CD       TO RCBTX-OVRD-LVL-CD.
           MOVE WOVRL-WRTG-AGT-ID       TO RCBTX-WRTG-AGT-ID.

           MOVE TFCMD-WRITE-RECORD      TO WOVCB-SEQ-IO-COMMAND.
           WRITE ROVCB-SEQ-REC-INFO FROM RCBTX-SEQ-REC-INFO.
           IF WOVCB-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-OVCB-ERROR
                 THRU 9700-HANDLE-OVCB-ERROR-X
           END-IF.

           MOVE WS-CBTX-SAVE-REC        TO RCBTX-SEQ-REC-INFO.

           ADD 1                        TO WS-CLAWBK-CNT.
           ADD WS-CLAWBK-AMT            TO WS-CLAWBK-TOT-AMT.

           ADD WS-CLAWBK-AMT            TO WOVRL-CLAWBK-AMT.
           MOVE RCBTX-TERM-DT           TO WOVRL-LAST-CLAWBK-DT.

           MOVE TFCMD-REWRITE-RECORD    TO WGLOB-IO-COMMAND.
           REWRITE WOVRL-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WOVRL-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WOVRL-IO-OK
               PERFORM  9710-HANDLE-OVRL-ERROR
                   THRU 9710-HANDLE-OVRL-ERROR-X
           END-IF.

       3100-CLAW-ONE-MANAGER-X.
           EXIT.
      /
      *----------------------
       8400-WRITE-EXCEPTION.
      *----------------------

           MOVE SPACES                  TO P-EXCP-LINE.
           MOVE RCOMX-POL-ID            TO P-EXCP-POL-ID.
           MOVE RCOMX-AGT-ID            TO P-EXCP-AGT-ID.
           MOVE RCOMX-COMM-PAID-DT      TO P-EXCP-PAID-DT.
           MOVE RCOMX-COMM-PAID-AMT     TO P-EXCP-COMM-AMT.
           MOVE WS-EXCP-RSN-TXT         TO P-EXCP-RSN-TXT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-EXCP-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8400-WRITE-EXCEPTION-X.
           EXIT.

      *--------------------
       8600-WRITE-SUMMARY.
      *--------------------

           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE SPACES                  TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'COMMISSION PAYMENTS READ'
                                        TO P-SUM-LBL.
           MOVE WS-COMX-READ-CNT        TO WS-SUM-CNT.
           MOVE ZERO                    TO WS-SUM-AMT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'WRITING-AGENT PAYMENTS IN THE MONTH'
                                        TO P-SUM-LBL.
           MOVE WS-COMX-MONTH-CNT       TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE '   EARNING AT LEAST ONE OVERRIDE'
                                        TO P-SUM-LBL.
           MOVE WS-COMX-OVRD-CNT        TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE '   WRITING AGENT NOT IN THE HIERARCHY'
                                        TO P-SUM-LBL.
           MOVE WS-NO-HIER-CNT          TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'UNIT MANAGER OVERRIDES'
                                        TO P-SUM-LBL.
           MOVE WS-UM-CNT               TO WS-SUM-CNT.
           MOVE WS-UM-AMT               TO WS-SUM-AMT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'BRANCH MANAGER OVERRIDES'
                                        TO P-SUM-LBL.
           MOVE WS-BM-CNT               TO WS-SUM-CNT.
           MOVE WS-BM-AMT               TO WS-SUM-AMT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'REGIONAL MANAGER OVERRIDES'
                                        TO P-SUM-LBL.
           MOVE WS-RM-CNT               TO WS-SUM-CNT.
           MOVE WS-RM-AMT               TO WS-SUM-AMT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'EARLY-LAPSE CHARGEBACKS READ'
                                        TO P-SUM-LBL.
           MOVE WS-CBTX-READ-CNT        TO WS-SUM-CNT.
           MOVE ZERO                    TO WS-SUM-AMT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'OVERRIDE CLAWBACKS'
                                        TO P-SUM-LBL.
           MOVE WS-CLAWBK-CNT           TO WS-SUM-CNT.
           MOVE WS-CLAWBK-TOT-AMT       TO WS-SUM-AMT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

       8600-WRITE-SUMMARY-X.
           EXIT.

      *-----------------------
       8620-WRITE-COUNT-LINE.
      *-----------------------

           MOVE WS-SUM-CNT               TO P-SUM-CNT-X.
           MOVE WS-SUM-AMT               TO P-SUM-AMT-X.

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
           MOVE 'MANAGER OVERRIDE COMMISSION CONTROL'
                                       TO P-HEAD-TITLE.
           MOVE 'STATEMENT MONTH'      TO P-HEAD-DT-LBL.
           MOVE WS-STMT-YYMM           TO P-HEAD-STMT-YYMM.

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
      *  WITHOUT A HIERARCHY NO OVERRIDE IS PAID; EVERY PAYMENT IS
      *  LISTED AS AN EXCEPTION.
      *
           OPEN INPUT AGHR-FILE.
           IF  WAGHR-IO-OK
               SET WS-AGHR-OPEN         TO TRUE
           ELSE
               IF  NOT WAGHR-IO-NOFILE
                   MOVE WAGHR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WAGHR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

      *
      *  THE LEDGER IS CREATED ON FIRST USE.
      *
           OPEN I-O OVRL-FILE.
           IF  WOVRL-IO-NOFILE
               OPEN OUTPUT OVRL-FILE
               CLOSE OVRL-FILE
               OPEN I-O OVRL-FILE
           END-IF.
           IF  NOT WOVRL-IO-OK
               MOVE TFCMD-OPEN-U-FILE   TO WGLOB-IO-COMMAND
               PERFORM  9710-HANDLE-OVRL-ERROR
                   THRU 9710-HANDLE-OVRL-ERROR-X
           END-IF.

           MOVE ZERO TO WCOMX-SEQ-IO-STATUS.
           OPEN INPUT COMX-DATA-FILE.
           IF WCOMX-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-COMX-ERROR
                 THRU 9700-HANDLE-COMX-ERROR-X
           END-IF.

           MOVE ZERO TO WCBTX-SEQ-IO-STATUS.
           OPEN INPUT CBTX-DATA-FILE.
           IF WCBTX-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-CBTX-ERROR
                 THRU 9700-HANDLE-CBTX-ERROR-X
           END-IF.

           MOVE TFCMD-OPEN-O-FILE   TO WOVRX-SEQ-IO-COMMAND.
           OPEN OUTPUT OVRX-DATA-FILE.
           IF WOVRX-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-OVRX-ERROR
                 THRU 9700-HANDLE-OVRX-ERROR-X
           END-IF.

           MOVE TFCMD-OPEN-O-FILE   TO WOVCB-SEQ-IO-COMMAND.
           OPEN OUTPUT OVCB-DATA-FILE.
           IF WOVCB-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-OVCB-ERROR
                 THRU 9700-HANDLE-OVCB-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-OVRD-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE WS-CLAWBK-CNT            TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (2).
           MOVE WS-NO-HIER-CNT           TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (3).
           MOVE 'ZSOVRC0003'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) @1 OVERRIDES AND @2 OVERRIDE CLAWBACKS WRITTEN, @3
      *         PAYMENTS BY AGENTS NOT IN THE HIERARCHY
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-AGHR-OPEN
               CLOSE AGHR-FILE
           END-IF.
           CLOSE OVRL-FILE.
           CLOSE COMX-DATA-FILE.
           CLOSE CBTX-DATA-FILE.
           CLOSE OVRX-DATA-FILE.
           CLOSE OVCB-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-COMX-READ.
      *----------------

           MOVE ZERO                   TO WCOMX-SEQ-IO-STATUS.

           READ COMX-DATA-FILE
                AT END
                  MOVE 8               TO WCOMX-SEQ-IO-STATUS
                  GO TO 9500-COMX-READ-X.

           IF WCOMX-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-COMX-ERROR
                 THRU 9700-HANDLE-COMX-ERROR-X
           END-IF.

       9500-COMX-READ-X.
           EXIT.

      *----------------
       9500-CBTX-READ.
      *----------------

           MOVE ZERO                   TO WCBTX-SEQ-IO-STATUS.

           READ CBTX-DATA-FILE
                AT END
                  MOVE 8               TO WCBTX-SEQ-IO-STATUS
                  GO TO 9500-CBTX-READ-X.

           IF WCBTX-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-CBTX-ERROR
                 THRU 9700-HANDLE-CBTX-ERROR-X
           END-IF.

       9500-CBTX-READ-X.
           EXIT.

      *-----------------------
       9700-HANDLE-COMX-ERROR.
      *-----------------------

           MOVE WCOMX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCOMX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCOMX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-COMX-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-CBTX-ERROR.
      *-----------------------

           MOVE WCBTX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCBTX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCBTX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-CBTX-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-OVRX-ERROR.
      *-----------------------

           MOVE WOVRX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WOVRX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WOVRX-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-OVRX-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-OVCB-ERROR.
      *-----------------------

           MOVE WOVCB-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WOVCB-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WOVCB-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-OVCB-ERROR-X.
           EXIT.

      *-----------------------
       9710-HANDLE-OVRL-ERROR.
      *-----------------------

      *
      *  THE CALLER HAS SET THE I/O COMMAND IN WGLOB-IO-COMMAND.
      *
           MOVE WOVRL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WOVRL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-OVRL-ERROR-X.
           EXIT.
      /
       COPY CCPPAGHR.
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
      **                 END OF PROGRAM ZSBMOVRC                     **
      *****************************************************************
