      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMFPRT.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMFPRT                                         **
      **  REMARKS:  MONTHLY FUND PERFORMANCE RETURNS.  READS THE     **
      **            UNIT PRICE HISTORY (UPHS, LOADED DAILY BY        **
      **            ZSBMUPHL) FUND BY FUND AND WORKS OUT THE 1       **
      **            MONTH, 3 MONTH, 1 YEAR, 3 YEAR, 5 YEAR AND       **
      **            SINCE-INCEPTION RETURNS AS OF THE MONTH END,     **
      **            WITH THE 3 AND 5 YEAR RETURNS ALSO ANNUALISED.   **
      **            A PERIOD'S RETURN RUNS FROM THE LAST PRICE ON OR **
      **            BEFORE THE PERIOD START TO THE LAST PRICE ON OR  **
      **            BEFORE THE AS-OF DATE; A PERIOD REACHING BACK    **
      **            BEFORE THE FUND'S FIRST PRICE IS NOT AVAILABLE.  **
      **            WRITES THE FUND RETURN FILE (ZCSRFRTN) FOR THE   **
      **            CLIENT WEB EXTRACT (ZSBMCWSA), THE AGENT FUND    **
      **            FACT FILE (ZCSRFFCT) AND A RETURNS REPORT.       **
      **                                                             **
      **            CONTROL CARD - AS-OF DATE, SPACES FOR THE        **
      **            PROCESS DATE.                                    **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51269**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY SCFHUPHS.

           SELECT FRTN-DATA-FILE ASSIGN TO ZSFRTN
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WFRTN-SEQ-FILE-STATUS.

           SELECT FFCT-DATA-FILE ASSIGN TO ZSFFCT
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WFFCT-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY SCFWUPHS.

       FD  FRTN-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRFRTN.

       FD  FFCT-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRFFCT.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMFPRT'.

       COPY SQLCA.

       COPY SCWWUPHS.

       01  WFRTN-SEQ-IO-WORK-AREA.
           05  WFRTN-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'FRTN'.
           05  WFRTN-SEQ-IO-COMMAND            PIC X(02).
           05  WFRTN-SEQ-FILE-STATUS           PIC X(02).

       01  WFFCT-SEQ-IO-WORK-AREA.
           05  WFFCT-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'FFCT'.
           05  WFFCT-SEQ-IO-COMMAND            PIC X(02).
           05  WFFCT-SEQ-FILE-STATUS           PIC X(02).

      ****************************************************************
      *    CONTROL CARD - AS-OF DATE (SPACES = PROCESS DATE)
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-ASOF-DT                      PIC X(10).
           02  FILLER                          PIC X(63).

      ****************************************************************
      *    RETURN PERIODS - YEARS AND MONTHS BACK FROM THE AS-OF
      *    DATE: 1 MONTH, 3 MONTHS, 1 YEAR, 3 YEARS, 5 YEARS.
      *    SINCE INCEPTION IS PERIOD 6 AND STARTS AT THE FUND'S
      *    FIRST PRICE.
      ****************************************************************

       01  WS-PRD-BACK-VALUES.
           05  FILLER                    PIC X(04)  VALUE '0001'.
           05  FILLER                    PIC X(04)  VALUE '0003'.
           05  FILLER                    PIC X(04)  VALUE '0100'.
           05  FILLER                    PIC X(04)  VALUE '0300'.
           05  FILLER                    PIC X(04)  VALUE '0500'.
       01  WS-PRD-BACK-TABLE REDEFINES WS-PRD-BACK-VALUES.
           05  WS-PRD-BACK               OCCURS 5 TIMES.
               10  WS-PRD-BACK-YRS       PIC 9(02).
               10  WS-PRD-BACK-MOS       PIC 9(02).

       01  WS-PRD-TABLE-AREA.
           05  WS-PRD-MAX                PIC S9(04) COMP VALUE +5.
           05  WS-PRD-IX                 PIC S9(04) COMP.
           05  WS-PRD-ENTRY              OCCURS 5 TIMES.
               10  WS-PRD-STRT-DT        PIC X(10).
               10  WS-PRD-STRT-VALUE     PIC 9(07)V9(06).
               10  WS-PRD-FOUND-SW       PIC X(01).
                   88  WS-PRD-FOUND                 VALUE 'Y'.
                   88  WS-PRD-NOT-FOUND             VALUE 'N'.

      ****************************************************************
      *    ONE FUND/CURRENCY IN PROGRESS
      ****************************************************************

       01  WS-FUND-WORK-AREA.
           05  WS-ASOF-DT                PIC X(10)  VALUE SPACES.
           05  WS-FUND-KEY.
               10  WS-FUND-CD            PIC X(04)  VALUE SPACES.
               10  WS-CRCY-CD            PIC X(02)  VALUE SPACES.
           05  WS-INCPT-DT               PIC X(10)  VALUE SPACES.
           05  WS-INCPT-VALUE            PIC 9(07)V9(06) VALUE ZERO.
           05  WS-END-DT                 PIC X(10)  VALUE SPACES.
           05  WS-END-VALUE              PIC 9(07)V9(06) VALUE ZERO.
           05  WS-HIGH-VALUE             PIC 9(07)V9(06) VALUE ZERO.
           05  WS-LOW-VALUE              PIC 9(07)V9(06) VALUE ZERO.
           05  WS-RATIO                  PIC 9(05)V9(09) VALUE ZERO.
           05  WS-ANNL-EXP               PIC V9(09)       VALUE ZERO.
           05  WS-ANNL-IX                PIC S9(04) COMP.
           05  WS-ANNL-YRS               PIC 9(02)        VALUE ZERO.
           05  WS-RTN-PCT                PIC S9(05)V99    VALUE ZERO.

       01  WS-REPORT-TOTALS.
           05  WS-PRICE-READ-CNT       PIC S9(09) COMP-3 VALUE +0.
           05  WS-FUND-RPTD-CNT        PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    RETURNS REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'FUND PERFORMANCE RETURNS AS OF              '.
           03  P-HEAD-ASOF-DT              PIC X(10).

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(06)
               VALUE 'FUND  '.
           03  FILLER                      PIC X(05)
               VALUE 'CRCY '.
           03  FILLER                      PIC X(12)
               VALUE 'PRICE DATE  '.
           03  FILLER                      PIC X(16)
               VALUE '      UNIT PRICE'.
           03  FILLER                      PIC X(10)
               VALUE '   1 MONTH'.
           03  FILLER                      PIC X(10)
               VALUE '  3 MONTHS'.
           03  FILLER                      PIC X(10)
               VALUE '    1 YEAR'.
           03  FILLER                      PIC X(10)
               VALUE '   3 YEARS'.
           03  FILLER                      PIC X(10)
               VALUE '   5 YEARS'.
           03  FILLER                      PIC X(10)
               VALUE '  SINCE IN'.
           03  FILLER                      PIC X(10)
               VALUE '  3 YR ANN'.
           03  FILLER                      PIC X(10)
               VALUE '  5 YR ANN'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-FUND-CD                   PIC X(04).
           03  FILLER                      PIC X(02).
           03  P-CRCY-CD                   PIC X(02).
           03  FILLER                      PIC X(03).
           03  P-PRICE-DT                  PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-UNIT-VALUE                PIC Z(06)9.9(06).
           03  P-RTN-INFO                  OCCURS 8 TIMES.
               05  FILLER                  PIC X(01).
               05  P-RTN-TXT               PIC X(09).
               05  P-RTN-PCT REDEFINES
                   P-RTN-TXT               PIC -(5)9.99.

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'PRICES READ:    '.
           03  P-READ-CNT-X                PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(16)
               VALUE 'FUNDS REPORTED: '.
           03  P-FUND-CNT-X                PIC ZZZZZZ9.

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

           PERFORM  2000-PROCESS-PRICE
               THRU 2000-PROCESS-PRICE-X
                    UNTIL NOT WUPHS-IO-OK.

           IF  WS-FUND-KEY NOT = SPACES
               PERFORM  3000-CLOSE-FUND
                   THRU 3000-CLOSE-FUND-X
           END-IF.

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

           MOVE SPACES                  TO WS-CONTROL-RECORD.
           IF  NOT WBCF-SEQ-IO-EOF
               MOVE RBCF-SEQ-REC-INFO   TO WS-CONTROL-RECORD
           END-IF.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

           IF  CR-ASOF-DT = SPACES
               MOVE WGLOB-PROCESS-DATE  TO WS-ASOF-DT
           ELSE
               MOVE CR-ASOF-DT          TO WS-ASOF-DT
           END-IF.

           PERFORM  0300-SET-PERIOD-DATES
               THRU 0300-SET-PERIOD-DATES-X
               VARYING WS-PRD-IX FROM 1 BY 1
               UNTIL   WS-PRD-IX > WS-PRD-MAX.

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

           IF  WUPHS-IO-OK
               MOVE LOW-VALUES          TO WUPHS-KEY
               START UPHS-FILE
                   KEY IS GREATER THAN WUPHS-KEY
                   INVALID KEY
                       MOVE '10'        TO WUPHS-SEQ-FILE-STATUS
               END-START
           END-IF.

           IF  WUPHS-IO-OK
               PERFORM  9510-UPHS-READ-NEXT
                   THRU 9510-UPHS-READ-NEXT-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.

      *----------------------
       0300-SET-PERIOD-DATES.
      *----------------------

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WS-ASOF-DT              TO L1680-INTERNAL-1.
           MOVE WS-PRD-BACK-YRS (WS-PRD-IX)
                                        TO L1680-NUMBER-OF-YEARS.
           MOVE WS-PRD-BACK-MOS (WS-PRD-IX)
                                        TO L1680-NUMBER-OF-MONTHS.
           MOVE ZERO                    TO L1680-NUMBER-OF-DAYS.
           PERFORM  1680-4000-SUB-YMD-FROM-DATE
               THRU 1680-4000-SUB-YMD-FROM-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-PRD-STRT-DT (WS-PRD-IX).

       0300-SET-PERIOD-DATES-X.
           EXIT.
      /
      *---------------------
       2000-PROCESS-PRICE.
      *---------------------

           ADD 1                        TO WS-PRICE-READ-CNT.

           IF  WUPHS-FUND-CD NOT = WS-FUND-CD
           OR  WUPHS-CRCY-CD NOT = WS-CRCY-CD
               IF  WS-FUND-KEY NOT = SPACES
                   PERFORM  3000-CLOSE-FUND
                       THRU 3000-CLOSE-FUND-X
               END-IF
               PERFORM  2100-OPEN-FUND
                   THRU 2100-OPEN-FUND-X
           END-IF.

      *
      *  PRICES AFTER THE AS-OF DATE PLAY NO PART.
      *
           IF  WUPHS-PRICE-DT > WS-ASOF-DT
               GO TO 2000-NEXT-PRICE
           END-IF.

           IF  WS-INCPT-DT = SPACES
               MOVE WUPHS-PRICE-DT      TO WS-INCPT-DT
               MOVE WUPHS-UNIT-VALUE    TO WS-INCPT-VALUE
           END-IF.

           MOVE WUPHS-PRICE-DT          TO WS-END-DT.
           MOVE WUPHS-UNIT-VALUE        TO WS-END-VALUE.

           PERFORM  2200-TAKE-PERIOD-START
               THRU 2200-TAKE-PERIOD-START-X
               VARYING WS-PRD-IX FROM 1 BY 1
               UNTIL   WS-PRD-IX > WS-PRD-MAX.

      *
      *  HIGH AND LOW OVER THE LAST YEAR (PERIOD 3).
      *
           IF  WUPHS-PRICE-DT > WS-PRD-STRT-DT (3)
               IF  WS-HIGH-VALUE = ZERO
               OR  WUPHS-UNIT-VALUE > WS-HIGH-VALUE
                   MOVE WUPHS-UNIT-VALUE TO WS-HIGH-VALUE
               END-IF
               IF  WS-LOW-VALUE = ZERO
               OR  WUPHS-UNIT-VALUE < WS-LOW-VALUE
                   MOVE WUPHS-UNIT-VALUE TO WS-LOW-VALUE
               END-IF
           END-IF.

       2000-NEXT-PRICE.

           PERFORM  9510-UPHS-READ-NEXT
               THRU 9510-UPHS-READ-NEXT-X.

       2000-PROCESS-PRICE-X.
           EXIT.

      *------------------
       2100-OPEN-FUND.
      *------------------

           MOVE WUPHS-FUND-CD           TO WS-FUND-CD.
           MOVE WUPHS-CRCY-CD           TO WS-CRCY-CD.
           MOVE SPACES                  TO WS-INCPT-DT
                                           WS-END-DT.
           MOVE ZERO                    TO WS-INCPT-VALUE
                                           WS-END-VALUE
                                           WS-HIGH-VALUE
                                           WS-LOW-VALUE.

           PERFORM  2110-CLEAR-PERIOD
               THRU 2110-CLEAR-PERIOD-X
               VARYING WS-PRD-IX FROM 1 BY 1
               UNTIL   WS-PRD-IX > WS-PRD-MAX.

       2100-OPEN-FUND-X.
           EXIT.

      *--------------------
       2110-CLEAR-PERIOD.
      *--------------------

           MOVE ZERO                    TO WS-PRD-STRT-VALUE
                                                         (WS-PRD-IX).
           SET  WS-PRD-NOT-FOUND (WS-PRD-IX) TO TRUE.

       2110-CLEAR-PERIOD-X.
           EXIT.

      *-------------------------
       2200-TAKE-PERIOD-START.
      *-------------------------

      *
      *  THE LAST PRICE ON OR BEFORE THE PERIOD START DATE OPENS
      *  THE PERIOD.
      *
           IF  WUPHS-PRICE-DT NOT > WS-PRD-STRT-DT (WS-PRD-IX)
               MOVE WUPHS-UNIT-VALUE    TO WS-PRD-STRT-VALUE
                                                         (WS-PRD-IX)
               SET  WS-PRD-FOUND (WS-PRD-IX) TO TRUE
           END-IF.

       2200-TAKE-PERIOD-START-X.
           EXIT.
      /
      *------------------
       3000-CLOSE-FUND.
      *------------------

      *
      *  A FUND WITH NO PRICE UP TO THE AS-OF DATE IS NOT YET
      *  LAUNCHED AND IS LEFT OFF.
      *
           IF  WS-END-DT = SPACES
               GO TO 3000-CLOSE-FUND-X
           END-IF.

           MOVE SPACES                  TO RFRTN-SEQ-REC-INFO.
           MOVE WS-FUND-CD              TO RFRTN-FUND-CD.
           MOVE WS-CRCY-CD              TO RFRTN-CRCY-CD.
           MOVE WS-ASOF-DT              TO RFRTN-ASOF-DT.
           MOVE WS-END-DT               TO RFRTN-PRICE-DT.
           MOVE WS-END-VALUE            TO RFRTN-UNIT-VALUE.
           MOVE WS-INCPT-DT             TO RFRTN-INCPT-DT.

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE WS-FUND-CD              TO P-FUND-CD.
           MOVE WS-CRCY-CD              TO P-CRCY-CD.
           MOVE WS-END-DT               TO P-PRICE-DT.
           MOVE WS-END-VALUE            TO P-UNIT-VALUE.

           PERFORM  3100-PERIOD-RETURN
               THRU 3100-PERIOD-RETURN-X
               VARYING WS-PRD-IX FROM 1 BY 1
               UNTIL   WS-PRD-IX > WS-PRD-MAX.

      *
      *  SINCE INCEPTION
      *
           SET  RFRTN-RTN-NOT-AVAIL (6) TO TRUE.
           MOVE ZERO                    TO RFRTN-RTN-PCT (6).
           MOVE 'N/A'                   TO P-RTN-TXT (6).
           IF  WS-END-DT > WS-INCPT-DT
               COMPUTE RFRTN-RTN-PCT (6) ROUNDED =
                   ((WS-END-VALUE / WS-INCPT-VALUE) - 1) * 100
               SET  RFRTN-RTN-AVAIL (6) TO TRUE
               MOVE RFRTN-RTN-PCT (6)   TO P-RTN-PCT (6)
           END-IF.

           PERFORM  3200-ANNUALISED-RETURN
               THRU 3200-ANNUALISED-RETURN-X
               VARYING WS-ANNL-IX FROM 1 BY 1
               UNTIL   WS-ANNL-IX > 2.

           MOVE TFCMD-WRITE-RECORD      TO WFRTN-SEQ-IO-COMMAND.
           WRITE RFRTN-SEQ-REC-INFO.
           IF  WFRTN-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9700-HANDLE-FRTN-ERROR
                   THRU 9700-HANDLE-FRTN-ERROR-X
           END-IF.

           PERFORM  3300-WRITE-FUND-FACT
               THRU 3300-WRITE-FUND-FACT-X.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           ADD 1                        TO WS-FUND-RPTD-CNT.

       3000-CLOSE-FUND-X.
           EXIT.

      *---------------------
       3100-PERIOD-RETURN.
      *---------------------

           SET  RFRTN-RTN-NOT-AVAIL (WS-PRD-IX) TO TRUE.
           MOVE ZERO                    TO RFRTN-RTN-PCT (WS-PRD-IX).
           MOVE 'N/A'                   TO P-RTN-TXT (WS-PRD-IX).

           IF  WS-PRD-NOT-FOUND (WS-PRD-IX)
           OR  WS-PRD-STRT-VALUE (WS-PRD-IX) = ZERO
               GO TO 3100-PERIOD-RETURN-X
           END-IF.

           COMPUTE RFRTN-RTN-PCT (WS-PRD-IX) ROUNDED =
               ((WS-END-VALUE / WS-PRD-STRT-VALUE (WS-PRD-IX)) - 1)
             * 100.
           SET  RFRTN-RTN-AVAIL (WS-PRD-IX) TO TRUE.
           MOVE RFRTN-RTN-PCT (WS-PRD-IX) TO P-RTN-PCT (WS-PRD-IX).

       3100-PERIOD-RETURN-X.
           EXIT.

      *-------------------------
       3200-ANNUALISED-RETURN.
      *-------------------------

      *
      *  ANNUALISED 1 = 3 YEARS (PERIOD 4), 2 = 5 YEARS (PERIOD 5).
      *
           COMPUTE WS-PRD-IX = WS-ANNL-IX + 3.
           MOVE WS-PRD-BACK-YRS (WS-PRD-IX) TO WS-ANNL-YRS.

           SET  RFRTN-ANNL-NOT-AVAIL (WS-ANNL-IX) TO TRUE.
           MOVE ZERO                    TO RFRTN-ANNL-PCT (WS-ANNL-IX).
           MOVE 'N/A'                   TO P-RTN-TXT (WS-ANNL-IX + 6).

           IF  RFRTN-RTN-NOT-AVAIL (WS-PRD-IX)
               GO TO 3200-ANNUALISED-RETURN-X
           END-IF.

           COMPUTE WS-RATIO ROUNDED =
               WS-END-VALUE / WS-PRD-STRT-VALUE (WS-PRD-IX).
           COMPUTE WS-ANNL-EXP ROUNDED = 1 / WS-ANNL-YRS.
           COMPUTE RFRTN-ANNL-PCT (WS-ANNL-IX) ROUNDED =
               ((WS-RATIO ** WS-ANNL-EXP) - 1) * 100.

           SET  RFRTN-ANNL-AVAIL (WS-ANNL-IX) TO TRUE.
           MOVE RFRTN-ANNL-PCT (WS-ANNL-IX)
                                        TO P-RTN-PCT (WS-ANNL-IX + 6).

       3200-ANNUALISED-RETURN-X.
           EXIT.

      *-----------------------
       3300-WRITE-FUND-FACT.
      *-----------------------

           MOVE SPACES                  TO RFFCT-SEQ-REC-INFO.
           MOVE WS-FUND-CD              TO RFFCT-FUND-CD.
           MOVE WS-CRCY-CD              TO RFFCT-CRCY-CD.
           MOVE WS-ASOF-DT              TO RFFCT-ASOF-DT.
           MOVE WS-END-DT               TO RFFCT-PRICE-DT.
           MOVE WS-END-VALUE            TO RFFCT-UNIT-VALUE.
           MOVE WS-INCPT-DT             TO RFFCT-INCPT-DT.
           MOVE WS-INCPT-VALUE          TO RFFCT-INCPT-UNIT-VALUE.
           MOVE WS-HIGH-VALUE           TO RFFCT-HIGH-1YR-UNIT-VALUE.
           MOVE WS-LOW-VALUE            TO RFFCT-LOW-1YR-UNIT-VALUE.

           PERFORM  3310-MOVE-ONE-PERIOD
               THRU 3310-MOVE-ONE-PERIOD-X
               VARYING WS-PRD-IX FROM 1 BY 1
               UNTIL   WS-PRD-IX > 6.

           PERFORM  3320-MOVE-ONE-ANNL
               THRU 3320-MOVE-ONE-ANNL-X
               VARYING WS-ANNL-IX FROM 1 BY 1
               UNTIL   WS-ANNL-IX > 2.

           MOVE TFCMD-WRITE-RECORD      TO WFFCT-SEQ-IO-COMMAND.
           WRITE RFFCT-SEQ-REC-INFO.
           IF  WFFCT-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9700-HANDLE-FFCT-ERROR
                   THRU 9700-HANDLE-FFCT-ERROR-X
           END-IF.

       3300-WRITE-FUND-FACT-X.
           EXIT.

      *-----------------------
       3310-MOVE-ONE-PERIOD.
      *-----------------------

           MOVE RFRTN-RTN-AVAIL-IND (WS-PRD-IX)
                                   TO RFFCT-RTN-AVAIL-IND (WS-PRD-IX).
           MOVE RFRTN-RTN-PCT (WS-PRD-IX)
                                   TO RFFCT-RTN-PCT (WS-PRD-IX).

       3310-MOVE-ONE-PERIOD-X.
           EXIT.

      *---------------------
       3320-MOVE-ONE-ANNL.
      *---------------------

           MOVE RFRTN-ANNL-AVAIL-IND (WS-ANNL-IX)
                                  TO RFFCT-ANNL-AVAIL-IND (WS-ANNL-IX).
           MOVE RFRTN-ANNL-PCT (WS-ANNL-IX)
                                  TO RFFCT-ANNL-PCT (WS-ANNL-IX).

       3320-MOVE-ONE-ANNL-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-PRICE-READ-CNT        TO P-READ-CNT-X.
           MOVE WS-FUND-RPTD-CNT         TO P-FUND-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
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

           MOVE WS-ASOF-DT             TO P-HEAD-ASOF-DT.
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
      *  NO HISTORY YET (BEFORE THE FIRST LOAD) - NOTHING TO REPORT.
      *
           OPEN INPUT UPHS-FILE.
           IF  WUPHS-IO-NOFILE
               MOVE '10'                TO WUPHS-SEQ-FILE-STATUS
           ELSE
           IF  WUPHS-SEQ-FILE-STATUS NOT = '00'
              MOVE TFCMD-OPEN-I-FILE      TO WUPHS-SEQ-IO-COMMAND
              PERFORM 9700-HANDLE-UPHS-ERROR
                 THRU 9700-HANDLE-UPHS-ERROR-X
           END-IF
           END-IF.

           OPEN OUTPUT FRTN-DATA-FILE.
           IF WFRTN-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-FRTN-ERROR
                 THRU 9700-HANDLE-FRTN-ERROR-X
           END-IF.

           OPEN OUTPUT FFCT-DATA-FILE.
           IF WFFCT-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-FFCT-ERROR
                 THRU 9700-HANDLE-FFCT-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-FUND-RPTD-CNT         TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSFPRT0001'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL FUNDS WITH RETURNS CALCULATED @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE UPHS-FILE.
           CLOSE FRTN-DATA-FILE.
           CLOSE FFCT-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *---------------------
       9510-UPHS-READ-NEXT.
      *---------------------

           MOVE TFCMD-READNEXT-RECORD   TO WUPHS-SEQ-IO-COMMAND.

           READ UPHS-FILE NEXT
               AT END
                   MOVE '10'            TO WUPHS-SEQ-FILE-STATUS
                   GO TO 9510-UPHS-READ-NEXT-X
           END-READ.

           IF  NOT WUPHS-IO-OK
               PERFORM 9700-HANDLE-UPHS-ERROR
                  THRU 9700-HANDLE-UPHS-ERROR-X
           END-IF.

       9510-UPHS-READ-NEXT-X.
           EXIT.

      *-----------------------
       9700-HANDLE-UPHS-ERROR.
      *-----------------------

           MOVE WUPHS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WUPHS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WUPHS-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-UPHS-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-FRTN-ERROR.
      *-----------------------

           MOVE WFRTN-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WFRTN-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WFRTN-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-FRTN-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-FFCT-ERROR.
      *-----------------------

           MOVE WFFCT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WFFCT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WFFCT-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-FFCT-ERROR-X.
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
      * DATE ARITHMETIC
      *
       COPY XCPL1680.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMFPRT                     **
      *****************************************************************
