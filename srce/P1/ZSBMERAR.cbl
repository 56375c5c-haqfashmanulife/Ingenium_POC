      *****************************************************************
      **  MEMBER :  ZSBMERAR                                         **
      **  REMARKS:  WRONG-ERA DATE REPORT (ONE TIME).  READS THE     **
      **            EMPEROR-FORMAT DATE EXTRACT (ZCSRERAX) AND       **
      **            CHECKS EVERY STORED OR PRINTED ERA DATE AGAINST  **
      **            THE ERA MASTER (ERAM):                           **
      **              - WHERE THE WESTERN DATE IS KNOWN, THE ERA AND **
      **                YEAR OF REIGN ARE RECOMPUTED AND COMPARED;   **
      **              - WHERE IT IS NOT, THE STORED ERA DATE MUST    **
      **                FALL INSIDE THAT ERA'S REIGN (HEISEI 31-05-01**
      **                AND LATER ARE REPORTED).                     **
      **            EVERY MISMATCH IS LISTED WITH THE CORRECT ERA,   **
      **            FOLLOWED BY COUNTS BY SOURCE.                    **
      **                                                             **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51260**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.    ZSBMERAR.

       COPY XCWWCRHT.
      /
       ENVIRONMENT DIVISION.
      *************************

       CONFIGURATION SECTION.
      /
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHERAM.

           SELECT ERAX-DATA-FILE ASSIGN TO ZSERAX
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WERAX-SEQ-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

       COPY CCFWERAM.

       FD  ERAX-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRERAX.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMERAR'.

       COPY SQLCA.

       COPY CCWWERAM.

       COPY XCWWERAT.

       01  WERAX-SEQ-IO-WORK-AREA.
           05  WERAX-SEQ-FILE-NAME          PIC X(04)
                                            VALUE 'ERAX'.
           05  WERAX-SEQ-IO-COMMAND         PIC X(02).
           05  WERAX-SEQ-FILE-STATUS        PIC X(02).
           05  WERAX-SEQ-IO-STATUS          PIC 9(01).
               88  WERAX-SEQ-IO-OK          VALUE 0.
               88  WERAX-SEQ-IO-EOF         VALUE 8.
               88  WERAX-SEQ-IO-ERROR       VALUE 9.

       01  WS-HEADING-LINE.
           05  FILLER     VALUE SPACES      PIC X(24).
           05  FILLER                       PIC X(30)
                   VALUE 'DATES RENDERED UNDER THE WRONG'.
           05  FILLER                       PIC X(13)
                   VALUE ' ERA         '.

       01  WS-DETAIL-PRINT-LINE.
           05  FILLER     VALUE SPACES      PIC X(02).
           05  WS-SRC-CD                    PIC X(04).
           05  FILLER     VALUE SPACES      PIC X(01).
           05  WS-REC-KEY                   PIC X(20).
           05  FILLER     VALUE SPACES      PIC X(01).
           05  WS-FLD-NM                    PIC X(18).
           05  FILLER     VALUE SPACES      PIC X(01).
           05  WS-INT-DT                    PIC X(10).
           05  FILLER                       PIC X(05)
                          VALUE ' WAS '.
           05  WS-STORED-ERA-DT.
               10  WS-STORED-ERA-NUM        PIC 9(01).
               10  FILLER VALUE '-'         PIC X(01).
               10  WS-STORED-ERA-YY         PIC 9(02).
               10  FILLER VALUE '-'         PIC X(01).
               10  WS-STORED-ERA-MM         PIC 9(02).
               10  FILLER VALUE '-'         PIC X(01).
               10  WS-STORED-ERA-DD         PIC 9(02).
           05  FILLER                       PIC X(08)
                          VALUE ' SHOULD '.
           05  WS-CRCT-ERA-DT.
               10  WS-CRCT-ERA-NUM          PIC 9(01).
               10  FILLER VALUE '-'         PIC X(01).
               10  WS-CRCT-ERA-YY           PIC 9(02).
               10  FILLER VALUE '-'         PIC X(01).
               10  WS-CRCT-ERA-MM           PIC 9(02).
               10  FILLER VALUE '-'         PIC X(01).
               10  WS-CRCT-ERA-DD           PIC 9(02).
           05  FILLER     VALUE SPACES      PIC X(01).
           05  WS-CRCT-ERA-NM               PIC X(10).

       01  WS-SRC-TOTAL-LINE.
           05  FILLER     VALUE SPACES      PIC X(04).
           05  FILLER                       PIC X(08)
                          VALUE 'SOURCE: '.
           05  WS-TOT-SRC-CD                PIC X(04).
           05  FILLER                       PIC X(09)
                          VALUE '   READ: '.
           05  WS-TOT-READ-CTR              PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(14)
                          VALUE '   WRONG ERA: '.
           05  WS-TOT-WRONG-CTR             PIC ZZZ,ZZ9.

       01  WS-RECS-PRCES-LINE.
           05  FILLER     VALUE SPACES      PIC X(04).
           05  FILLER                       PIC X(30)
           VALUE 'TOTAL ERA DATES READ:         '.
           05  WS-ERAX-REC-PRCES-CTR        PIC 9(7)  VALUE ZERO.

       01  WS-RECS-WRONG-LINE.
           05  FILLER     VALUE SPACES      PIC X(04).
           05  FILLER                       PIC X(30)
           VALUE 'TOTAL RENDERED UNDER WRONG ERA'.
           05  WS-ERAX-REC-WRONG-CTR        PIC 9(7)  VALUE ZERO.

       01  WS-NO-ERAM-LINE.
           05  FILLER     VALUE SPACES      PIC X(04).
           05  FILLER                       PIC X(41)
           VALUE 'ERA MASTER (ERAM) EMPTY - NOTHING CHECKED'.

       01  WS-EOJ-LINE.
           05  FILLER     VALUE SPACES      PIC X(45).
           05  FILLER                       PIC X(21)
                   VALUE '*** END OF REPORT ***'.

       01  WS-WORK-AREA.
           05  WS-WRONG-SW                  PIC X(01).
               88  WS-WRONG-ERA                       VALUE 'Y'.
               88  WS-RIGHT-ERA                       VALUE 'N'.
           05  WS-STORED-SUB                PIC S9(04) COMP.
           05  WS-CALC-YR                   PIC 9(04).
           05  WS-SRC-SUB                   PIC S9(04) COMP.
           05  WS-SRC-CNT                   PIC S9(04) COMP VALUE ZERO.
           05  WS-SRC-MAX                   PIC S9(04) COMP VALUE +50.
           05  WS-SRC-ENTRY                 OCCURS 50 TIMES.
               10  WS-SRC-TBL-CD            PIC X(04).
               10  WS-SRC-READ-CTR          PIC 9(07).
               10  WS-SRC-WRONG-CTR         PIC 9(07).

      /
       COPY XCWL0035.

       COPY CCWL0010.
       COPY CCWL0950.
      /
       COPY XCSWOCF.
       COPY XCSROCF.
      /
       COPY XCSWBCF.
       COPY XCSRBCF.
      /
       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.
      /
       COPY XCWTFCMD.
      /
       COPY XCWL0040.
      /
       COPY XCWL1670.
       COPY XCWL1660.
       COPY XCWL1680.
      /
       COPY XCWLDTLK.
      /
       COPY XCWWWKDT.
      /
       COPY CCWWCCC.
      /
       COPY CCWLPGA.
      /
       PROCEDURE DIVISION.
      *************************

      *----------------
       0000-MAIN-LINE.
      *----------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  2000-PROCESS-ERA-DATE
               THRU 2000-PROCESS-ERA-DATE-X
               UNTIL WERAX-SEQ-IO-EOF.

           PERFORM  8000-PRINT-STATS
               THRU 8000-PRINT-STATS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           PERFORM  0035-1000-COMMIT
               THRU 0035-1000-COMMIT-X.

           STOP RUN.

       0000-MAIN-LINE-X.
           EXIT.

      /
      *----------------
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           MOVE ZERO TO WERAX-SEQ-IO-STATUS.
           OPEN INPUT ERAX-DATA-FILE.

           IF  WERAX-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9710-HANDLE-ERAX-ERROR
                   THRU 9710-HANDLE-ERAX-ERROR-X
           END-IF.

       0100-OPEN-FILES-X.
           EXIT.

      /
      *----------------
       0200-INITIALIZE.
      *----------------

           MOVE ZEROS TO WS-ERAX-REC-PRCES-CTR.
           MOVE ZEROS TO WS-ERAX-REC-WRONG-CTR.

           PERFORM  CCC-1000-PRCES-CO-CTL-CARD
               THRU CCC-1000-PRCES-CO-CTL-CARD-X.

           PERFORM  0950-0000-INIT-PARM-INFO
               THRU 0950-0000-INIT-PARM-INFO-X.
           PERFORM  0950-1000-GET-COMPANY-NAME
               THRU 0950-1000-GET-COMPANY-NAME-X.

           MOVE 'ZSBMERAR'         TO WGLOB-USER-ID.
           MOVE 'INGENIUM'         TO L0040-SYSTEM-ID.
           MOVE L0950-COMPANY-NAME TO L0040-COMPANY-NAME.
           MOVE ZERO               TO L0040-ERROR-CNT.
           MOVE SPACES             TO L0040-PROGRAM-DESC.
           MOVE SPACES             TO L0040-HDG-LINE-3.
           MOVE WS-HEADING-LINE    TO L0040-HDG-LINE-3.

           PERFORM  0040-1000-INIT-TITLE
               THRU 0040-1000-INIT-TITLE-X.

      *
      *  THE ERA TABLE IS THE STANDARD EVERY DATE IS MEASURED
      *  AGAINST - WITHOUT IT THERE IS NOTHING TO CHECK.
      *
           PERFORM  ERAT-1000-LOAD-TABLE
               THRU ERAT-1000-LOAD-TABLE-X.

           IF  NOT WERAT-TABLE-LOADED
               MOVE SPACES              TO L0040-INPUT-LINE
               MOVE WS-NO-ERAM-LINE     TO L0040-INPUT-LINE
               PERFORM  0040-3000-WRITE-OTHER
                   THRU 0040-3000-WRITE-OTHER-X
               SET WERAX-SEQ-IO-EOF     TO TRUE
               GO TO 0200-INITIALIZE-X
           END-IF.

           PERFORM  9500-ERAX-READ
               THRU 9500-ERAX-READ-X.

       0200-INITIALIZE-X.
           EXIT.

      /
      *------------------------
       2000-PROCESS-ERA-DATE.
      *------------------------

           ADD 1 TO WS-ERAX-REC-PRCES-CTR.

           PERFORM  2100-FIND-SRC-ENTRY
               THRU 2100-FIND-SRC-ENTRY-X.

           IF  WS-SRC-SUB > ZERO
               ADD 1                    TO WS-SRC-READ-CTR (WS-SRC-SUB)
           END-IF.

           SET WS-RIGHT-ERA             TO TRUE.

           IF  RERAX-INT-DT NOT = SPACES
           AND RERAX-INT-YR NUMERIC
               PERFORM  3000-CHECK-KNOWN-DATE
                   THRU 3000-CHECK-KNOWN-DATE-X
           ELSE
               PERFORM  3500-CHECK-REIGN
                   THRU 3500-CHECK-REIGN-X
           END-IF.

           IF  WS-WRONG-ERA
               PERFORM  4000-REPORT-WRONG-ERA
                   THRU 4000-REPORT-WRONG-ERA-X
           END-IF.

           PERFORM  9500-ERAX-READ
               THRU 9500-ERAX-READ-X.

       2000-PROCESS-ERA-DATE-X.
           EXIT.

      /
      *----------------------
       2100-FIND-SRC-ENTRY.
      *----------------------

           MOVE ZERO                    TO WS-SRC-SUB.

           PERFORM  2110-MATCH-SRC-ENTRY
               THRU 2110-MATCH-SRC-ENTRY-X
               VARYING WS-STORED-SUB FROM 1 BY 1
               UNTIL WS-STORED-SUB > WS-SRC-CNT
               OR    WS-SRC-SUB > ZERO.

           IF  WS-SRC-SUB = ZERO
           AND WS-SRC-CNT < WS-SRC-MAX
               ADD 1                    TO WS-SRC-CNT
               MOVE WS-SRC-CNT          TO WS-SRC-SUB
               MOVE RERAX-SRC-CD        TO WS-SRC-TBL-CD (WS-SRC-SUB)
               MOVE ZERO                TO WS-SRC-READ-CTR (WS-SRC-SUB)
                                           WS-SRC-WRONG-CTR (WS-SRC-SUB)
           END-IF.

       2100-FIND-SRC-ENTRY-X.
           EXIT.

      *-----------------------
       2110-MATCH-SRC-ENTRY.
      *-----------------------

           IF  WS-SRC-TBL-CD (WS-STORED-SUB) = RERAX-SRC-CD
               MOVE WS-STORED-SUB       TO WS-SRC-SUB
           END-IF.

       2110-MATCH-SRC-ENTRY-X.
           EXIT.

      /
      *------------------------
       3000-CHECK-KNOWN-DATE.
      *------------------------

      *
      *  THE WESTERN DATE IS ON THE SOURCE - WORK OUT THE ERA IT
      *  SHOULD HAVE BEEN SHOWN IN AND COMPARE.
      *
           MOVE RERAX-INT-DT            TO WERAT-IN-DT.

           PERFORM  ERAT-2000-FIND-DT-ERA
               THRU ERAT-2000-FIND-DT-ERA-X.

           IF  WERAT-FOUND-SUB = ZERO
               GO TO 3000-CHECK-KNOWN-DATE-X
           END-IF.

           MOVE WERAT-ERA-NUM (WERAT-FOUND-SUB)
                                        TO WS-CRCT-ERA-NUM.
           COMPUTE WS-CRCT-ERA-YY = RERAX-INT-YR
                                  - WERAT-ERA-STRT-YR (WERAT-FOUND-SUB)
                                  + 1.
           MOVE RERAX-INT-MO            TO WS-CRCT-ERA-MM.
           MOVE RERAX-INT-DY            TO WS-CRCT-ERA-DD.
           MOVE WERAT-ERA-ENG-NM (WERAT-FOUND-SUB)
                                        TO WS-CRCT-ERA-NM.

           IF  RERAX-STORED-ERA-NUM NOT = WS-CRCT-ERA-NUM
           OR  RERAX-STORED-ERA-YY  NOT = WS-CRCT-ERA-YY
               SET WS-WRONG-ERA         TO TRUE
           END-IF.

       3000-CHECK-KNOWN-DATE-X.
           EXIT.

      /
      *--------------------
       3500-CHECK-REIGN.
      *--------------------

      *
      *  NO WESTERN DATE ON THE SOURCE - THE STORED ERA DATE IS
      *  TURNED BACK INTO A WESTERN DATE AND MUST STILL FALL IN THE
      *  STORED ERA.  AN ERA NOT ON THE MASTER IS ALSO WRONG.
      *
           MOVE RERAX-STORED-ERA-NUM    TO WERAT-IN-ERA-NUM.
           MOVE SPACES                  TO WERAT-IN-ERA-ABBR-CD.

           PERFORM  ERAT-3000-FIND-ERA-NUM
               THRU ERAT-3000-FIND-ERA-NUM-X.

           IF  WERAT-FOUND-SUB = ZERO
               SET WS-WRONG-ERA         TO TRUE
               MOVE ZERO                TO WS-CRCT-ERA-NUM
                                           WS-CRCT-ERA-YY
                                           WS-CRCT-ERA-MM
                                           WS-CRCT-ERA-DD
               MOVE SPACES              TO WS-CRCT-ERA-NM
               MOVE SPACES              TO WS-INT-DT
               GO TO 3500-CHECK-REIGN-X
           END-IF.

           MOVE WERAT-FOUND-SUB         TO WS-STORED-SUB.
           COMPUTE WS-CALC-YR = WERAT-ERA-STRT-YR (WS-STORED-SUB)
                              + RERAX-STORED-ERA-YY
                              - 1.

           MOVE WS-CALC-YR              TO WERAT-IN-YR.
           MOVE RERAX-STORED-ERA-MM     TO WERAT-IN-MO.
           MOVE RERAX-STORED-ERA-DD     TO WERAT-IN-DY.
           MOVE '-'                     TO WERAT-IN-SEP-1
                                           WERAT-IN-SEP-2.
           MOVE WERAT-IN-DT             TO RERAX-INT-DT.

           PERFORM  ERAT-2000-FIND-DT-ERA
               THRU ERAT-2000-FIND-DT-ERA-X.

           IF  WERAT-FOUND-SUB NOT = WS-STORED-SUB
           AND WERAT-FOUND-SUB > ZERO
               SET WS-WRONG-ERA         TO TRUE
               MOVE WERAT-ERA-NUM (WERAT-FOUND-SUB)
                                        TO WS-CRCT-ERA-NUM
               COMPUTE WS-CRCT-ERA-YY = WS-CALC-YR
                                  - WERAT-ERA-STRT-YR (WERAT-FOUND-SUB)
                                  + 1
               MOVE RERAX-STORED-ERA-MM TO WS-CRCT-ERA-MM
               MOVE RERAX-STORED-ERA-DD TO WS-CRCT-ERA-DD
               MOVE WERAT-ERA-ENG-NM (WERAT-FOUND-SUB)
                                        TO WS-CRCT-ERA-NM
           END-IF.

       3500-CHECK-REIGN-X.
           EXIT.

      /
      *------------------------
       4000-REPORT-WRONG-ERA.
      *------------------------

           ADD 1                        TO WS-ERAX-REC-WRONG-CTR.
           IF  WS-SRC-SUB > ZERO
               ADD 1                    TO WS-SRC-WRONG-CTR (WS-SRC-SUB)
           END-IF.

           MOVE RERAX-SRC-CD            TO WS-SRC-CD.
           MOVE RERAX-REC-KEY           TO WS-REC-KEY.
           MOVE RERAX-FLD-NM            TO WS-FLD-NM.
           MOVE RERAX-INT-DT            TO WS-INT-DT.
           MOVE RERAX-STORED-ERA-NUM    TO WS-STORED-ERA-NUM.
           MOVE RERAX-STORED-ERA-YY     TO WS-STORED-ERA-YY.
           MOVE RERAX-STORED-ERA-MM     TO WS-STORED-ERA-MM.
           MOVE RERAX-STORED-ERA-DD     TO WS-STORED-ERA-DD.

           MOVE SPACES                  TO L0040-INPUT-LINE.
           MOVE WS-DETAIL-PRINT-LINE    TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

           IF  RERAX-RNDR-TXT NOT = SPACES
               MOVE SPACES              TO L0040-INPUT-LINE
               MOVE RERAX-RNDR-TXT      TO L0040-INPUT-LINE (30:30)
               PERFORM  0040-3000-WRITE-OTHER
                   THRU 0040-3000-WRITE-OTHER-X
           END-IF.

       4000-REPORT-WRONG-ERA-X.
           EXIT.

      /
      *------------------
       8000-PRINT-STATS.
      *------------------

           MOVE SPACES                  TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

           PERFORM  8100-PRINT-SRC-TOTAL
               THRU 8100-PRINT-SRC-TOTAL-X
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SRC-CNT.

           MOVE SPACES                  TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

           MOVE SPACES                  TO L0040-INPUT-LINE.
           MOVE WS-RECS-PRCES-LINE      TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

           MOVE SPACES                  TO L0040-INPUT-LINE.
           MOVE WS-RECS-WRONG-LINE      TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

           MOVE SPACES                  TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

           MOVE SPACES                  TO L0040-INPUT-LINE.
           MOVE WS-EOJ-LINE             TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

       8000-PRINT-STATS-X.
           EXIT.

      *----------------------
       8100-PRINT-SRC-TOTAL.
      *----------------------

           MOVE WS-SRC-TBL-CD (WS-SRC-SUB)    TO WS-TOT-SRC-CD.
           MOVE WS-SRC-READ-CTR (WS-SRC-SUB)  TO WS-TOT-READ-CTR.
           MOVE WS-SRC-WRONG-CTR (WS-SRC-SUB) TO WS-TOT-WRONG-CTR.

           MOVE SPACES                  TO L0040-INPUT-LINE.
           MOVE WS-SRC-TOTAL-LINE       TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

       8100-PRINT-SRC-TOTAL-X.
           EXIT.
      /
      *------------------
       9999-CLOSE-FILES.
      *------------------

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           CLOSE ERAX-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-ERAX-READ.
      *----------------

           MOVE ZERO                   TO WERAX-SEQ-IO-STATUS.

           READ ERAX-DATA-FILE
                AT END
                  MOVE 8               TO WERAX-SEQ-IO-STATUS
                  GO TO 9500-ERAX-READ-X.

           IF  WERAX-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9710-HANDLE-ERAX-ERROR
                   THRU 9710-HANDLE-ERAX-ERROR-X
           END-IF.

       9500-ERAX-READ-X.
           EXIT.

      /
      *-----------------------
       9710-HANDLE-ERAX-ERROR.
      *-----------------------

           MOVE WERAX-SEQ-FILE-NAME
                                       TO WGLOB-TABLE-NAME.
           MOVE WERAX-SEQ-FILE-STATUS
                                       TO WGLOB-SEQ-FILE-STATUS.
           MOVE TFCMD-READNEXT-RECORD
                                       TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-ERAX-ERROR-X.
           EXIT.

      /
       COPY XCPPERAT.
      /
       COPY XCPL0035.

       COPY CCPL0010.
       COPY CCPS0010.
       COPY CCPL0950.
       COPY CCPS0950.
       COPY CCPPCCC.
      /
       COPY XCPLOCF.
       COPY XCPOOCF.
      /
       COPY XCPLBCF.
       COPY XCPOBCF.
       COPY XCPNBCF.
      /
       COPY XCPL0040.
      /
       COPY XCPL0260.
      /
       COPY XCPL1660.
       COPY XCPL1680.
      /
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMERAR                     **
      *****************************************************************
