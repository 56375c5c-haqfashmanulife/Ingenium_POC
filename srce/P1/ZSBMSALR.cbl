      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMSALR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMSALR                                         **
      **  REMARKS: MONTHLY SENSITIVE-DATA ACCESS ANALYSIS.  READS    **
      **           THE SENSITIVE-DATA ACCESS LOG (SALG) FOR ONE      **
      **           CALENDAR MONTH AND REPORTS TO THE SECURITY        **
      **           OFFICER:                                          **
      **                                                             **
      **           - EVERY VIEW MADE OUTSIDE WORKING HOURS - BEFORE  **
      **             THE START OR FROM THE END OF THE WORKING DAY,   **
      **             OR ON A DAY THAT IS NOT A BUSINESS DAY          **
      **             (ZSRQBCAL);                                     **
      **           - EVERY VIEW OF A CLIENT WITH NO OPEN SERVICE     **
      **             REQUEST - NO OPEN COMPLAINT (CMPL), NO PENDING  **
      **             OR RELEASED ELDERLY CONFIRMATION HOLD (ELHD)    **
      **             AND NO OPEN KYC REVIEW (KYRW).  A CLAIM VIEW    **
      **             IS MADE AGAINST THE CLAIM ITSELF AND IS NOT     **
      **             TAKEN;                                          **
      **           - EVERY USER WHO VIEWED UNUSUALLY MANY CLIENTS -  **
      **             MORE THAN THE VOLUME LIMIT, OR MORE THAN THE    **
      **             AVERAGE MULTIPLE TIMES THE AVERAGE OF ALL USERS **
      **             WHO VIEWED ANY CLIENT IN THE MONTH.             **
      **                                                             **
      **           CLIENTS ARE PRINTED BY NUMBER ONLY.               **
      **                                                             **
      **           CONTROL CARD: REPORT MONTH YYYY-MM (BLANK = THE   **
      **           MONTH BEFORE THE PROCESS DATE), VOLUME LIMIT OF   **
      **           DISTINCT CLIENTS PER USER (BLANK = 200), AVERAGE  **
      **           MULTIPLE (BLANK = 3) AND THE WORKING DAY START    **
      **           AND END AS HHMM (BLANK = 0800 AND 1900).          **
      **                                                             **
      **  DOMAIN :  CI                                               **
      **  CLASS  :  SC                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51289**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHSALG.

           COPY CCFHCMPL.

           COPY CCFHELHD.

           COPY CCFHKYRW.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWSALG.

       COPY CCFWCMPL.

       COPY CCFWELHD.

       COPY CCFWKYRW.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMSALR'.

       COPY SQLCA.

       COPY CCWWSALG.

       COPY CCWWCMPL.

       COPY CCWWELHD.

       COPY CCWWKYRW.

      ****************************************************************
      *    CONTROL CARD - REPORT MONTH, VOLUME LIMIT, AVERAGE
      *    MULTIPLE AND WORKING DAY
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-RPT-MO                       PIC X(07).
           02  CR-VOL-LIMIT-X                  PIC X(04).
           02  CR-VOL-LIMIT REDEFINES CR-VOL-LIMIT-X
                                               PIC 9(04).
           02  CR-AVG-MULT-X                   PIC X(02).
           02  CR-AVG-MULT REDEFINES CR-AVG-MULT-X
                                               PIC 9(02).
           02  CR-WORK-START-X                 PIC X(04).
           02  CR-WORK-START REDEFINES CR-WORK-START-X
                                               PIC 9(04).
           02  CR-WORK-END-X                   PIC X(04).
           02  CR-WORK-END REDEFINES CR-WORK-END-X
                                               PIC 9(04).
           02  FILLER                          PIC X(52).

       01  WS-RPT-MO-WORK.
           05  WS-RPT-YYYY               PIC 9(04).
           05  WS-RPT-SEP                PIC X(01).
           05  WS-RPT-MM                 PIC 9(02).
       01  WS-RPT-MO REDEFINES WS-RPT-MO-WORK
                                         PIC X(07).

      ****************************************************************
      *    ONE LOG ROW IN PROGRESS
      ****************************************************************

       01  WS-ACCS-DT-WORK.
           05  WS-ACCS-YYYY-MM           PIC X(07).
           05  FILLER                    PIC X(01).
           05  WS-ACCS-DD                PIC 9(02).

       01  WS-ACCS-TIME-WORK.
           05  WS-ACCS-HHMM              PIC 9(04).
           05  FILLER                    PIC X(04).
       01  WS-ACCS-TIME-PARTS REDEFINES WS-ACCS-TIME-WORK.
           05  WS-ACCS-HH                PIC X(02).
           05  WS-ACCS-MI                PIC X(02).
           05  FILLER                    PIC X(04).

       01  WS-WORK-AREA.
           05  WS-CRNT-CLI-ID            PIC X(10)  VALUE LOW-VALUES.
           05  WS-USR-NUM                PIC S9(04) COMP VALUE +0.
           05  WS-FLAG-TXT               PIC X(22)  VALUE SPACES.
           05  WS-CARD-SW                PIC X(01)  VALUE 'Y'.
               88  WS-CARD-VALID                    VALUE 'Y'.
               88  WS-CARD-INVALID                  VALUE 'N'.
           05  WS-USR-FOUND-SW           PIC X(01)  VALUE 'N'.
               88  WS-USR-FOUND                     VALUE 'Y'.
               88  WS-USR-NOT-TALLIED               VALUE 'N'.
           05  WS-CLI-USR-SW             PIC X(01)  VALUE 'N'.
               88  WS-CLI-USR-SEEN                  VALUE 'Y'.
           05  WS-OFF-HOURS-SW           PIC X(01)  VALUE 'N'.
               88  WS-OFF-HOURS                     VALUE 'Y'.
           05  WS-SVC-SW                 PIC X(01)  VALUE 'Y'.
               88  WS-CLI-HAS-SERVICE               VALUE 'Y'.
               88  WS-CLI-NO-SERVICE                VALUE 'N'.
           05  WS-NO-SVC-SW              PIC X(01)  VALUE 'N'.
               88  WS-NO-SVC-VIEW                   VALUE 'Y'.
           05  WS-HIGH-VOL-SW            PIC X(01)  VALUE 'N'.
               88  WS-HIGH-VOL                      VALUE 'Y'.
           05  WS-SALG-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-SALG-OPEN                     VALUE 'Y'.
           05  WS-CMPL-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-CMPL-OPEN                     VALUE 'Y'.
           05  WS-ELHD-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-ELHD-OPEN                     VALUE 'Y'.
           05  WS-KYRW-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-KYRW-OPEN                     VALUE 'Y'.

      ****************************************************************
      *    BUSINESS DAY OF EACH DAY OF THE REPORT MONTH - ASKED OF
      *    THE CALENDAR SERVICE ONCE PER DAY
      ****************************************************************

       01  WS-BDAY-TABLE-INFO.
           05  WS-BDAY-ENTRY             OCCURS 31 TIMES.
               10  WS-BDAY-SW            PIC X(01).
                   88  WS-BDAY-UNKNOWN              VALUE SPACE.
                   88  WS-BDAY-BUSINESS             VALUE 'Y'.
                   88  WS-BDAY-NOT-BUSINESS         VALUE 'N'.

      ****************************************************************
      *    PER-USER TALLIES FOR THE MONTH
      ****************************************************************

       01  WS-USER-TABLE-INFO.
           05  WS-USR-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-USR-MAX                PIC S9(04) COMP VALUE +500.
           05  WS-USR-OVRFLW-SW          PIC X(01)  VALUE 'N'.
               88  WS-USR-OVERFLOW                  VALUE 'Y'.
           05  WS-USR-ENTRY              OCCURS 500 TIMES
                                         INDEXED BY WS-USR-IX.
               10  WS-USR-ID             PIC X(08).
               10  WS-USR-ACCS-CNT       PIC S9(07) COMP-3.
               10  WS-USR-CLI-CNT        PIC S9(07) COMP-3.
               10  WS-USR-OFF-HRS-CNT    PIC S9(07) COMP-3.
               10  WS-USR-NO-SVC-CNT     PIC S9(07) COMP-3.

      ****************************************************************
      *    USERS WHO HAVE VIEWED THE CURRENT CLIENT
      ****************************************************************

       01  WS-CLI-USER-TABLE-INFO.
           05  WS-CLU-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-CLU-ENTRY              OCCURS 500 TIMES
                                         INDEXED BY WS-CLU-IX.
               10  WS-CLU-USR-NUM        PIC S9(04) COMP.

       01  WS-VOLUME-WORK-AREA.
           05  WS-PAIR-CNT               PIC S9(09) COMP-3 VALUE +0.
           05  WS-AVG-CLI-CNT            PIC S9(07)V99 COMP-3
                                                    VALUE +0.
           05  WS-AVG-LIMIT              PIC S9(09)V99 COMP-3
                                                    VALUE +0.

       01  WS-REPORT-TOTALS.
           05  WS-LOG-READ-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-ACCS-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-CLI-VIEWED-CNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-OFF-HRS-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-NO-SVC-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-FLAGGED-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-HIGH-VOL-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-USR-FLAGGED-CNT      PIC S9(07) COMP-3 VALUE +0.
           05  WS-UNTALLIED-CNT        PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(49)
               VALUE
               'SENSITIVE-DATA ACCESS ANALYSIS - FLAGGED ACCESSES'.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'USER'.
           03  FILLER                      PIC X(12)
               VALUE 'CLIENT'.
           03  FILLER                      PIC X(12)
               VALUE 'DATE'.
           03  FILLER                      PIC X(07)
               VALUE 'TIME'.
           03  FILLER                      PIC X(06)
               VALUE 'DATA'.
           03  FILLER                      PIC X(10)
               VALUE 'PROGRAM'.
           03  FILLER                      PIC X(06)
               VALUE 'TERM'.
           03  FILLER                      PIC X(06)
               VALUE 'TRAN'.
           03  FILLER                      PIC X(12)
               VALUE 'POLICY'.
           03  FILLER                      PIC X(22)
               VALUE 'FLAGGED FOR'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-USER-ID                   PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-CLI-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-ACCS-DT                   PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-ACCS-HH                   PIC X(02).
           03  P-ACCS-COLON                PIC X(01).
           03  P-ACCS-MI                   PIC X(02).
           03  FILLER                      PIC X(02).
           03  P-DATA-CTGY-CD              PIC X(02).
           03  FILLER                      PIC X(01).
           03  P-VIEW-TYP-CD               PIC X(01).
           03  FILLER                      PIC X(02).
           03  P-PGM-ID                    PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-TERM-ID                   PIC X(04).
           03  FILLER                      PIC X(02).
           03  P-TRXN-ID                   PIC X(04).
           03  FILLER                      PIC X(02).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-FLAG-TXT                  PIC X(22).

       01  P-HEAD-LINE-5.
           03  FILLER                      PIC X(40)
               VALUE
               'SENSITIVE-DATA ACCESS ANALYSIS - BY USER'.

       01  P-HEAD-LINE-6.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'USER'.
           03  FILLER                      PIC X(10)
               VALUE 'VIEWS'.
           03  FILLER                      PIC X(10)
               VALUE 'CLIENTS'.
           03  FILLER                      PIC X(10)
               VALUE 'OFF-HRS'.
           03  FILLER                      PIC X(10)
               VALUE 'NO-SVC'.
           03  FILLER                      PIC X(22)
               VALUE 'FLAGGED FOR'.

       01  P-USER-LINE.
           03  FILLER                      PIC X(01).
           03  P-USR-ID                    PIC X(08).
           03  FILLER                      PIC X(01).
           03  P-USR-ACCS-CNT              PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-USR-CLI-CNT               PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-USR-OFF-HRS-CNT           PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-USR-NO-SVC-CNT            PIC ZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  P-USR-FLAG-TXT              PIC X(22).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'REPORT MONTH:'.
           03  P-RPT-MO                    PIC X(07).
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(14)
               VALUE 'VOLUME LIMIT:'.
           03  P-VOL-LIMIT                 PIC ZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(18)
               VALUE 'AVERAGE MULTIPLE:'.
           03  P-AVG-MULT                  PIC Z9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(14)
               VALUE 'WORKING HOURS:'.
           03  P-WORK-START                PIC 9(04).
           03  FILLER                      PIC X(03)
               VALUE ' - '.
           03  P-WORK-END                  PIC 9(04).

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(44)
               VALUE 'AVERAGE DISTINCT CLIENTS PER USER'.
           03  P-AVG-CLI-CNT               PIC ZZZZ9.99.

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

       COPY XCWL2490.

       COPY CCWL0950.

       COPY CCWLBCAL.

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

           PERFORM  1000-ANALYZE-LOG
               THRU 1000-ANALYZE-LOG-X.

           PERFORM  2000-REPORT-USERS
               THRU 2000-REPORT-USERS-X.

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
      *MSG: (S) MISSING SENSITIVE-DATA ACCESS ANALYSIS CONTROL CARD
               MOVE 'ZSSALR0001'        TO WGLOB-MSG-REF-INFO
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

           PERFORM  0250-EDIT-CONTROL-CARD
               THRU 0250-EDIT-CONTROL-CARD-X.

           IF  WS-CARD-INVALID
      *MSG: (S) INVALID SENSITIVE-DATA ACCESS ANALYSIS CONTROL CARD
               MOVE 'ZSSALR0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE SPACES                  TO WS-BDAY-TABLE-INFO.

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

       0200-INITIALIZE-X.
           EXIT.

      *------------------------
       0250-EDIT-CONTROL-CARD.
      *------------------------

      *
      *  NO MONTH GIVEN MEANS THE MONTH BEFORE THE PROCESS DATE.
      *
           IF  CR-RPT-MO = SPACES
               MOVE WGLOB-PROCESS-DATE-YR
                                        TO WS-RPT-YYYY
               MOVE '-'                 TO WS-RPT-SEP
               IF  WGLOB-PROCESS-DATE-MO = 01
                   SUBTRACT 1           FROM WS-RPT-YYYY
                   MOVE 12              TO WS-RPT-MM
               ELSE
                   COMPUTE WS-RPT-MM = WGLOB-PROCESS-DATE-MO - 1
               END-IF
           ELSE
               MOVE CR-RPT-MO           TO WS-RPT-MO
           END-IF.

           IF  WS-RPT-YYYY NOT NUMERIC
           OR  WS-RPT-SEP NOT = '-'
           OR  WS-RPT-MM NOT NUMERIC
           OR  WS-RPT-MM < 01
           OR  WS-RPT-MM > 12
               SET WS-CARD-INVALID      TO TRUE
           END-IF.

           IF  CR-VOL-LIMIT-X = SPACES
               MOVE 200                 TO CR-VOL-LIMIT
           END-IF.
           IF  CR-VOL-LIMIT NOT NUMERIC
           OR  CR-VOL-LIMIT = ZERO
               SET WS-CARD-INVALID      TO TRUE
           END-IF.

           IF  CR-AVG-MULT-X = SPACES
               MOVE 3                   TO CR-AVG-MULT
           END-IF.
           IF  CR-AVG-MULT NOT NUMERIC
           OR  CR-AVG-MULT = ZERO
               SET WS-CARD-INVALID      TO TRUE
           END-IF.

           IF  CR-WORK-START-X = SPACES
               MOVE 0800                TO CR-WORK-START
           END-IF.
           IF  CR-WORK-END-X = SPACES
               MOVE 1900                TO CR-WORK-END
           END-IF.
           IF  CR-WORK-START NOT NUMERIC
           OR  CR-WORK-END NOT NUMERIC
               SET WS-CARD-INVALID      TO TRUE
               GO TO 0250-EDIT-CONTROL-CARD-X
           END-IF.
           IF  CR-WORK-END > 2400
           OR  CR-WORK-START NOT < CR-WORK-END
               SET WS-CARD-INVALID      TO TRUE
           END-IF.

       0250-EDIT-CONTROL-CARD-X.
           EXIT.
      /
      *------------------
       1000-ANALYZE-LOG.
      *------------------

      *
      *  THE LOG IS IN CLIENT ORDER, SO EACH CLIENT'S SERVICE
      *  REQUESTS ARE LOOKED UP ONCE AND ITS USERS COUNTED ONCE.
      *
           IF  NOT WS-SALG-OPEN
               GO TO 1000-ANALYZE-LOG-X
           END-IF.

           MOVE LOW-VALUES              TO WSALG-KEY.

           START SALG-FILE
               KEY IS NOT LESS THAN WSALG-KEY
               INVALID KEY
                   MOVE '10'            TO WSALG-SEQ-FILE-STATUS
           END-START.

           IF  WSALG-IO-OK
               PERFORM  1990-SALG-READ-NEXT
                   THRU 1990-SALG-READ-NEXT-X
           END-IF.

           PERFORM  1100-ANALYZE-ACCESS
               THRU 1100-ANALYZE-ACCESS-X
                    UNTIL NOT WSALG-IO-OK.

       1000-ANALYZE-LOG-X.
           EXIT.

      *---------------------
       1100-ANALYZE-ACCESS.
      *---------------------

           ADD 1                        TO WS-LOG-READ-CNT.

           MOVE WSALG-ACCS-DT           TO WS-ACCS-DT-WORK.
           IF  WS-ACCS-YYYY-MM NOT = WS-RPT-MO
               GO TO 1100-NEXT-ACCESS
           END-IF.

           ADD 1                        TO WS-ACCS-CNT.

           IF  WSALG-CLI-ID NOT = WS-CRNT-CLI-ID
               PERFORM  1200-START-CLIENT
                   THRU 1200-START-CLIENT-X
           END-IF.

           PERFORM  1300-TALLY-USER
               THRU 1300-TALLY-USER-X.

           PERFORM  1500-CHECK-HOURS
               THRU 1500-CHECK-HOURS-X.

           MOVE 'N'                     TO WS-NO-SVC-SW.
           IF  WS-CLI-NO-SERVICE
           AND NOT WSALG-CTGY-CLAIM
               SET WS-NO-SVC-VIEW       TO TRUE
           END-IF.

           IF  NOT WS-OFF-HOURS
           AND NOT WS-NO-SVC-VIEW
               GO TO 1100-NEXT-ACCESS
           END-IF.

           ADD 1                        TO WS-FLAGGED-CNT.

           EVALUATE TRUE
               WHEN WS-OFF-HOURS AND WS-NO-SVC-VIEW
                   MOVE 'OFF-HOURS, NO SERVICE'
                                        TO WS-FLAG-TXT
               WHEN WS-OFF-HOURS
                   MOVE 'OFF-HOURS'     TO WS-FLAG-TXT
               WHEN OTHER
                   MOVE 'NO OPEN SERVICE'
                                        TO WS-FLAG-TXT
           END-EVALUATE.

           IF  WS-OFF-HOURS
               ADD 1                    TO WS-OFF-HRS-CNT
               IF  WS-USR-FOUND
                   ADD 1     TO WS-USR-OFF-HRS-CNT (WS-USR-IX)
               END-IF
           END-IF.

           IF  WS-NO-SVC-VIEW
               ADD 1                    TO WS-NO-SVC-CNT
               IF  WS-USR-FOUND
                   ADD 1     TO WS-USR-NO-SVC-CNT (WS-USR-IX)
               END-IF
           END-IF.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       1100-NEXT-ACCESS.

           PERFORM  1990-SALG-READ-NEXT
               THRU 1990-SALG-READ-NEXT-X.

       1100-ANALYZE-ACCESS-X.
           EXIT.

      *-------------------
       1200-START-CLIENT.
      *-------------------

      *
      *  A VIEW LOGGED BY A POLICY NOT ON FILE HAS NO CLIENT, AND
      *  SO NO SERVICE REQUESTS TO LOOK FOR - IT IS NOT FLAGGED.
      *
           MOVE WSALG-CLI-ID            TO WS-CRNT-CLI-ID.
           MOVE ZERO                    TO WS-CLU-CNT.
           ADD 1                        TO WS-CLI-VIEWED-CNT.
           SET  WS-CLI-HAS-SERVICE      TO TRUE.

           IF  WS-CRNT-CLI-ID = SPACES
               GO TO 1200-START-CLIENT-X
           END-IF.

           SET  WS-CLI-NO-SERVICE       TO TRUE.

           IF  WS-CMPL-OPEN
               PERFORM  1210-CHECK-COMPLAINT
                   THRU 1210-CHECK-COMPLAINT-X
               IF  WS-CLI-HAS-SERVICE
                   GO TO 1200-START-CLIENT-X
               END-IF
           END-IF.

           IF  WS-ELHD-OPEN
               PERFORM  1220-CHECK-ELDERLY-HOLD
                   THRU 1220-CHECK-ELDERLY-HOLD-X
               IF  WS-CLI-HAS-SERVICE
                   GO TO 1200-START-CLIENT-X
               END-IF
           END-IF.

           IF  WS-KYRW-OPEN
               PERFORM  1230-CHECK-KYC-REVIEW
                   THRU 1230-CHECK-KYC-REVIEW-X
           END-IF.

       1200-START-CLIENT-X.
           EXIT.

      *----------------------
       1210-CHECK-COMPLAINT.
      *----------------------

           MOVE LOW-VALUES              TO WCMPL-KEY.
           MOVE WS-CRNT-CLI-ID          TO WCMPL-CLI-ID.

           START CMPL-FILE
               KEY IS NOT LESS THAN WCMPL-KEY
               INVALID KEY
                   MOVE '23'            TO WCMPL-SEQ-FILE-STATUS
           END-START.

           IF  NOT WCMPL-IO-OK
               GO TO 1210-CHECK-COMPLAINT-X
           END-IF.

           PERFORM  1290-CMPL-READ-NEXT
               THRU 1290-CMPL-READ-NEXT-X.

           PERFORM  1290-CMPL-READ-NEXT
               THRU 1290-CMPL-READ-NEXT-X
                    UNTIL NOT WCMPL-IO-OK
                    OR    WCMPL-CLI-ID NOT = WS-CRNT-CLI-ID
                    OR    WCMPL-STAT-OPEN.

           IF  WCMPL-IO-OK
           AND WCMPL-CLI-ID = WS-CRNT-CLI-ID
               SET WS-CLI-HAS-SERVICE   TO TRUE
           END-IF.

       1210-CHECK-COMPLAINT-X.
           EXIT.

      *-------------------------
       1220-CHECK-ELDERLY-HOLD.
      *-------------------------

      *
      *  A HOLD AWAITING ITS CONFIRMATION CALL, OR RELEASED AND NOT
      *  YET CARRIED OUT, IS WORK STILL OPEN FOR THE CLIENT.
      *
           MOVE LOW-VALUES              TO WELHD-KEY.
           MOVE WS-CRNT-CLI-ID          TO WELHD-CLI-ID.

           START ELHD-FILE
               KEY IS NOT LESS THAN WELHD-KEY
               INVALID KEY
                   MOVE '23'            TO WELHD-SEQ-FILE-STATUS
           END-START.

           IF  NOT WELHD-IO-OK
               GO TO 1220-CHECK-ELDERLY-HOLD-X
           END-IF.

           PERFORM  1291-ELHD-READ-NEXT
               THRU 1291-ELHD-READ-NEXT-X.

           PERFORM  1291-ELHD-READ-NEXT
               THRU 1291-ELHD-READ-NEXT-X
                    UNTIL NOT WELHD-IO-OK
                    OR    WELHD-CLI-ID NOT = WS-CRNT-CLI-ID
                    OR    WELHD-STAT-PENDING
                    OR    WELHD-STAT-RELEASED.

           IF  WELHD-IO-OK
           AND WELHD-CLI-ID = WS-CRNT-CLI-ID
               SET WS-CLI-HAS-SERVICE   TO TRUE
           END-IF.

       1220-CHECK-ELDERLY-HOLD-X.
           EXIT.

      *-----------------------
       1230-CHECK-KYC-REVIEW.
      *-----------------------

           MOVE LOW-VALUES              TO WKYRW-KEY.
           MOVE WS-CRNT-CLI-ID          TO WKYRW-CLI-ID.

           START KYRW-FILE
               KEY IS NOT LESS THAN WKYRW-KEY
               INVALID KEY
                   MOVE '23'            TO WKYRW-SEQ-FILE-STATUS
           END-START.

           IF  NOT WKYRW-IO-OK
               GO TO 1230-CHECK-KYC-REVIEW-X
           END-IF.

           PERFORM  1292-KYRW-READ-NEXT
               THRU 1292-KYRW-READ-NEXT-X.

           PERFORM  1292-KYRW-READ-NEXT
               THRU 1292-KYRW-READ-NEXT-X
                    UNTIL NOT WKYRW-IO-OK
                    OR    WKYRW-CLI-ID NOT = WS-CRNT-CLI-ID
                    OR    WKYRW-STAT-OPEN.

           IF  WKYRW-IO-OK
           AND WKYRW-CLI-ID = WS-CRNT-CLI-ID
               SET WS-CLI-HAS-SERVICE   TO TRUE
           END-IF.

       1230-CHECK-KYC-REVIEW-X.
           EXIT.

      *---------------------
       1290-CMPL-READ-NEXT.
      *---------------------

           READ CMPL-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WCMPL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCMPL-IO-OK
           AND NOT WCMPL-IO-EOF
               MOVE WCMPL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WCMPL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1290-CMPL-READ-NEXT-X.
           EXIT.

      *---------------------
       1291-ELHD-READ-NEXT.
      *---------------------

           READ ELHD-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WELHD-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WELHD-IO-OK
           AND NOT WELHD-IO-EOF
               MOVE WELHD-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WELHD-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1291-ELHD-READ-NEXT-X.
           EXIT.

      *---------------------
       1292-KYRW-READ-NEXT.
      *---------------------

           READ KYRW-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WKYRW-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WKYRW-IO-OK
           AND NOT WKYRW-IO-EOF
               MOVE WKYRW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WKYRW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1292-KYRW-READ-NEXT-X.
           EXIT.

      *-----------------
       1300-TALLY-USER.
      *-----------------

      *
      *  A USER IS COUNTED ONCE AGAINST EACH CLIENT IT VIEWED.
      *
           SET  WS-USR-NOT-TALLIED      TO TRUE.
           SET  WS-USR-IX               TO 1.

           SEARCH WS-USR-ENTRY
               AT END
                   PERFORM  1310-NEW-USER-ENTRY
                       THRU 1310-NEW-USER-ENTRY-X
               WHEN WS-USR-IX > WS-USR-CNT
                   PERFORM  1310-NEW-USER-ENTRY
                       THRU 1310-NEW-USER-ENTRY-X
               WHEN WS-USR-ID (WS-USR-IX) = WSALG-USER-ID
                   SET WS-USR-FOUND     TO TRUE
           END-SEARCH.

           IF  NOT WS-USR-FOUND
               ADD 1                    TO WS-UNTALLIED-CNT
               GO TO 1300-TALLY-USER-X
           END-IF.

           ADD 1                    TO WS-USR-ACCS-CNT (WS-USR-IX).
           SET  WS-USR-NUM              TO WS-USR-IX.

           MOVE 'N'                     TO WS-CLI-USR-SW.
           SET  WS-CLU-IX               TO 1.

           SEARCH WS-CLU-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CLU-IX > WS-CLU-CNT
                   CONTINUE
               WHEN WS-CLU-USR-NUM (WS-CLU-IX) = WS-USR-NUM
                   SET WS-CLI-USR-SEEN  TO TRUE
           END-SEARCH.

           IF  NOT WS-CLI-USR-SEEN
               ADD 1                    TO WS-CLU-CNT
               MOVE WS-USR-NUM      TO WS-CLU-USR-NUM (WS-CLU-CNT)
               ADD 1                TO WS-USR-CLI-CNT (WS-USR-IX)
               ADD 1                    TO WS-PAIR-CNT
           END-IF.

       1300-TALLY-USER-X.
           EXIT.

      *---------------------
       1310-NEW-USER-ENTRY.
      *---------------------

           IF  WS-USR-CNT NOT < WS-USR-MAX
               IF  NOT WS-USR-OVERFLOW
      *MSG: (W) USER TALLY TABLE FULL - USER SECTION INCOMPLETE
                   SET WS-USR-OVERFLOW  TO TRUE
                   MOVE 'ZSSALR0003'    TO WGLOB-MSG-REF-INFO
                   PERFORM  0260-1000-GENERATE-MESSAGE
                       THRU 0260-1000-GENERATE-MESSAGE-X
               END-IF
               GO TO 1310-NEW-USER-ENTRY-X
           END-IF.

           ADD 1                        TO WS-USR-CNT.
           SET WS-USR-IX                TO WS-USR-CNT.
           MOVE WSALG-USER-ID           TO WS-USR-ID (WS-USR-IX).
           MOVE ZERO                    TO WS-USR-ACCS-CNT (WS-USR-IX)
                                           WS-USR-CLI-CNT (WS-USR-IX)
                                       WS-USR-OFF-HRS-CNT (WS-USR-IX)
                                        WS-USR-NO-SVC-CNT (WS-USR-IX).
           SET WS-USR-FOUND             TO TRUE.

       1310-NEW-USER-ENTRY-X.
           EXIT.

      *------------------
       1500-CHECK-HOURS.
      *------------------

      *
      *  BEFORE THE START OF THE WORKING DAY, FROM ITS END, OR ON A
      *  DAY THAT IS NOT A BUSINESS DAY.  A DAY THE CALENDAR SERVICE
      *  CANNOT ANSWER FOR IS TAKEN AS A BUSINESS DAY.
      *
           MOVE 'N'                     TO WS-OFF-HOURS-SW.

           MOVE WSALG-ACCS-TIME         TO WS-ACCS-TIME-WORK.
           IF  WS-ACCS-HHMM NUMERIC
               IF  WS-ACCS-HHMM < CR-WORK-START
               OR  WS-ACCS-HHMM NOT < CR-WORK-END
                   SET WS-OFF-HOURS     TO TRUE
                   GO TO 1500-CHECK-HOURS-X
               END-IF
           END-IF.

           IF  WS-ACCS-DD NOT NUMERIC
           OR  WS-ACCS-DD < 01
           OR  WS-ACCS-DD > 31
               GO TO 1500-CHECK-HOURS-X
           END-IF.

           IF  WS-BDAY-UNKNOWN (WS-ACCS-DD)
               MOVE SPACES              TO LBCAL-PARM-INFO
               SET  LBCAL-FUNCTION-IS-BUS-DAY
                                        TO TRUE
               MOVE WSALG-ACCS-DT       TO LBCAL-IN-DT
               CALL 'ZSRQBCAL' USING WGLOB-GLOBAL-AREA
                                     LBCAL-PARM-INFO
                   ON EXCEPTION
                       MOVE SPACES      TO LBCAL-RETRN-CD
               END-CALL
               IF  LBCAL-RETRN-OK
               AND LBCAL-NOT-BUSINESS-DAY
                   SET WS-BDAY-NOT-BUSINESS (WS-ACCS-DD) TO TRUE
               ELSE
                   SET WS-BDAY-BUSINESS (WS-ACCS-DD)     TO TRUE
               END-IF
           END-IF.

           IF  WS-BDAY-NOT-BUSINESS (WS-ACCS-DD)
               SET WS-OFF-HOURS         TO TRUE
           END-IF.

       1500-CHECK-HOURS-X.
           EXIT.

      *---------------------
       1990-SALG-READ-NEXT.
      *---------------------

           READ SALG-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WSALG-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WSALG-IO-OK
           AND NOT WSALG-IO-EOF
               MOVE WSALG-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WSALG-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1990-SALG-READ-NEXT-X.
           EXIT.
      /
      *-------------------
       2000-REPORT-USERS.
      *-------------------

      *
      *  THE AVERAGE IS OF DISTINCT CLIENTS PER USER OVER EVERY USER
      *  WHO VIEWED ANY CLIENT IN THE MONTH.
      *
           IF  WS-USR-CNT > ZERO
               COMPUTE WS-AVG-CLI-CNT ROUNDED
                     = WS-PAIR-CNT / WS-USR-CNT
               COMPUTE WS-AVG-LIMIT
                     = WS-AVG-CLI-CNT * CR-AVG-MULT
           END-IF.

           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-5           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-6           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE SPACES                  TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  2100-REPORT-ONE-USER
               THRU 2100-REPORT-ONE-USER-X
                    VARYING WS-USR-IX FROM 1 BY 1
                    UNTIL WS-USR-IX > WS-USR-CNT.

       2000-REPORT-USERS-X.
           EXIT.

      *----------------------
       2100-REPORT-ONE-USER.
      *----------------------

      *
      *  ONLY A USER WITH SOMETHING FLAGGED IS LISTED.  THE AVERAGE
      *  TEST NEEDS AT LEAST TWO USERS TO COMPARE.
      *
           MOVE 'N'                     TO WS-HIGH-VOL-SW.
           IF  WS-USR-CLI-CNT (WS-USR-IX) > CR-VOL-LIMIT
               SET WS-HIGH-VOL          TO TRUE
           END-IF.
           IF  WS-USR-CNT > 1
           AND WS-USR-CLI-CNT (WS-USR-IX) > WS-AVG-LIMIT
               SET WS-HIGH-VOL          TO TRUE
           END-IF.

           IF  NOT WS-HIGH-VOL
           AND WS-USR-OFF-HRS-CNT (WS-USR-IX) = ZERO
           AND WS-USR-NO-SVC-CNT (WS-USR-IX) = ZERO
               GO TO 2100-REPORT-ONE-USER-X
           END-IF.

           ADD 1                        TO WS-USR-FLAGGED-CNT.

           IF  WS-HIGH-VOL
               ADD 1                    TO WS-HIGH-VOL-CNT
               MOVE 'HIGH VOLUME'       TO WS-FLAG-TXT
           ELSE
               MOVE SPACES              TO WS-FLAG-TXT
           END-IF.

           MOVE SPACES                  TO P-USER-LINE.
           MOVE WS-USR-ID (WS-USR-IX)   TO P-USR-ID.
           MOVE WS-USR-ACCS-CNT (WS-USR-IX)
                                        TO P-USR-ACCS-CNT.
           MOVE WS-USR-CLI-CNT (WS-USR-IX)
                                        TO P-USR-CLI-CNT.
           MOVE WS-USR-OFF-HRS-CNT (WS-USR-IX)
                                        TO P-USR-OFF-HRS-CNT.
           MOVE WS-USR-NO-SVC-CNT (WS-USR-IX)
                                        TO P-USR-NO-SVC-CNT.
           MOVE WS-FLAG-TXT             TO P-USR-FLAG-TXT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-USER-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       2100-REPORT-ONE-USER-X.
           EXIT.
      /
      *------------------------
       8400-WRITE-DETAIL-LINE.
      *------------------------

      *
      *  CLIENT NUMBER ONLY - NO NAME OR VIEWED DATA IS PRINTED.
      *
           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE WSALG-USER-ID           TO P-USER-ID.
           MOVE WSALG-CLI-ID            TO P-CLI-ID.
           MOVE WSALG-ACCS-DT           TO P-ACCS-DT.
           MOVE WS-ACCS-HH              TO P-ACCS-HH.
           MOVE ':'                     TO P-ACCS-COLON.
           MOVE WS-ACCS-MI              TO P-ACCS-MI.
           MOVE WSALG-DATA-CTGY-CD      TO P-DATA-CTGY-CD.
           MOVE WSALG-VIEW-TYP-CD       TO P-VIEW-TYP-CD.
           MOVE WSALG-PGM-ID            TO P-PGM-ID.
           MOVE WSALG-TERM-ID           TO P-TERM-ID.
           MOVE WSALG-TRXN-ID           TO P-TRXN-ID.
           MOVE WSALG-POL-ID            TO P-POL-ID.
           MOVE WS-FLAG-TXT             TO P-FLAG-TXT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.

      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-RPT-MO                TO P-RPT-MO.
           MOVE CR-VOL-LIMIT             TO P-VOL-LIMIT.
           MOVE CR-AVG-MULT              TO P-AVG-MULT.
           MOVE CR-WORK-START            TO P-WORK-START.
           MOVE CR-WORK-END              TO P-WORK-END.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'LOG ROWS READ'          TO P-SUM-LBL.
           MOVE WS-LOG-READ-CNT          TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'VIEWS IN THE REPORT MONTH'
                                         TO P-SUM-LBL.
           MOVE WS-ACCS-CNT              TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'CLIENTS VIEWED'         TO P-SUM-LBL.
           MOVE WS-CLI-VIEWED-CNT        TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'USERS VIEWING'          TO P-SUM-LBL.
           MOVE WS-USR-CNT               TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE WS-AVG-CLI-CNT           TO P-AVG-CLI-CNT.
           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'VIEWS FLAGGED'          TO P-SUM-LBL.
           MOVE WS-FLAGGED-CNT           TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  OUTSIDE WORKING HOURS'
                                         TO P-SUM-LBL.
           MOVE WS-OFF-HRS-CNT           TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  CLIENT WITH NO OPEN SERVICE REQUEST'
                                         TO P-SUM-LBL.
           MOVE WS-NO-SVC-CNT            TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'USERS FLAGGED'          TO P-SUM-LBL.
           MOVE WS-USR-FLAGGED-CNT       TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  FOR HIGH VOLUME'      TO P-SUM-LBL.
           MOVE WS-HIGH-VOL-CNT          TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'VIEWS NOT TALLIED - USER TABLE FULL'
                                         TO P-SUM-LBL.
           MOVE WS-UNTALLIED-CNT         TO WS-SUM-CNT.
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
      * NO ACCESS LOG YET MEANS NO VIEWS TO ANALYZE.
      *
           OPEN INPUT SALG-FILE.
           IF  WSALG-IO-OK
               SET WS-SALG-OPEN         TO TRUE
           ELSE
               IF  NOT WSALG-IO-NOFILE
                   MOVE WSALG-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WSALG-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
      *MSG: (I) NO SENSITIVE-DATA ACCESS LOG - NOTHING TO ANALYZE
               MOVE 'ZSSALR0004'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

      *
      * NO COMPLAINT REGISTER, ELDERLY HOLD FILE OR KYC WORKLIST YET
      * MEANS NO OPEN SERVICE REQUEST OF THAT KIND.
      *
           OPEN INPUT CMPL-FILE.
           IF  WCMPL-IO-OK
               SET WS-CMPL-OPEN         TO TRUE
           ELSE
               IF  NOT WCMPL-IO-NOFILE
                   MOVE WCMPL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WCMPL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           OPEN INPUT ELHD-FILE.
           IF  WELHD-IO-OK
               SET WS-ELHD-OPEN         TO TRUE
           ELSE
               IF  NOT WELHD-IO-NOFILE
                   MOVE WELHD-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WELHD-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           OPEN INPUT KYRW-FILE.
           IF  WKYRW-IO-OK
               SET WS-KYRW-OPEN         TO TRUE
           ELSE
               IF  NOT WKYRW-IO-NOFILE
                   MOVE WKYRW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WKYRW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-FLAGGED-CNT           TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSSALR0005'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL SENSITIVE-DATA VIEWS FLAGGED @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-SALG-OPEN
               CLOSE SALG-FILE
           END-IF.

           IF  WS-CMPL-OPEN
               CLOSE CMPL-FILE
           END-IF.

           IF  WS-ELHD-OPEN
               CLOSE ELHD-FILE
           END-IF.

           IF  WS-KYRW-OPEN
               CLOSE KYRW-FILE
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
      **                 END OF PROGRAM ZSBMSALR                     **
      *****************************************************************
