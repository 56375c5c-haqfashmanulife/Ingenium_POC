      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMKYCR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMKYCR                                         **
      **  REMARKS: MONTHLY CLIENT AML RISK RATING AND KYC REVIEW     **
      **           SCHEDULING.  THE FIRST PASS BROWSES THE POLICY    **
      **           MASTER AND REBUILDS EACH HOLDER'S HOLDINGS COUNTS **
      **           ON THE KYC PROFILE (CKYC) - SINGLE-PREMIUM AND    **
      **           VARIABLE POLICIES, DIRECT-PAID POLICIES, AND THE  **
      **           UNRESOLVED AND STR-FILED AML WORKLIST HITS.  THE  **
      **           SECOND PASS READS EVERY CLIENT ON THE DEMOGRAPHIC **
      **           EXTRACT (ZCSRCLDM), ADDS THE WATCHLIST            **
      **           DISPOSITIONS, SCORES THE CLIENT AND BANDS THE     **
      **           SCORE.                                            **
      **                                                             **
      **           FACTOR POINTS (SEE WS-FACTOR-WEIGHTS):            **
      **             OCCUPATION   HIGH 25, MEDIUM 10, NOT KNOWN 10   **
      **             COUNTRY      NATIONALITY OR RESIDENCE ON THE    **
      **                          HIGH-RISK LIST 30, FOREIGN 10,     **
      **                          NOT KNOWN 5                        **
      **             PRODUCT      SINGLE PREMIUM 15, VARIABLE 10     **
      **             PAYMENT      DIRECT PAYMENT 10                  **
      **             WATCHLIST    CONFIRMED 50, PENDING 20           **
      **             AML HITS     STR FILED 40, UNRESOLVED 15        **
      **             PEP          FOREIGN 50, DOMESTIC 25            **
      **                                                             **
      **           A FOREIGN PEP, A CONFIRMED WATCHLIST MATCH OR A   **
      **           FILED STR RATES HIGH WHATEVER THE SCORE.  EVERY   **
      **           CHANGE OF BAND, AND THE FIRST RATING, IS WRITTEN  **
      **           TO THE RATING HISTORY (CRHS) WITH THE FACTOR THAT **
      **           MOVED IT AND ALL THE FACTOR POINTS.  A RAISED     **
      **           BAND IS DUE FOR REVIEW AT ONCE; OTHERWISE THE     **
      **           NEXT REVIEW IS THE BAND'S CYCLE AFTER THE LAST.   **
      **           A CLIENT WHOSE REVIEW FALLS DUE BY THE END OF THE **
      **           PROCESS MONTH IS RAISED ON THE REVIEW WORKLIST    **
      **           (KYRW), WORKED ONLINE THROUGH ZSRQCKYC.           **
      **                                                             **
      **           BAND THRESHOLDS, REVIEW CYCLES AND THE HIGH-RISK  **
      **           COUNTRY LIST COME FROM THE CONTROL CARD; A ZERO   **
      **           FIELD TAKES THE HOUSE DEFAULT.                    **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51286**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           SELECT CLDM-DATA-FILE ASSIGN TO ZSCLDM
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCLDM-SEQ-FILE-STATUS.

           COPY CCFHCKYC.

           COPY CCFHCRHS.

           COPY CCFHKYRW.

           COPY CCFHWDSP.

           COPY CCFHAMLW.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       FD  CLDM-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCLDM.

       COPY CCFWCKYC.

       COPY CCFWCRHS.

       COPY CCFWKYRW.

       COPY CCFWWDSP.

       COPY CCFWAMLW.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMKYCR'.

       COPY SQLCA.

       01  WCLDM-SEQ-IO-WORK-AREA.
           05  WCLDM-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'CLDM'.
           05  WCLDM-SEQ-IO-COMMAND            PIC X(02).
           05  WCLDM-SEQ-FILE-STATUS           PIC X(02).
           05  WCLDM-SEQ-IO-STATUS             PIC 9(01).
               88  WCLDM-SEQ-IO-OK             VALUE 0.
               88  WCLDM-SEQ-IO-EOF            VALUE 8.
               88  WCLDM-SEQ-IO-ERROR          VALUE 9.

       COPY CCWWCKYC.

       COPY CCWWCRHS.

       COPY CCWWKYRW.

       COPY CCWWWDSP.

       COPY CCWWAMLW.

      ****************************************************************
      *    CONTROL CARD - BAND THRESHOLDS, REVIEW CYCLES AND THE
      *    HIGH-RISK COUNTRY LIST
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-HIGH-SCORE                   PIC 9(03).
           02  CR-MED-SCORE                    PIC 9(03).
           02  CR-HIGH-CYCLE-MO                PIC 9(02).
           02  CR-MED-CYCLE-MO                 PIC 9(02).
           02  CR-LOW-CYCLE-MO                 PIC 9(02).
           02  CR-HR-CTRY-INFO.
               03  CR-HR-CTRY-CD               PIC X(03)
                                               OCCURS 10 TIMES.
           02  FILLER                          PIC X(31).

      ****************************************************************
      *    FACTOR WEIGHTS
      ****************************************************************

       01  WS-FACTOR-WEIGHTS.
           05  WS-OCCP-HIGH-PTS          PIC 9(03)  VALUE 25.
           05  WS-OCCP-MED-PTS           PIC 9(03)  VALUE 10.
           05  WS-OCCP-UNKN-PTS          PIC 9(03)  VALUE 10.
           05  WS-CTRY-HIGH-PTS          PIC 9(03)  VALUE 30.
           05  WS-CTRY-FRGN-PTS          PIC 9(03)  VALUE 10.
           05  WS-CTRY-UNKN-PTS          PIC 9(03)  VALUE 5.
           05  WS-PROD-SP-PTS            PIC 9(03)  VALUE 15.
           05  WS-PROD-VAR-PTS           PIC 9(03)  VALUE 10.
           05  WS-PAY-DRCT-PTS           PIC 9(03)  VALUE 10.
           05  WS-WLST-CONF-PTS          PIC 9(03)  VALUE 50.
           05  WS-WLST-PEND-PTS          PIC 9(03)  VALUE 20.
           05  WS-AML-STR-PTS            PIC 9(03)  VALUE 40.
           05  WS-AML-OPEN-PTS           PIC 9(03)  VALUE 15.
           05  WS-PEP-FRGN-PTS           PIC 9(03)  VALUE 50.
           05  WS-PEP-DOM-PTS            PIC 9(03)  VALUE 25.
           05  WS-HOME-CTRY-CD           PIC X(03)  VALUE 'JPN'.

      ****************************************************************
      *    FACTOR POINTS - THIS RATING AND THE PREVIOUS ONE, IN THE
      *    ORDER OF THE RATING HISTORY REASON CODES BELOW
      ****************************************************************

       01  WS-NEW-FACTOR-PTS.
           05  WS-NEW-OCCP-PTS           PIC 9(03)  VALUE ZERO.
           05  WS-NEW-CTRY-PTS           PIC 9(03)  VALUE ZERO.
           05  WS-NEW-PROD-PTS           PIC 9(03)  VALUE ZERO.
           05  WS-NEW-PAY-PTS            PIC 9(03)  VALUE ZERO.
           05  WS-NEW-WLST-PTS           PIC 9(03)  VALUE ZERO.
           05  WS-NEW-AML-PTS            PIC 9(03)  VALUE ZERO.
           05  WS-NEW-PEP-PTS            PIC 9(03)  VALUE ZERO.
       01  WS-NEW-FACTOR-TBL REDEFINES WS-NEW-FACTOR-PTS.
           05  WS-NEW-PTS                PIC 9(03)  OCCURS 7 TIMES.

       01  WS-OLD-FACTOR-PTS.
           05  FILLER                    PIC 9(03)  OCCURS 7 TIMES.
       01  WS-OLD-FACTOR-TBL REDEFINES WS-OLD-FACTOR-PTS.
           05  WS-OLD-PTS                PIC 9(03)  OCCURS 7 TIMES.

       01  WS-FACTOR-RSN-VALUES.
           05  FILLER                    PIC X(14)
               VALUE 'OCCTPRPYWLAMPE'.
       01  WS-FACTOR-RSN-TBL REDEFINES WS-FACTOR-RSN-VALUES.
           05  WS-FACTOR-RSN-CD          PIC X(02)  OCCURS 7 TIMES.

      ****************************************************************
      *    ONE CLIENT IN PROGRESS
      ****************************************************************

       01  WS-WORK-AREA.
           05  WS-FACTOR-IX              PIC S9(04) COMP VALUE ZERO.
           05  WS-CTRY-IX                PIC S9(04) COMP VALUE ZERO.
           05  WS-DELTA-PTS              PIC S9(04) COMP VALUE ZERO.
           05  WS-BEST-DELTA-PTS         PIC S9(04) COMP VALUE ZERO.
           05  WS-NEW-SCORE              PIC 9(03)  VALUE ZERO.
           05  WS-OLD-SCORE              PIC 9(03)  VALUE ZERO.
           05  WS-NEW-BAND-CD            PIC X(01)  VALUE SPACE.
               88  WS-NEW-BAND-LOW                  VALUE 'L'.
               88  WS-NEW-BAND-MEDIUM               VALUE 'M'.
               88  WS-NEW-BAND-HIGH                 VALUE 'H'.
           05  WS-OLD-BAND-CD            PIC X(01)  VALUE SPACE.
           05  WS-NEW-BAND-RANK          PIC 9(01)  VALUE ZERO.
           05  WS-OLD-BAND-RANK          PIC 9(01)  VALUE ZERO.
           05  WS-NEW-CYCLE-MO           PIC 9(02)  VALUE ZERO.
           05  WS-RSN-CD                 PIC X(02)  VALUE SPACES.
           05  WS-WLST-CONF-CNT          PIC 9(03)  VALUE ZERO.
           05  WS-WLST-PEND-CNT          PIC 9(03)  VALUE ZERO.
           05  WS-REVW-BASE-DT           PIC X(10)  VALUE SPACES.
           05  WS-PRCES-MO               PIC X(07)  VALUE SPACES.
           05  WS-HOLDER-CLI-ID          PIC X(10)  VALUE SPACES.
           05  WS-CKYC-FOUND-SW          PIC X(01)  VALUE 'N'.
               88  WS-CKYC-FOUND                    VALUE 'Y'.
               88  WS-CKYC-NEW                      VALUE 'N'.
           05  WS-FORCE-HIGH-SW          PIC X(01)  VALUE 'N'.
               88  WS-FORCE-HIGH                    VALUE 'Y'.
           05  WS-HR-CTRY-SW             PIC X(01)  VALUE 'N'.
               88  WS-HR-CTRY-FOUND                 VALUE 'Y'.
           05  WS-CKYC-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-CKYC-OPEN                     VALUE 'Y'.
           05  WS-CRHS-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-CRHS-OPEN                     VALUE 'Y'.
           05  WS-KYRW-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-KYRW-OPEN                     VALUE 'Y'.
           05  WS-WDSP-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-WDSP-OPEN                     VALUE 'Y'.
           05  WS-AMLW-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-AMLW-OPEN                     VALUE 'Y'.

       01  WS-REPORT-TOTALS.
           05  WS-POL-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-CLI-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-LOW-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-MED-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-HIGH-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-BAND-CHG-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-REVW-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-REVW-DUP-CNT         PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'CLIENT AML RISK RATING - CHANGES AND REVIEWS'.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(12)
               VALUE 'CLIENT'.
           03  FILLER                      PIC X(16)
               VALUE 'ACTION'.
           03  FILLER                      PIC X(06)
               VALUE 'BAND'.
           03  FILLER                      PIC X(11)
               VALUE 'SCORE'.
           03  FILLER                      PIC X(04)
               VALUE 'RSN'.
           03  FILLER                      PIC X(12)
               VALUE 'NEXT REVIEW'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-CLI-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-ACTION-TXT                PIC X(14).
           03  FILLER                      PIC X(02).
           03  P-OLD-BAND-CD               PIC X(01).
           03  P-BAND-ARROW                PIC X(02).
           03  P-NEW-BAND-CD               PIC X(01).
           03  FILLER                      PIC X(02).
           03  P-OLD-SCORE                 PIC ZZ9.
           03  P-SCORE-ARROW               PIC X(02).
           03  P-NEW-SCORE                 PIC ZZ9.
           03  FILLER                      PIC X(03).
           03  P-RSN-CD                    PIC X(02).
           03  FILLER                      PIC X(02).
           03  P-NEXT-REVW-DT              PIC X(10).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'POLICIES:'.
           03  P-POL-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(09)
               VALUE 'CLIENTS:'.
           03  P-CLI-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(05)
               VALUE 'LOW:'.
           03  P-LOW-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(08)
               VALUE 'MEDIUM:'.
           03  P-MED-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(06)
               VALUE 'HIGH:'.
           03  P-HIGH-CNT-X                PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'BAND CHANGES:'.
           03  P-BAND-CHG-CNT-X            PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(17)
               VALUE 'REVIEWS RAISED:'.
           03  P-REVW-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(22)
               VALUE 'ALREADY ON WORKLIST:'.
           03  P-REVW-DUP-CNT-X            PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
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

           PERFORM  2000-PROCESS-POLICY
               THRU 2000-PROCESS-POLICY-X
                    UNTIL WPOL-IO-EOF.

      *
      *  EVERY CLIENT IS RATED ONCE THE HOLDINGS ARE COMPLETE.
      *
           PERFORM  9500-CLDM-READ
               THRU 9500-CLDM-READ-X.

           PERFORM  3000-RATE-CLIENT
               THRU 3000-RATE-CLIENT-X
                    UNTIL WCLDM-SEQ-IO-EOF.

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
      *MSG: (S) MISSING KYC RISK RATING CONTROL CARD
               MOVE 'ZSKYCR0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           IF  CR-HIGH-SCORE = ZERO
               MOVE 50                  TO CR-HIGH-SCORE
           END-IF.
           IF  CR-MED-SCORE = ZERO
               MOVE 25                  TO CR-MED-SCORE
           END-IF.
           IF  CR-HIGH-CYCLE-MO = ZERO
               MOVE 12                  TO CR-HIGH-CYCLE-MO
           END-IF.
           IF  CR-MED-CYCLE-MO = ZERO
               MOVE 24                  TO CR-MED-CYCLE-MO
           END-IF.
           IF  CR-LOW-CYCLE-MO = ZERO
               MOVE 60                  TO CR-LOW-CYCLE-MO
           END-IF.
           IF  CR-HR-CTRY-INFO = SPACES
               MOVE 'PRK'               TO CR-HR-CTRY-CD (1)
               MOVE 'IRN'               TO CR-HR-CTRY-CD (2)
               MOVE 'MMR'               TO CR-HR-CTRY-CD (3)
           END-IF.

           IF  CR-MED-SCORE NOT < CR-HIGH-SCORE
      *MSG: (S) KYC MEDIUM BAND SCORE MUST BE BELOW THE HIGH BAND
               MOVE 'ZSKYCR0002'        TO WGLOB-MSG-REF-INFO
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

           MOVE WGLOB-PROCESS-DATE (1:7) TO WS-PRCES-MO.

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

           IF  NOT RPOL-POL-STAT-IN-FORCE
           OR  RPOL-HLDR-CLI-ID = SPACES
               GO TO 2000-NEXT-POLICY
           END-IF.

           ADD 1                        TO WS-POL-CNT.

           MOVE RPOL-HLDR-CLI-ID        TO WS-HOLDER-CLI-ID.
           PERFORM  4000-GET-PROFILE
               THRU 4000-GET-PROFILE-X.

           IF  RPOL-POL-BILL-TYP-SINGLE
               ADD 1                    TO WCKYC-SP-POL-CNT
           END-IF.

           IF  RPOL-POL-INS-TYP-UL
           OR  RPOL-POL-INS-TYP-TRAD-SEG-FND
               ADD 1                    TO WCKYC-VAR-POL-CNT
           END-IF.

           IF  RPOL-POL-BILL-TYP-DIRECT
               ADD 1                    TO WCKYC-DRCT-PAY-CNT
           END-IF.

           PERFORM  2100-COUNT-AML-HITS
               THRU 2100-COUNT-AML-HITS-X.

           PERFORM  4900-SAVE-PROFILE
               THRU 4900-SAVE-PROFILE-X.

       2000-NEXT-POLICY.

           PERFORM  2900-POLICY-READ-NEXT
              THRU 2900-POLICY-READ-NEXT-X.

       2000-PROCESS-POLICY-X.
           EXIT.
      /
      *------------------------
       2100-COUNT-AML-HITS.
      *------------------------

      *
      *  AN ESCALATED HIT IS STILL UNRESOLVED; A CLOSED ONE IS NOT
      *  COUNTED.
      *
           IF  NOT WS-AMLW-OPEN
               GO TO 2100-COUNT-AML-HITS-X
           END-IF.

           MOVE LOW-VALUES              TO WAMLW-KEY.
           MOVE RPOL-POL-ID             TO WAMLW-POL-ID.

           START AMLW-FILE
               KEY IS NOT LESS THAN WAMLW-KEY
               INVALID KEY
                   MOVE '23'            TO WAMLW-SEQ-FILE-STATUS
           END-START.

           IF  NOT WAMLW-IO-OK
               GO TO 2100-COUNT-AML-HITS-X
           END-IF.

           PERFORM  2110-READ-NEXT-HIT
               THRU 2110-READ-NEXT-HIT-X.

           PERFORM  2120-COUNT-HIT
               THRU 2120-COUNT-HIT-X
                   UNTIL NOT WAMLW-IO-OK
                   OR    WAMLW-POL-ID NOT = RPOL-POL-ID.

       2100-COUNT-AML-HITS-X.
           EXIT.

      *------------------------
       2110-READ-NEXT-HIT.
      *------------------------

           READ AMLW-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WAMLW-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WAMLW-IO-OK
           AND NOT WAMLW-IO-EOF
               MOVE WAMLW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WAMLW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       2110-READ-NEXT-HIT-X.
           EXIT.

      *------------------------
       2120-COUNT-HIT.
      *------------------------

           EVALUATE TRUE
               WHEN WAMLW-STAT-STR-FILED
                   ADD 1                TO WCKYC-AML-STR-CNT
               WHEN WAMLW-STAT-OPEN
               WHEN WAMLW-STAT-ESCALATED
                   ADD 1                TO WCKYC-AML-OPEN-CNT
           END-EVALUATE.

           PERFORM  2110-READ-NEXT-HIT
               THRU 2110-READ-NEXT-HIT-X.

       2120-COUNT-HIT-X.
           EXIT.
      /
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
      /
      *---------------------
       3000-RATE-CLIENT.
      *---------------------

           ADD 1                        TO WS-CLI-CNT.

           MOVE RCLDM-CLI-ID            TO WS-HOLDER-CLI-ID.
           PERFORM  4000-GET-PROFILE
               THRU 4000-GET-PROFILE-X.

           PERFORM  3100-COUNT-WATCHLIST
               THRU 3100-COUNT-WATCHLIST-X.

           PERFORM  3200-SCORE-CLIENT
               THRU 3200-SCORE-CLIENT-X.

           MOVE WCKYC-RISK-BAND-CD      TO WS-OLD-BAND-CD.
           MOVE WCKYC-RISK-SCORE        TO WS-OLD-SCORE.
           MOVE WCKYC-FACTOR-PTS        TO WS-OLD-FACTOR-PTS.

           IF  WS-NEW-BAND-CD NOT = WS-OLD-BAND-CD
               PERFORM  3300-CHANGE-BAND
                   THRU 3300-CHANGE-BAND-X
           END-IF.

           MOVE WS-NEW-SCORE            TO WCKYC-RISK-SCORE.
           MOVE WS-NEW-FACTOR-PTS       TO WCKYC-FACTOR-PTS.
           MOVE WGLOB-PROCESS-DATE      TO WCKYC-RATED-DT.

           EVALUATE TRUE
               WHEN WS-NEW-BAND-HIGH
                   ADD 1                TO WS-HIGH-CNT
               WHEN WS-NEW-BAND-MEDIUM
                   ADD 1                TO WS-MED-CNT
               WHEN OTHER
                   ADD 1                TO WS-LOW-CNT
           END-EVALUATE.

           PERFORM  3500-CHECK-REVIEW-DUE
               THRU 3500-CHECK-REVIEW-DUE-X.

           PERFORM  4900-SAVE-PROFILE
               THRU 4900-SAVE-PROFILE-X.

           PERFORM  9500-CLDM-READ
               THRU 9500-CLDM-READ-X.

       3000-RATE-CLIENT-X.
           EXIT.
      /
      *------------------------
       3100-COUNT-WATCHLIST.
      *------------------------

           MOVE ZERO                    TO WS-WLST-CONF-CNT
                                           WS-WLST-PEND-CNT.

           IF  NOT WS-WDSP-OPEN
               GO TO 3100-COUNT-WATCHLIST-X
           END-IF.

           MOVE LOW-VALUES              TO WWDSP-KEY.
           MOVE WS-HOLDER-CLI-ID        TO WWDSP-CLI-ID.

           START WDSP-FILE
               KEY IS NOT LESS THAN WWDSP-KEY
               INVALID KEY
                   MOVE '23'            TO WWDSP-SEQ-FILE-STATUS
           END-START.

           IF  NOT WWDSP-IO-OK
               GO TO 3100-COUNT-WATCHLIST-X
           END-IF.

           PERFORM  3110-READ-NEXT-DSPSN
               THRU 3110-READ-NEXT-DSPSN-X.

           PERFORM  3120-COUNT-DSPSN
               THRU 3120-COUNT-DSPSN-X
                   UNTIL NOT WWDSP-IO-OK
                   OR    WWDSP-CLI-ID NOT = WS-HOLDER-CLI-ID.

       3100-COUNT-WATCHLIST-X.
           EXIT.

      *------------------------
       3110-READ-NEXT-DSPSN.
      *------------------------

           READ WDSP-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WWDSP-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WWDSP-IO-OK
           AND NOT WWDSP-IO-EOF
               MOVE WWDSP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WWDSP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       3110-READ-NEXT-DSPSN-X.
           EXIT.

      *------------------------
       3120-COUNT-DSPSN.
      *------------------------

           EVALUATE TRUE
               WHEN WWDSP-DISP-CONFIRMED
                   ADD 1                TO WS-WLST-CONF-CNT
               WHEN WWDSP-DISP-PENDING
                   ADD 1                TO WS-WLST-PEND-CNT
           END-EVALUATE.

           PERFORM  3110-READ-NEXT-DSPSN
               THRU 3110-READ-NEXT-DSPSN-X.

       3120-COUNT-DSPSN-X.
           EXIT.
      /
      *---------------------
       3200-SCORE-CLIENT.
      *---------------------

           MOVE ZERO                    TO WS-NEW-FACTOR-PTS.
           MOVE 'N'                     TO WS-FORCE-HIGH-SW.

           EVALUATE TRUE
               WHEN WCKYC-OCCP-RISK-HIGH
                   MOVE WS-OCCP-HIGH-PTS
                                        TO WS-NEW-OCCP-PTS
               WHEN WCKYC-OCCP-RISK-MEDIUM
                   MOVE WS-OCCP-MED-PTS TO WS-NEW-OCCP-PTS
               WHEN WCKYC-OCCP-RISK-CD = SPACE
                   MOVE WS-OCCP-UNKN-PTS
                                        TO WS-NEW-OCCP-PTS
           END-EVALUATE.

           PERFORM  3210-SCORE-COUNTRY
               THRU 3210-SCORE-COUNTRY-X.

           IF  WCKYC-SP-POL-CNT > ZERO
               ADD WS-PROD-SP-PTS       TO WS-NEW-PROD-PTS
           END-IF.
           IF  WCKYC-VAR-POL-CNT > ZERO
               ADD WS-PROD-VAR-PTS      TO WS-NEW-PROD-PTS
           END-IF.

           IF  WCKYC-DRCT-PAY-CNT > ZERO
               MOVE WS-PAY-DRCT-PTS     TO WS-NEW-PAY-PTS
           END-IF.

           IF  WS-WLST-CONF-CNT > ZERO
               MOVE WS-WLST-CONF-PTS    TO WS-NEW-WLST-PTS
               SET  WS-FORCE-HIGH       TO TRUE
           ELSE
               IF  WS-WLST-PEND-CNT > ZERO
                   MOVE WS-WLST-PEND-PTS
                                        TO WS-NEW-WLST-PTS
               END-IF
           END-IF.

           IF  WCKYC-AML-STR-CNT > ZERO
               MOVE WS-AML-STR-PTS      TO WS-NEW-AML-PTS
               SET  WS-FORCE-HIGH       TO TRUE
           ELSE
               IF  WCKYC-AML-OPEN-CNT > ZERO
                   MOVE WS-AML-OPEN-PTS TO WS-NEW-AML-PTS
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WCKYC-PEP-FOREIGN
                   MOVE WS-PEP-FRGN-PTS TO WS-NEW-PEP-PTS
                   SET  WS-FORCE-HIGH   TO TRUE
               WHEN WCKYC-PEP-DOMESTIC
                   MOVE WS-PEP-DOM-PTS  TO WS-NEW-PEP-PTS
           END-EVALUATE.

           COMPUTE WS-NEW-SCORE = WS-NEW-OCCP-PTS
                                + WS-NEW-CTRY-PTS
                                + WS-NEW-PROD-PTS
                                + WS-NEW-PAY-PTS
                                + WS-NEW-WLST-PTS
                                + WS-NEW-AML-PTS
                                + WS-NEW-PEP-PTS.

           EVALUATE TRUE
               WHEN WS-FORCE-HIGH
               WHEN WS-NEW-SCORE NOT < CR-HIGH-SCORE
                   SET  WS-NEW-BAND-HIGH    TO TRUE
                   MOVE CR-HIGH-CYCLE-MO    TO WS-NEW-CYCLE-MO
               WHEN WS-NEW-SCORE NOT < CR-MED-SCORE
                   SET  WS-NEW-BAND-MEDIUM  TO TRUE
                   MOVE CR-MED-CYCLE-MO     TO WS-NEW-CYCLE-MO
               WHEN OTHER
                   SET  WS-NEW-BAND-LOW     TO TRUE
                   MOVE CR-LOW-CYCLE-MO     TO WS-NEW-CYCLE-MO
           END-EVALUATE.

       3200-SCORE-CLIENT-X.
           EXIT.

      *---------------------
       3210-SCORE-COUNTRY.
      *---------------------

      *
      *  EITHER COUNTRY ON THE HIGH-RISK LIST SCORES THE FULL POINTS;
      *  OTHERWISE EITHER OUTSIDE JAPAN SCORES AS FOREIGN.
      *
           MOVE 'N'                     TO WS-HR-CTRY-SW.

           PERFORM  3220-CHECK-HR-COUNTRY
               THRU 3220-CHECK-HR-COUNTRY-X
                   VARYING WS-CTRY-IX FROM 1 BY 1
                   UNTIL WS-CTRY-IX > 10
                   OR    WS-HR-CTRY-FOUND.

           EVALUATE TRUE
               WHEN WS-HR-CTRY-FOUND
                   MOVE WS-CTRY-HIGH-PTS
                                        TO WS-NEW-CTRY-PTS
               WHEN WCKYC-NATNL-CTRY-CD = SPACES
               AND  WCKYC-RES-CTRY-CD = SPACES
                   MOVE WS-CTRY-UNKN-PTS
                                        TO WS-NEW-CTRY-PTS
               WHEN WCKYC-NATNL-CTRY-CD NOT = SPACES
               AND  WCKYC-NATNL-CTRY-CD NOT = WS-HOME-CTRY-CD
                   MOVE WS-CTRY-FRGN-PTS
                                        TO WS-NEW-CTRY-PTS
               WHEN WCKYC-RES-CTRY-CD NOT = SPACES
               AND  WCKYC-RES-CTRY-CD NOT = WS-HOME-CTRY-CD
                   MOVE WS-CTRY-FRGN-PTS
                                        TO WS-NEW-CTRY-PTS
           END-EVALUATE.

       3210-SCORE-COUNTRY-X.
           EXIT.

      *-------------------------
       3220-CHECK-HR-COUNTRY.
      *-------------------------

           IF  CR-HR-CTRY-CD (WS-CTRY-IX) = SPACES
               GO TO 3220-CHECK-HR-COUNTRY-X
           END-IF.

           IF  CR-HR-CTRY-CD (WS-CTRY-IX) = WCKYC-NATNL-CTRY-CD
           OR  CR-HR-CTRY-CD (WS-CTRY-IX) = WCKYC-RES-CTRY-CD
               SET  WS-HR-CTRY-FOUND    TO TRUE
           END-IF.

       3220-CHECK-HR-COUNTRY-X.
           EXIT.
      /
      *---------------------
       3300-CHANGE-BAND.
      *---------------------

           ADD 1                        TO WS-BAND-CHG-CNT.

           PERFORM  3310-RANK-BANDS
               THRU 3310-RANK-BANDS-X.

           PERFORM  3320-FIND-REASON
               THRU 3320-FIND-REASON-X.

      *
      *  A RAISED BAND (OR A FIRST RATING OF HIGH) IS REVIEWED AT
      *  ONCE.  OTHERWISE THE NEXT REVIEW IS THE NEW BAND'S CYCLE
      *  AFTER THE LAST REVIEW, OR AFTER TODAY IF THERE HAS BEEN NONE.
      *
           MOVE WS-NEW-CYCLE-MO         TO WCKYC-REVW-CYCLE-MO.

           IF  (WS-OLD-BAND-RANK NOT = ZERO
           AND  WS-NEW-BAND-RANK > WS-OLD-BAND-RANK)
           OR  (WS-OLD-BAND-RANK = ZERO
           AND  WS-NEW-BAND-HIGH)
               MOVE WGLOB-PROCESS-DATE  TO WCKYC-NEXT-REVW-DT
           ELSE
               IF  WCKYC-LAST-REVW-DT NOT = SPACES
                   MOVE WCKYC-LAST-REVW-DT
                                        TO WS-REVW-BASE-DT
               ELSE
                   MOVE WGLOB-PROCESS-DATE
                                        TO WS-REVW-BASE-DT
               END-IF
               PERFORM  3400-ADD-REVIEW-CYCLE
                   THRU 3400-ADD-REVIEW-CYCLE-X
           END-IF.

           MOVE WS-NEW-BAND-CD          TO WCKYC-RISK-BAND-CD.

           PERFORM  3350-WRITE-HISTORY
               THRU 3350-WRITE-HISTORY-X.

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE 'BAND CHANGE'           TO P-ACTION-TXT.
           MOVE WS-RSN-CD               TO P-RSN-CD.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       3300-CHANGE-BAND-X.
           EXIT.

      *---------------------
       3310-RANK-BANDS.
      *---------------------

           EVALUATE WS-OLD-BAND-CD
               WHEN 'H'
                   MOVE 3               TO WS-OLD-BAND-RANK
               WHEN 'M'
                   MOVE 2               TO WS-OLD-BAND-RANK
               WHEN 'L'
                   MOVE 1               TO WS-OLD-BAND-RANK
               WHEN OTHER
                   MOVE ZERO            TO WS-OLD-BAND-RANK
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-NEW-BAND-HIGH
                   MOVE 3               TO WS-NEW-BAND-RANK
               WHEN WS-NEW-BAND-MEDIUM
                   MOVE 2               TO WS-NEW-BAND-RANK
               WHEN OTHER
                   MOVE 1               TO WS-NEW-BAND-RANK
           END-EVALUATE.

       3310-RANK-BANDS-X.
           EXIT.

      *---------------------
       3320-FIND-REASON.
      *---------------------

      *
      *  THE REASON IS THE FACTOR THAT MOVED FURTHEST IN THE
      *  DIRECTION OF THE CHANGE.  WHEN NO FACTOR MOVED, THE BAND
      *  THRESHOLDS ON THE CONTROL CARD DID.
      *
           IF  WS-OLD-BAND-RANK = ZERO
               MOVE 'IN'                TO WS-RSN-CD
               GO TO 3320-FIND-REASON-X
           END-IF.

           MOVE 'TH'                    TO WS-RSN-CD.
           MOVE ZERO                    TO WS-BEST-DELTA-PTS.

           PERFORM  3330-COMPARE-FACTOR
               THRU 3330-COMPARE-FACTOR-X
                   VARYING WS-FACTOR-IX FROM 1 BY 1
                   UNTIL WS-FACTOR-IX > 7.

       3320-FIND-REASON-X.
           EXIT.

      *------------------------
       3330-COMPARE-FACTOR.
      *------------------------

           IF  WS-NEW-BAND-RANK > WS-OLD-BAND-RANK
               COMPUTE WS-DELTA-PTS = WS-NEW-PTS (WS-FACTOR-IX)
                                    - WS-OLD-PTS (WS-FACTOR-IX)
           ELSE
               COMPUTE WS-DELTA-PTS = WS-OLD-PTS (WS-FACTOR-IX)
                                    - WS-NEW-PTS (WS-FACTOR-IX)
           END-IF.

           IF  WS-DELTA-PTS > WS-BEST-DELTA-PTS
               MOVE WS-DELTA-PTS        TO WS-BEST-DELTA-PTS
               MOVE WS-FACTOR-RSN-CD (WS-FACTOR-IX)
                                        TO WS-RSN-CD
           END-IF.

       3330-COMPARE-FACTOR-X.
           EXIT.

      *------------------------
       3350-WRITE-HISTORY.
      *------------------------

      *
      *  A SECOND CHANGE FOR THE CLIENT ON THE SAME DAY TAKES THE
      *  NEXT SEQUENCE NUMBER.
      *
           MOVE SPACES                  TO WCRHS-REC-INFO.
           MOVE WS-HOLDER-CLI-ID        TO WCRHS-CLI-ID.
           MOVE WGLOB-PROCESS-DATE      TO WCRHS-CHG-DT.
           MOVE ZERO                    TO WCRHS-SEQ-NUM.
           MOVE WS-OLD-BAND-CD          TO WCRHS-OLD-BAND-CD.
           MOVE WS-NEW-BAND-CD          TO WCRHS-NEW-BAND-CD.
           MOVE WS-OLD-SCORE            TO WCRHS-OLD-SCORE.
           MOVE WS-NEW-SCORE            TO WCRHS-NEW-SCORE.
           MOVE WS-RSN-CD               TO WCRHS-RSN-CD.
           MOVE WS-NEW-OCCP-PTS         TO WCRHS-OCCP-PTS.
           MOVE WS-NEW-CTRY-PTS         TO WCRHS-CTRY-PTS.
           MOVE WS-NEW-PROD-PTS         TO WCRHS-PROD-PTS.
           MOVE WS-NEW-PAY-PTS          TO WCRHS-PAY-PTS.
           MOVE WS-NEW-WLST-PTS         TO WCRHS-WLST-PTS.
           MOVE WS-NEW-AML-PTS          TO WCRHS-AML-PTS.
           MOVE WS-NEW-PEP-PTS          TO WCRHS-PEP-PTS.
           MOVE WCKYC-NEXT-REVW-DT      TO WCRHS-NEXT-REVW-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO WCRHS-CHG-USER-ID.

           MOVE '22'                    TO WCRHS-SEQ-FILE-STATUS.
           PERFORM  3360-WRITE-HISTORY-ROW
               THRU 3360-WRITE-HISTORY-ROW-X
                   UNTIL NOT WCRHS-IO-DUPKEY.

           IF  NOT WCRHS-IO-OK
               MOVE WCRHS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WCRHS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-WRITE-RECORD     TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       3350-WRITE-HISTORY-X.
           EXIT.

      *---------------------------
       3360-WRITE-HISTORY-ROW.
      *---------------------------

           ADD 1                        TO WCRHS-SEQ-NUM.

           WRITE WCRHS-REC-INFO
               INVALID KEY
                   MOVE '22'            TO WCRHS-SEQ-FILE-STATUS
           END-WRITE.

       3360-WRITE-HISTORY-ROW-X.
           EXIT.
      /
      *------------------------
       3400-ADD-REVIEW-CYCLE.
      *------------------------

      *
      *  IF THE DATE CANNOT BE WORKED OUT THE REVIEW IS DUE NOW,
      *  SO THE CLIENT IS NOT LEFT WITHOUT ONE.
      *
           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.

           MOVE WS-REVW-BASE-DT         TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-DAYS.
           MOVE WCKYC-REVW-CYCLE-MO     TO L1680-NUMBER-OF-MONTHS.

           PERFORM  1680-5000-ADD-M-TO-DATE
               THRU 1680-5000-ADD-M-TO-DATE-X.

           IF  L1680-RETRN-OK
               MOVE L1680-INTERNAL-2    TO WCKYC-NEXT-REVW-DT
           ELSE
               MOVE WS-HOLDER-CLI-ID    TO WGLOB-MSG-PARM (1)
      *MSG: (W) KYC NEXT REVIEW DATE NOT SET FOR CLIENT @1 - DUE NOW
               MOVE 'ZSKYCR0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               MOVE WGLOB-PROCESS-DATE  TO WCKYC-NEXT-REVW-DT
           END-IF.

       3400-ADD-REVIEW-CYCLE-X.
           EXIT.
      /
      *-------------------------
       3500-CHECK-REVIEW-DUE.
      *-------------------------

      *
      *  A REVIEW FALLING DUE IN OR BEFORE THE PROCESS MONTH IS
      *  RAISED.  ONE ALREADY RAISED FOR THE SAME DUE DATE AND NOT
      *  YET COMPLETED IS LEFT AS IT IS.
      *
           IF  WCKYC-NEXT-REVW-DT = SPACES
           OR  WCKYC-NEXT-REVW-DT (1:7) > WS-PRCES-MO
               GO TO 3500-CHECK-REVIEW-DUE-X
           END-IF.

           MOVE SPACES                  TO WKYRW-REC-INFO.
           MOVE WS-HOLDER-CLI-ID        TO WKYRW-CLI-ID.
           MOVE WCKYC-NEXT-REVW-DT      TO WKYRW-DUE-DT.
           MOVE WCKYC-RISK-BAND-CD      TO WKYRW-RISK-BAND-CD.
           MOVE WCKYC-RISK-SCORE        TO WKYRW-RISK-SCORE.
           MOVE WGLOB-PROCESS-DATE      TO WKYRW-RAISED-DT.
           SET  WKYRW-STAT-OPEN         TO TRUE.

           WRITE WKYRW-REC-INFO
               INVALID KEY
                   MOVE '22'            TO WKYRW-SEQ-FILE-STATUS
           END-WRITE.

           IF  WKYRW-IO-DUPKEY
               ADD 1                    TO WS-REVW-DUP-CNT
               GO TO 3500-CHECK-REVIEW-DUE-X
           END-IF.

           IF  NOT WKYRW-IO-OK
               MOVE WKYRW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WKYRW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-WRITE-RECORD     TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           ADD 1                        TO WS-REVW-CNT.

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE 'REVIEW RAISED'         TO P-ACTION-TXT.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       3500-CHECK-REVIEW-DUE-X.
           EXIT.
      /
      *--------------------
       4000-GET-PROFILE.
      *--------------------

      *
      *  THE HOLDINGS COUNTS ON A PROFILE LAST BUILT BY AN EARLIER
      *  RUN ARE STARTED AGAIN FROM ZERO.
      *
           MOVE WS-HOLDER-CLI-ID        TO WCKYC-CLI-ID.

           READ CKYC-FILE
               INVALID KEY
                   MOVE '23'            TO WCKYC-SEQ-FILE-STATUS
           END-READ.

           IF  WCKYC-IO-OK
               SET  WS-CKYC-FOUND       TO TRUE
           ELSE
               IF  NOT WCKYC-IO-NOTFND
                   MOVE TFCMD-READ-RECORD  TO WGLOB-IO-COMMAND
                   PERFORM 9700-HANDLE-CKYC-ERROR
                      THRU 9700-HANDLE-CKYC-ERROR-X
               END-IF
               SET  WS-CKYC-NEW         TO TRUE
               MOVE SPACES              TO WCKYC-REC-INFO
               MOVE WS-HOLDER-CLI-ID    TO WCKYC-CLI-ID
               MOVE ZERO                TO WCKYC-RISK-SCORE
                                           WCKYC-FACTOR-PTS
                                           WCKYC-REVW-CYCLE-MO
           END-IF.

           IF  WCKYC-PRFL-RUN-DT NOT = WGLOB-PROCESS-DATE
               MOVE WGLOB-PROCESS-DATE  TO WCKYC-PRFL-RUN-DT
               MOVE ZERO                TO WCKYC-SP-POL-CNT
                                           WCKYC-VAR-POL-CNT
                                           WCKYC-DRCT-PAY-CNT
                                           WCKYC-AML-OPEN-CNT
                                           WCKYC-AML-STR-CNT
           END-IF.

       4000-GET-PROFILE-X.
           EXIT.

      *--------------------
       4900-SAVE-PROFILE.
      *--------------------

           MOVE WGLOB-PROCESS-DATE      TO WCKYC-LAST-CHG-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO WCKYC-LAST-CHG-USER-ID.

           IF  WS-CKYC-FOUND
               MOVE TFCMD-REWRITE-RECORD
                                        TO WGLOB-IO-COMMAND
               REWRITE WCKYC-REC-INFO
                   INVALID KEY
                       MOVE '23'        TO WCKYC-SEQ-FILE-STATUS
               END-REWRITE
           ELSE
               MOVE TFCMD-WRITE-RECORD  TO WGLOB-IO-COMMAND
               WRITE WCKYC-REC-INFO
                   INVALID KEY
                       MOVE '22'        TO WCKYC-SEQ-FILE-STATUS
               END-WRITE
           END-IF.

           IF  NOT WCKYC-IO-OK
               PERFORM 9700-HANDLE-CKYC-ERROR
                  THRU 9700-HANDLE-CKYC-ERROR-X
           END-IF.

       4900-SAVE-PROFILE-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-POL-CNT               TO P-POL-CNT-X.
           MOVE WS-CLI-CNT               TO P-CLI-CNT-X.
           MOVE WS-LOW-CNT               TO P-LOW-CNT-X.
           MOVE WS-MED-CNT               TO P-MED-CNT-X.
           MOVE WS-HIGH-CNT              TO P-HIGH-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-BAND-CHG-CNT          TO P-BAND-CHG-CNT-X.
           MOVE WS-REVW-CNT              TO P-REVW-CNT-X.
           MOVE WS-REVW-DUP-CNT          TO P-REVW-DUP-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

      *
      *  THE CALLER HAS CLEARED THE LINE AND SET THE ACTION.
      *
           MOVE WS-HOLDER-CLI-ID        TO P-CLI-ID.
           MOVE WS-OLD-BAND-CD          TO P-OLD-BAND-CD.
           MOVE '->'                    TO P-BAND-ARROW.
           MOVE WS-NEW-BAND-CD          TO P-NEW-BAND-CD.
           MOVE WS-OLD-SCORE            TO P-OLD-SCORE.
           MOVE '->'                    TO P-SCORE-ARROW.
           MOVE WS-NEW-SCORE            TO P-NEW-SCORE.
           MOVE WCKYC-NEXT-REVW-DT      TO P-NEXT-REVW-DT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8400-WRITE-DETAIL-LINE-X.
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

           MOVE ZERO TO WCLDM-SEQ-IO-STATUS.
           OPEN INPUT CLDM-DATA-FILE.
           IF WCLDM-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-CLDM-ERROR
                 THRU 9700-HANDLE-CLDM-ERROR-X
           END-IF.

      *
      * THE PROFILE, HISTORY AND REVIEW WORKLIST ARE CREATED ON THE
      * FIRST RUN.
      *
           OPEN I-O CKYC-FILE.
           IF  WCKYC-IO-NOFILE
               OPEN OUTPUT CKYC-FILE
               CLOSE CKYC-FILE
               OPEN I-O CKYC-FILE
           END-IF.
           IF  WCKYC-IO-OK
               SET WS-CKYC-OPEN         TO TRUE
           ELSE
               MOVE TFCMD-OPEN-U-FILE   TO WGLOB-IO-COMMAND
               PERFORM 9700-HANDLE-CKYC-ERROR
                  THRU 9700-HANDLE-CKYC-ERROR-X
           END-IF.

           OPEN I-O CRHS-FILE.
           IF  WCRHS-IO-NOFILE
               OPEN OUTPUT CRHS-FILE
               CLOSE CRHS-FILE
               OPEN I-O CRHS-FILE
           END-IF.
           IF  WCRHS-IO-OK
               SET WS-CRHS-OPEN         TO TRUE
           ELSE
               MOVE WCRHS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WCRHS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           OPEN I-O KYRW-FILE.
           IF  WKYRW-IO-NOFILE
               OPEN OUTPUT KYRW-FILE
               CLOSE KYRW-FILE
               OPEN I-O KYRW-FILE
           END-IF.
           IF  WKYRW-IO-OK
               SET WS-KYRW-OPEN         TO TRUE
           ELSE
               MOVE WKYRW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WKYRW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

      *
      * NO WATCHLIST DISPOSITIONS OR AML HITS YET MEANS NOTHING TO
      * COUNT.
      *
           OPEN INPUT WDSP-FILE.
           IF  WWDSP-IO-OK
               SET WS-WDSP-OPEN         TO TRUE
           ELSE
               IF  NOT WWDSP-IO-NOFILE
                   MOVE WWDSP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WWDSP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           OPEN INPUT AMLW-FILE.
           IF  WAMLW-IO-OK
               SET WS-AMLW-OPEN         TO TRUE
           ELSE
               IF  NOT WAMLW-IO-NOFILE
                   MOVE WAMLW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WAMLW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
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

           MOVE WS-REVW-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSKYCR0004'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL KYC REVIEWS RAISED ON THE WORKLIST @1
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

           CLOSE CLDM-DATA-FILE.

           IF  WS-CKYC-OPEN
               CLOSE CKYC-FILE
           END-IF.

           IF  WS-CRHS-OPEN
               CLOSE CRHS-FILE
           END-IF.

           IF  WS-KYRW-OPEN
               CLOSE KYRW-FILE
           END-IF.

           IF  WS-WDSP-OPEN
               CLOSE WDSP-FILE
           END-IF.

           IF  WS-AMLW-OPEN
               CLOSE AMLW-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-CLDM-READ.
      *----------------

           MOVE ZERO                   TO WCLDM-SEQ-IO-STATUS.

           READ CLDM-DATA-FILE
                AT END
                  MOVE 8               TO WCLDM-SEQ-IO-STATUS
                  GO TO 9500-CLDM-READ-X.

           IF WCLDM-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-CLDM-ERROR
                 THRU 9700-HANDLE-CLDM-ERROR-X
           END-IF.

       9500-CLDM-READ-X.
           EXIT.

      *-----------------------
       9700-HANDLE-CLDM-ERROR.
      *-----------------------

           MOVE WCLDM-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCLDM-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCLDM-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-CLDM-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-CKYC-ERROR.
      *-----------------------

      *
      *  THE CALLER HAS ALREADY SET THE FAILING COMMAND.
      *
           MOVE WCKYC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCKYC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-CKYC-ERROR-X.
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
      * DATE ARITHMETIC
      *
       COPY XCPL1680.
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
      * POLICY MASTER
      *
       COPY CCPTPOL.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMKYCR                     **
      *****************************************************************
