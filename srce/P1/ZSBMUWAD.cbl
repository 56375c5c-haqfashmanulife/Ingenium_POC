      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMUWAD.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMUWAD                                         **
      **  REMARKS: AUTOMATED UNDERWRITING DECISION RUN.  DAILY PASS  **
      **           OVER THE UNDERWRITING FACTS OF THE NEW            **
      **           APPLICATIONS (ZCSRUWAP).  EACH PENDING            **
      **           APPLICATION NOT ALREADY DECIDED IS TRIED AGAINST  **
      **           THE RULES TABLE (UWRL) IN SEQUENCE AND THE FIRST  **
      **           ACTIVE RULE IN EFFECT WHOSE EVERY CONDITION IT    **
      **           MEETS GIVES THE DECISION:                         **
      **             - AUTO-APPROVE - THE OPEN REQUIREMENTS ON THE   **
      **               CASE (UWRM) ARE CLOSED AS WAIVED AND THE CASE **
      **               IS WRITTEN TO THE STRAIGHT-THROUGH ISSUE FILE **
      **               (ZCSRUWIS) FOR THE ISSUE RUN.                 **
      **             - REFER - A WORK ITEM (SOURCE 'UWRF') CARRYING  **
      **               THE RULE THAT FIRED IS WRITTEN TO THE         **
      **               UNDERWRITER QUEUE ON THE WORKFLOW EXTRACT     **
      **               (ZCSRWFCN).  AN APPLICATION NO RULE MATCHES   **
      **               IS REFERRED UNDER RULE ZERO.                  **
      **             - DECLINE - THE APPLICATION IS REJECTED ('RJ'). **
      **               THE PENDING NEW-BUSINESS RUN (ZSBMNBAG) THEN  **
      **               REFUNDS ITS CASH-WITH-APPLICATION AND TELLS   **
      **               THE COMMISSION FEED IT WILL NOT ISSUE.        **
      **           EVERY DECISION IS STAMPED ON THE HISTORY (PHST)   **
      **           AND KEPT ON THE DECISION REGISTER (UWDC) WITH THE **
      **           FACTS IT WAS MADE ON, FOR THE MONTHLY STRAIGHT-   **
      **           THROUGH STATISTICS (ZSBMUWST).                    **
      **                                                             **
      **  DOMAIN :  NB                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51304**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHUWRL.

           COPY CCFHUWDC.

           COPY CCFHUWRM.

           COPY CCFHRTNA.

           SELECT UWAP-DATA-FILE ASSIGN TO ZSUWAP
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WUWAP-SEQ-FILE-STATUS.

           SELECT UWIS-DATA-FILE ASSIGN TO ZSUWIS
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WUWIS-SEQ-FILE-STATUS.

           SELECT WFCO-DATA-FILE ASSIGN TO ZSWFUW
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WWFCO-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWUWRL.

       COPY CCFWUWDC.

       COPY CCFWUWRM.

       COPY CCFWRTNA.

       FD  UWAP-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRUWAP.

       FD  UWIS-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRUWIS.

       FD  WFCO-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  RWFCO-SEQ-REC-INFO            PIC X(120).

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMUWAD'.

       COPY SQLCA.

       COPY CCWWUWRL.

       COPY CCWWUWDC.

       COPY CCWWUWRM.

       COPY CCWWRTNA.

       01  WUWAP-SEQ-IO-WORK-AREA.
           05  WUWAP-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'UWAP'.
           05  WUWAP-SEQ-IO-COMMAND            PIC X(02).
           05  WUWAP-SEQ-FILE-STATUS           PIC X(02).
           05  WUWAP-SEQ-IO-STATUS             PIC 9(01).
               88  WUWAP-SEQ-IO-OK             VALUE 0.
               88  WUWAP-SEQ-IO-EOF            VALUE 8.
               88  WUWAP-SEQ-IO-ERROR          VALUE 9.

       01  WUWIS-SEQ-IO-WORK-AREA.
           05  WUWIS-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'UWIS'.
           05  WUWIS-SEQ-IO-COMMAND            PIC X(02).
           05  WUWIS-SEQ-FILE-STATUS           PIC X(02).

       01  WWFCO-SEQ-IO-WORK-AREA.
           05  WWFCO-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'WFUW'.
           05  WWFCO-SEQ-IO-COMMAND            PIC X(02).
           05  WWFCO-SEQ-FILE-STATUS           PIC X(02).

       COPY ZCSRWFCN.

       01  WS-WORK-AREA.
           05  WS-UWRM-OPEN-SW           PIC X(01) VALUE 'N'.
               88  WS-UWRM-OPEN                    VALUE 'Y'.
           05  WS-RTNA-OPEN-SW           PIC X(01) VALUE 'N'.
               88  WS-RTNA-OPEN                    VALUE 'Y'.
           05  WS-SKIP-SW                PIC X(01) VALUE 'N'.
               88  WS-SKIP-APPLICATION             VALUE 'Y'.
           05  WS-MATCH-SW               PIC X(01) VALUE 'N'.
               88  WS-RULE-MATCHED                 VALUE 'Y'.
               88  WS-RULE-NOT-MATCHED             VALUE 'N'.
           05  WS-DCSN-CD                PIC X(01) VALUE SPACES.
               88  WS-DCSN-APPROVE                 VALUE 'A'.
               88  WS-DCSN-REFER                   VALUE 'R'.
               88  WS-DCSN-DECLINE                 VALUE 'D'.
           05  WS-DCSN-RULE-SEQ-NUM      PIC 9(04) VALUE ZERO.
           05  WS-DCSN-RULE-DESC-TXT     PIC X(30) VALUE SPACES.
           05  WS-ACUM-FACE-AMT          PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-BMI                    PIC 9(03)V9 VALUE ZERO.
           05  WS-DSCLSR-YES-CNT         PIC S9(04) COMP VALUE ZERO.
           05  WS-RQMT-CLOS-CNT          PIC S9(04) COMP VALUE ZERO.
           05  WS-OLD-STAT-CD            PIC X(02) VALUE SPACES.
           05  WS-PHST-TYP-ID            PIC X(04) VALUE SPACES.
           05  WS-PHST-DESC-TXT          PIC X(40) VALUE SPACES.
           05  WS-SUB                    PIC S9(04) COMP VALUE ZERO.

      ****************************************************************
      *    RULES IN EFFECT ON THE PROCESS DATE, IN SEQUENCE
      ****************************************************************

       01  WS-RULE-TABLE-AREA.
           05  WS-RULE-MAX               PIC S9(04) COMP VALUE +300.
           05  WS-RULE-CNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-RULE-IX                PIC S9(04) COMP VALUE ZERO.
           05  WS-RULE-ENTRY             OCCURS 300 TIMES.
               10  WS-RULE-SEQ-NUM       PIC 9(04).
               10  WS-RULE-DESC-TXT      PIC X(30).
               10  WS-RULE-PLAN-ID       PIC X(06).
               10  WS-RULE-CHNL-CD       PIC X(02).
               10  WS-RULE-ISS-AGE-MIN   PIC 9(03).
               10  WS-RULE-ISS-AGE-MAX   PIC 9(03).
               10  WS-RULE-FACE-MIN-AMT  PIC S9(13)V99 COMP-3.
               10  WS-RULE-FACE-MAX-AMT  PIC S9(13)V99 COMP-3.
               10  WS-RULE-ACUM-MAX-AMT  PIC S9(13)V99 COMP-3.
               10  WS-RULE-DSCLSR-CD     PIC X(01).
               10  WS-RULE-OCCP-MAX-CD   PIC X(01).
               10  WS-RULE-BMI-MIN       PIC 9(02)V9.
               10  WS-RULE-BMI-MAX       PIC 9(02)V9.
               10  WS-RULE-DCSN-CD       PIC X(01).

       01  WS-REPORT-TOTALS.
           05  WS-APP-READ-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-APPROVE-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-REFER-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-NO-RULE-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-DECLINE-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-SKIP-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-RQMT-CLOS-TOT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-UPDT-FAIL-CNT        PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10) VALUE 'POLICY'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(06) VALUE 'PLAN'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(02) VALUE 'CH'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(03) VALUE 'AGE'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE '            FACE'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE '  ACCUMULATED   '.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(02) VALUE 'OC'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(05) VALUE '  BMI'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(03) VALUE 'DSC'.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(04) VALUE 'RULE'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(11)
               VALUE 'DISPOSITION'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-PLAN-ID                   PIC X(06).
           03  FILLER                      PIC X(01).
           03  P-CHNL-CD                   PIC X(02).
           03  FILLER                      PIC X(01).
           03  P-ISS-AGE                   PIC ZZ9.
           03  FILLER                      PIC X(01).
           03  P-FACE-AMT                  PIC Z(12)9.99.
           03  FILLER                      PIC X(01).
           03  P-ACUM-FACE-AMT             PIC Z(12)9.99.
           03  FILLER                      PIC X(02).
           03  P-OCCP-CLS-CD               PIC X(01).
           03  FILLER                      PIC X(01).
           03  P-BMI                       PIC ZZ9.9.
           03  FILLER                      PIC X(02).
           03  P-DSCLSR-YES-CNT            PIC Z9.
           03  FILLER                      PIC X(01).
           03  P-RULE-SEQ-NUM              PIC ZZZ9.
           03  FILLER                      PIC X(02).
           03  P-DISP                      PIC X(30).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(19)
               VALUE 'APPLICATIONS READ: '.
           03  P-READ-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(15)
               VALUE 'AUTO-APPROVED: '.
           03  P-APPROVE-CNT-X             PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(10)
               VALUE 'REFERRED: '.
           03  P-REFER-CNT-X               PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(14)
               VALUE '(NO RULE MET: '.
           03  P-NO-RULE-CNT-X             PIC ZZZZZZ9.
           03  FILLER                      PIC X(01) VALUE ')'.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(10)
               VALUE 'DECLINED: '.
           03  P-DECLINE-CNT-X             PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(19)
               VALUE 'NOT DECIDED:       '.
           03  P-SKIP-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(22)
               VALUE 'REQUIREMENTS WAIVED:  '.
           03  P-RQMT-CLOS-CNT-X           PIC ZZZZZZ9.
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

           PERFORM  2000-PROCESS-APPLICATION
               THRU 2000-PROCESS-APPLICATION-X
                    UNTIL WUWAP-SEQ-IO-EOF.

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

           PERFORM  0300-LOAD-RULES
               THRU 0300-LOAD-RULES-X.

           PERFORM  9500-UWAP-READ
              THRU 9500-UWAP-READ-X.

       0200-INITIALIZE-X.
           EXIT.

      *-----------------
       0300-LOAD-RULES.
      *-----------------

      *
      *  ONLY THE RULES ACTIVE AND IN EFFECT TODAY ARE KEPT.  WITH NO
      *  RULES AT ALL EVERY APPLICATION IS REFERRED, AS BEFORE THE
      *  TABLE EXISTED.
      *
           MOVE ZERO                    TO WS-RULE-CNT.

           OPEN INPUT UWRL-FILE.
           IF  NOT WUWRL-IO-OK
      *MSG: (W) NO UNDERWRITING RULES - ALL APPLICATIONS REFERRED
               MOVE 'ZSUWAD0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 0300-LOAD-RULES-X
           END-IF.

           PERFORM  0310-LOAD-RULE
               THRU 0310-LOAD-RULE-X
                    UNTIL NOT WUWRL-IO-OK.

           CLOSE UWRL-FILE.

       0300-LOAD-RULES-X.
           EXIT.

      *----------------
       0310-LOAD-RULE.
      *----------------

           READ UWRL-FILE NEXT
               AT END
                   MOVE '10'            TO WUWRL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WUWRL-IO-OK
               GO TO 0310-LOAD-RULE-X
           END-IF.

           IF  NOT WUWRL-RULE-ACTIVE
           OR  WUWRL-EFF-DT > WGLOB-PROCESS-DATE
               GO TO 0310-LOAD-RULE-X
           END-IF.

           IF  WUWRL-XPRY-DT NOT = SPACES
           AND WUWRL-XPRY-DT < WGLOB-PROCESS-DATE
               GO TO 0310-LOAD-RULE-X
           END-IF.

           IF  WS-RULE-CNT NOT < WS-RULE-MAX
      *MSG: (S) UNDERWRITING RULES TABLE FULL - RULE @1 NOT LOADED
               MOVE WUWRL-RULE-SEQ-NUM  TO WGLOB-MSG-PARM (1)
               MOVE 'ZSUWAD0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 0310-LOAD-RULE-X
           END-IF.

           ADD 1                        TO WS-RULE-CNT.
           MOVE WS-RULE-CNT             TO WS-RULE-IX.

           MOVE WUWRL-RULE-SEQ-NUM      TO WS-RULE-SEQ-NUM (WS-RULE-IX).
           MOVE WUWRL-RULE-DESC-TXT    TO WS-RULE-DESC-TXT (WS-RULE-IX).
           MOVE WUWRL-PLAN-ID           TO WS-RULE-PLAN-ID (WS-RULE-IX).
           MOVE WUWRL-CHNL-CD           TO WS-RULE-CHNL-CD (WS-RULE-IX).
           MOVE WUWRL-ISS-AGE-MIN       TO
                                      WS-RULE-ISS-AGE-MIN (WS-RULE-IX).
           MOVE WUWRL-ISS-AGE-MAX       TO
                                      WS-RULE-ISS-AGE-MAX (WS-RULE-IX).
           MOVE WUWRL-FACE-MIN-AMT      TO
                                      WS-RULE-FACE-MIN-AMT (WS-RULE-IX).
           MOVE WUWRL-FACE-MAX-AMT      TO
                                      WS-RULE-FACE-MAX-AMT (WS-RULE-IX).
           MOVE WUWRL-ACUM-FACE-MAX-AMT TO
                                      WS-RULE-ACUM-MAX-AMT (WS-RULE-IX).
           MOVE WUWRL-DSCLSR-COND-CD    TO
                                      WS-RULE-DSCLSR-CD (WS-RULE-IX).
           MOVE WUWRL-OCCP-CLS-MAX-CD   TO
                                      WS-RULE-OCCP-MAX-CD (WS-RULE-IX).
           MOVE WUWRL-BMI-MIN           TO WS-RULE-BMI-MIN (WS-RULE-IX).
           MOVE WUWRL-BMI-MAX           TO WS-RULE-BMI-MAX (WS-RULE-IX).
           MOVE WUWRL-DCSN-CD           TO WS-RULE-DCSN-CD (WS-RULE-IX).

       0310-LOAD-RULE-X.
           EXIT.
      /
      *---------------------------
       2000-PROCESS-APPLICATION.
      *---------------------------

           ADD 1                        TO WS-APP-READ-CNT.

           MOVE SPACES                  TO P-DETAIL-LINE
                                           WS-DCSN-CD.
           MOVE 'N'                     TO WS-SKIP-SW.
           MOVE ZERO                    TO WS-RQMT-CLOS-CNT
                                           WS-DCSN-RULE-SEQ-NUM.

           PERFORM  2100-CHECK-APPLICATION
               THRU 2100-CHECK-APPLICATION-X.

           IF  WS-SKIP-APPLICATION
               ADD 1                    TO WS-SKIP-CNT
           ELSE
               PERFORM  2300-DECIDE-APPLICATION
                   THRU 2300-DECIDE-APPLICATION-X
           END-IF.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

           PERFORM  9500-UWAP-READ
               THRU 9500-UWAP-READ-X.

       2000-PROCESS-APPLICATION-X.
           EXIT.

      *-------------------------
       2100-CHECK-APPLICATION.
      *-------------------------

      *
      *  ONLY A PENDING APPLICATION IS DECIDED, AND ONLY ONCE - AN
      *  APPLICATION RESENT AFTER ITS DECISION IS LEFT TO THE
      *  UNDERWRITER WHO NOW HOLDS IT.
      *
           MOVE LOW-VALUES              TO WPOL-KEY.
           MOVE RUWAP-POL-ID            TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
               MOVE 'Y'                 TO WS-SKIP-SW
               MOVE 'NOT DECIDED - NO POLICY' TO P-DISP
               GO TO 2100-CHECK-APPLICATION-X
           END-IF.

           IF  NOT RPOL-POL-STAT-PENDING
               MOVE 'Y'                 TO WS-SKIP-SW
               MOVE 'NOT DECIDED - NOT PENDING' TO P-DISP
               GO TO 2100-CHECK-APPLICATION-X
           END-IF.

           MOVE RUWAP-POL-ID            TO WUWDC-POL-ID.
           READ UWDC-FILE
               INVALID KEY
                   MOVE '23'            TO WUWDC-SEQ-FILE-STATUS
           END-READ.

           IF  WUWDC-IO-OK
               MOVE 'Y'                 TO WS-SKIP-SW
               MOVE 'NOT DECIDED - ALREADY DECIDED' TO P-DISP
           END-IF.

       2100-CHECK-APPLICATION-X.
           EXIT.

      *--------------------
       2200-DERIVE-FACTS.
      *--------------------

      *
      *  ACCUMULATED FACE IS THE INSURED'S INFORCE FACE ON THE
      *  RETENTION MASTER PLUS THIS APPLICATION.  BMI IS WEIGHT IN
      *  KILOGRAMS OVER HEIGHT IN METRES SQUARED; WITHOUT A HEIGHT IT
      *  IS ZERO AND NO RULE WITH A BMI BAND IS MET.
      *
           MOVE RUWAP-FACE-AMT          TO WS-ACUM-FACE-AMT.

           IF  WS-RTNA-OPEN
           AND RUWAP-CNSL-CLI-ID NOT = SPACES
               MOVE RUWAP-CNSL-CLI-ID   TO WRTNA-CNSL-CLI-ID
               READ RTNA-FILE
                   INVALID KEY
                       MOVE '23'        TO WRTNA-SEQ-FILE-STATUS
               END-READ
               IF  WRTNA-IO-OK
                   ADD WRTNA-TOT-FACE-AMT
                                        TO WS-ACUM-FACE-AMT
               END-IF
           END-IF.

           MOVE ZERO                    TO WS-BMI.
           IF  RUWAP-HGHT-CM NUMERIC
           AND RUWAP-WGHT-KG NUMERIC
           AND RUWAP-HGHT-CM > ZERO
               COMPUTE WS-BMI ROUNDED =
                   RUWAP-WGHT-KG * 10000
                       / (RUWAP-HGHT-CM * RUWAP-HGHT-CM)
                   ON SIZE ERROR
                       MOVE 999.9       TO WS-BMI
               END-COMPUTE
           END-IF.

           MOVE ZERO                    TO WS-DSCLSR-YES-CNT.
           PERFORM  2210-COUNT-DISCLOSURE
               THRU 2210-COUNT-DISCLOSURE-X
                    VARYING WS-SUB FROM 1 BY 1
                      UNTIL WS-SUB > 20.

       2200-DERIVE-FACTS-X.
           EXIT.

      *------------------------
       2210-COUNT-DISCLOSURE.
      *------------------------

           IF  RUWAP-DSCLSR-ANS-CD (WS-SUB) = 'Y'
               ADD 1                    TO WS-DSCLSR-YES-CNT
           END-IF.

       2210-COUNT-DISCLOSURE-X.
           EXIT.

      *--------------------------
       2300-DECIDE-APPLICATION.
      *--------------------------

           PERFORM  2200-DERIVE-FACTS
               THRU 2200-DERIVE-FACTS-X.

           MOVE 'N'                     TO WS-MATCH-SW.
           PERFORM  3000-TRY-RULE
               THRU 3000-TRY-RULE-X
                    VARYING WS-RULE-IX FROM 1 BY 1
                      UNTIL WS-RULE-IX > WS-RULE-CNT
                         OR WS-RULE-MATCHED.

           IF  WS-RULE-NOT-MATCHED
               SET  WS-DCSN-REFER       TO TRUE
               MOVE ZERO                TO WS-DCSN-RULE-SEQ-NUM
               MOVE 'NO RULE MET'       TO WS-DCSN-RULE-DESC-TXT
               ADD 1                    TO WS-NO-RULE-CNT
           END-IF.

           EVALUATE TRUE
               WHEN WS-DCSN-APPROVE
                   PERFORM  4000-AUTO-APPROVE
                       THRU 4000-AUTO-APPROVE-X
               WHEN WS-DCSN-DECLINE
                   PERFORM  6000-DECLINE
                       THRU 6000-DECLINE-X
               WHEN OTHER
                   PERFORM  5000-REFER
                       THRU 5000-REFER-X
           END-EVALUATE.

      *
      *  AN APPLICATION THAT COULD NOT BE UPDATED IS LEFT OFF THE
      *  REGISTER SO TOMORROW'S RUN DECIDES IT AGAIN.
      *
           IF  NOT WS-SKIP-APPLICATION
               PERFORM  7000-WRITE-REGISTER
                   THRU 7000-WRITE-REGISTER-X
           END-IF.

       2300-DECIDE-APPLICATION-X.
           EXIT.
      /
      *----------------
       3000-TRY-RULE.
      *----------------

      *
      *  EVERY CONDITION THE RULE SETS MUST BE MET; A BLANK OR ZERO
      *  CONDITION IS NOT TESTED.
      *
           IF  WS-RULE-PLAN-ID (WS-RULE-IX) NOT = SPACES
           AND WS-RULE-PLAN-ID (WS-RULE-IX) NOT = RUWAP-PLAN-ID
               GO TO 3000-TRY-RULE-X
           END-IF.

           IF  WS-RULE-CHNL-CD (WS-RULE-IX) NOT = SPACES
           AND WS-RULE-CHNL-CD (WS-RULE-IX) NOT = RUWAP-CHNL-CD
               GO TO 3000-TRY-RULE-X
           END-IF.

           IF  WS-RULE-ISS-AGE-MIN (WS-RULE-IX) > ZERO
           AND RUWAP-ISS-AGE < WS-RULE-ISS-AGE-MIN (WS-RULE-IX)
               GO TO 3000-TRY-RULE-X
           END-IF.

           IF  WS-RULE-ISS-AGE-MAX (WS-RULE-IX) > ZERO
           AND RUWAP-ISS-AGE > WS-RULE-ISS-AGE-MAX (WS-RULE-IX)
               GO TO 3000-TRY-RULE-X
           END-IF.

           IF  WS-RULE-FACE-MIN-AMT (WS-RULE-IX) > ZERO
           AND RUWAP-FACE-AMT < WS-RULE-FACE-MIN-AMT (WS-RULE-IX)
               GO TO 3000-TRY-RULE-X
           END-IF.

           IF  WS-RULE-FACE-MAX-AMT (WS-RULE-IX) > ZERO
           AND RUWAP-FACE-AMT > WS-RULE-FACE-MAX-AMT (WS-RULE-IX)
               GO TO 3000-TRY-RULE-X
           END-IF.

           IF  WS-RULE-ACUM-MAX-AMT (WS-RULE-IX) > ZERO
           AND WS-ACUM-FACE-AMT > WS-RULE-ACUM-MAX-AMT (WS-RULE-IX)
               GO TO 3000-TRY-RULE-X
           END-IF.

           IF  WS-RULE-DSCLSR-CD (WS-RULE-IX) = 'C'
           AND WS-DSCLSR-YES-CNT > ZERO
               GO TO 3000-TRY-RULE-X
           END-IF.

           IF  WS-RULE-DSCLSR-CD (WS-RULE-IX) = 'Y'
           AND WS-DSCLSR-YES-CNT = ZERO
               GO TO 3000-TRY-RULE-X
           END-IF.

      *
      *  CLASS 1 IS THE BEST RISK; AN APPLICATION WITH NO CLASS DOES
      *  NOT MEET A CLASS LIMIT.
      *
           IF  WS-RULE-OCCP-MAX-CD (WS-RULE-IX) NOT = SPACE
               IF  RUWAP-OCCP-CLS-CD = SPACE
               OR  RUWAP-OCCP-CLS-CD > WS-RULE-OCCP-MAX-CD (WS-RULE-IX)
                   GO TO 3000-TRY-RULE-X
               END-IF
           END-IF.

           IF  WS-RULE-BMI-MIN (WS-RULE-IX) > ZERO
           OR  WS-RULE-BMI-MAX (WS-RULE-IX) > ZERO
               IF  WS-BMI = ZERO
                   GO TO 3000-TRY-RULE-X
               END-IF
           END-IF.

           IF  WS-RULE-BMI-MIN (WS-RULE-IX) > ZERO
           AND WS-BMI < WS-RULE-BMI-MIN (WS-RULE-IX)
               GO TO 3000-TRY-RULE-X
           END-IF.

           IF  WS-RULE-BMI-MAX (WS-RULE-IX) > ZERO
           AND WS-BMI > WS-RULE-BMI-MAX (WS-RULE-IX)
               GO TO 3000-TRY-RULE-X
           END-IF.

           MOVE 'Y'                     TO WS-MATCH-SW.
           MOVE WS-RULE-DCSN-CD (WS-RULE-IX)
                                        TO WS-DCSN-CD.
           MOVE WS-RULE-SEQ-NUM (WS-RULE-IX)
                                        TO WS-DCSN-RULE-SEQ-NUM.
           MOVE WS-RULE-DESC-TXT (WS-RULE-IX)
                                        TO WS-DCSN-RULE-DESC-TXT.

       3000-TRY-RULE-X.
           EXIT.
      /
      *--------------------
       4000-AUTO-APPROVE.
      *--------------------

      *
      *  THE STANDARD REQUIREMENTS STILL OPEN ON THE CASE (KEYED BY
      *  THE POLICY NUMBER) ARE NO LONGER NEEDED AND ARE CLOSED AS
      *  WAIVED BY THIS RUN - NO DOCUMENT WAS RECEIVED FOR THEM.
      *
           ADD 1                        TO WS-APPROVE-CNT.

           IF  WS-UWRM-OPEN
               MOVE RPOL-POL-ID         TO WUWRM-CASE-ID
               MOVE LOW-VALUES          TO WUWRM-RQRMNT-TYP-CD
               START UWRM-FILE
                   KEY IS NOT LESS THAN WUWRM-KEY
                   INVALID KEY
                       MOVE '23'        TO WUWRM-SEQ-FILE-STATUS
               END-START
               PERFORM  4100-WAIVE-REQUIREMENT
                   THRU 4100-WAIVE-REQUIREMENT-X
                   UNTIL NOT WUWRM-IO-OK
           END-IF.

           MOVE SPACES                  TO RUWIS-SEQ-REC-INFO.
           MOVE RPOL-POL-ID             TO RUWIS-POL-ID.
           MOVE RUWAP-INSRD-CLI-ID      TO RUWIS-INSRD-CLI-ID.
           MOVE RUWAP-PLAN-ID           TO RUWIS-PLAN-ID.
           MOVE RUWAP-FACE-AMT          TO RUWIS-FACE-AMT.
           MOVE WS-DCSN-RULE-SEQ-NUM    TO RUWIS-RULE-SEQ-NUM.
           MOVE WGLOB-PROCESS-DATE      TO RUWIS-DCSN-DT.
           MOVE WS-RQMT-CLOS-CNT        TO RUWIS-RQMT-CLOS-CNT.

           MOVE TFCMD-WRITE-RECORD      TO WUWIS-SEQ-IO-COMMAND.
           WRITE RUWIS-SEQ-REC-INFO.
           IF  WUWIS-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9710-HANDLE-UWIS-ERROR
                   THRU 9710-HANDLE-UWIS-ERROR-X
           END-IF.

           MOVE RPOL-POL-CSTAT-CD       TO WS-OLD-STAT-CD.
           MOVE 'UWAA'                  TO WS-PHST-TYP-ID.
           MOVE 'UW AUTO-APPROVED - STRAIGHT-THROUGH ISSUE'
                                        TO WS-PHST-DESC-TXT.
           PERFORM  8000-STAMP-HISTORY
               THRU 8000-STAMP-HISTORY-X.

           MOVE 'AUTO-APPROVED - TO ISSUE'  TO P-DISP.

       4000-AUTO-APPROVE-X.
           EXIT.

      *-------------------------
       4100-WAIVE-REQUIREMENT.
      *-------------------------

           READ UWRM-FILE NEXT
               AT END
                   MOVE '10'            TO WUWRM-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WUWRM-IO-OK
               GO TO 4100-WAIVE-REQUIREMENT-X
           END-IF.

           IF  WUWRM-CASE-ID NOT = RPOL-POL-ID
               MOVE '10'                TO WUWRM-SEQ-FILE-STATUS
               GO TO 4100-WAIVE-REQUIREMENT-X
           END-IF.

           IF  NOT WUWRM-STAT-OPEN
               GO TO 4100-WAIVE-REQUIREMENT-X
           END-IF.

           SET  WUWRM-STAT-CLOSED       TO TRUE.
           MOVE 'ZSBMUWAD'              TO WUWRM-CLOSED-BY-ID.
           MOVE WGLOB-PROCESS-DATE      TO WUWRM-CLOSED-DT.

           REWRITE WUWRM-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WUWRM-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WUWRM-IO-OK
               ADD 1                    TO WS-RQMT-CLOS-CNT
                                           WS-RQMT-CLOS-TOT
           END-IF.

       4100-WAIVE-REQUIREMENT-X.
           EXIT.
      /
      *-------------
       5000-REFER.
      *-------------

      *
      *  THE WORK ITEM CARRIES THE RULE NUMBER AS ITS DOCUMENT TYPE
      *  SO THE UNDERWRITER SEES WHY THE CASE WAS REFERRED.
      *
           ADD 1                        TO WS-REFER-CNT.

           MOVE SPACES                  TO RWFCN-SEQ-REC-INFO.
           SET  RWFCN-SRC-SYS-UWRF      TO TRUE.
           MOVE WS-DCSN-RULE-SEQ-NUM    TO RWFCN-DOC-TYP-CD.
           MOVE WGLOB-PROCESS-DATE      TO RWFCN-SEND-DT.
           MOVE RPOL-POL-ID             TO RWFCN-POL-ID.
           MOVE RUWAP-INSRD-CLI-ID      TO RWFCN-CLI-ID.
           MOVE RPOL-SERV-AGT-ID        TO RWFCN-AGT-ID.
           MOVE RPOL-SERV-BR-ID         TO RWFCN-BR-ID.

           MOVE TFCMD-WRITE-RECORD      TO WWFCO-SEQ-IO-COMMAND.
           WRITE RWFCO-SEQ-REC-INFO
               FROM RWFCN-SEQ-REC-INFO.
           IF  WWFCO-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9720-HANDLE-WFCO-ERROR
                   THRU 9720-HANDLE-WFCO-ERROR-X
           END-IF.

           MOVE RPOL-POL-CSTAT-CD       TO WS-OLD-STAT-CD.
           MOVE 'UWRF'                  TO WS-PHST-TYP-ID.
           MOVE SPACES                  TO WS-PHST-DESC-TXT.
           STRING 'UW REFERRED - '      DELIMITED BY SIZE
                  WS-DCSN-RULE-DESC-TXT DELIMITED BY SIZE
                  INTO WS-PHST-DESC-TXT.
           PERFORM  8000-STAMP-HISTORY
               THRU 8000-STAMP-HISTORY-X.

           MOVE 'REFERRED TO UNDERWRITER'   TO P-DISP.

       5000-REFER-X.
           EXIT.
      /
      *--------------
       6000-DECLINE.
      *--------------

           MOVE LOW-VALUES              TO WPOL-KEY.
           MOVE RPOL-POL-ID             TO WPOL-POL-ID.
           PERFORM  POL-1000-READ-FOR-UPDATE
               THRU POL-1000-READ-FOR-UPDATE-X.

           IF  NOT WPOL-IO-OK
               PERFORM  6100-UPDATE-FAILED
                   THRU 6100-UPDATE-FAILED-X
               GO TO 6000-DECLINE-X
           END-IF.

           MOVE RPOL-POL-CSTAT-CD       TO WS-OLD-STAT-CD
                                           RPOL-POL-PREV-CSTAT-CD.
           SET  RPOL-POL-STAT-REJECTED  TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO RPOL-POL-STAT-CHNG-DT.

           PERFORM  POL-2000-REWRITE
               THRU POL-2000-REWRITE-X.

           IF  NOT WPOL-IO-OK
               PERFORM  6100-UPDATE-FAILED
                   THRU 6100-UPDATE-FAILED-X
               GO TO 6000-DECLINE-X
           END-IF.

           ADD 1                        TO WS-DECLINE-CNT.

           MOVE 'UWDC'                  TO WS-PHST-TYP-ID.
           MOVE SPACES                  TO WS-PHST-DESC-TXT.
           STRING 'UW DECLINED - '      DELIMITED BY SIZE
                  WS-DCSN-RULE-DESC-TXT DELIMITED BY SIZE
                  INTO WS-PHST-DESC-TXT.
           PERFORM  8000-STAMP-HISTORY
               THRU 8000-STAMP-HISTORY-X.

           MOVE 'DECLINED'              TO P-DISP.

       6000-DECLINE-X.
           EXIT.

      *---------------------
       6100-UPDATE-FAILED.
      *---------------------

           ADD 1                        TO WS-UPDT-FAIL-CNT.
           MOVE 'Y'                     TO WS-SKIP-SW.
           MOVE 'DECLINE - NOT UPDATED' TO P-DISP.
      *MSG: 'LOST RECORD (@1) IN MAINTAIN - CONTACT SYSTEMS'
           MOVE WPOL-POL-ID             TO WGLOB-MSG-PARM (1).
           MOVE 'XS00000006'            TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       6100-UPDATE-FAILED-X.
           EXIT.
      /
      *----------------------
       7000-WRITE-REGISTER.
      *----------------------

           MOVE SPACES                  TO WUWDC-REC-INFO.
           MOVE RPOL-POL-ID             TO WUWDC-POL-ID.
           MOVE RUWAP-INSRD-CLI-ID      TO WUWDC-INSRD-CLI-ID.
           MOVE RPOL-SERV-AGT-ID        TO WUWDC-AGT-ID.
           MOVE RPOL-SERV-BR-ID         TO WUWDC-BR-ID.
           MOVE RUWAP-CHNL-CD           TO WUWDC-CHNL-CD.
           MOVE RUWAP-PLAN-ID           TO WUWDC-PLAN-ID.
           MOVE RUWAP-ISS-AGE           TO WUWDC-ISS-AGE.
           MOVE RUWAP-FACE-AMT          TO WUWDC-FACE-AMT.
           MOVE WS-ACUM-FACE-AMT        TO WUWDC-ACUM-FACE-AMT.
           MOVE RUWAP-OCCP-CLS-CD       TO WUWDC-OCCP-CLS-CD.
           IF  WS-BMI > 99.9
               MOVE 99.9                TO WUWDC-BMI
           ELSE
               MOVE WS-BMI              TO WUWDC-BMI
           END-IF.
           MOVE WS-DSCLSR-YES-CNT       TO WUWDC-DSCLSR-YES-CNT.
           MOVE WS-DCSN-CD              TO WUWDC-DCSN-CD.
           MOVE WS-DCSN-RULE-SEQ-NUM    TO WUWDC-RULE-SEQ-NUM.
           MOVE WS-DCSN-RULE-DESC-TXT   TO WUWDC-RULE-DESC-TXT.
           MOVE WGLOB-PROCESS-DATE      TO WUWDC-DCSN-DT.
           SET  WUWDC-OUTCM-OPEN        TO TRUE.

           WRITE WUWDC-REC-INFO
               INVALID KEY
                   MOVE '22'            TO WUWDC-SEQ-FILE-STATUS
           END-WRITE.

           IF  NOT WUWDC-IO-OK
               MOVE WUWDC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WUWDC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-WRITE-RECORD     TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       7000-WRITE-REGISTER-X.
           EXIT.
      /
      *---------------------
       8000-STAMP-HISTORY.
      *---------------------

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

       8000-STAMP-HISTORY-X.
           EXIT.
      /
      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

           MOVE RUWAP-POL-ID            TO P-POL-ID.
           MOVE RUWAP-PLAN-ID           TO P-PLAN-ID.
           MOVE RUWAP-CHNL-CD           TO P-CHNL-CD.
           MOVE RUWAP-ISS-AGE           TO P-ISS-AGE.
           MOVE RUWAP-FACE-AMT          TO P-FACE-AMT.
           MOVE RUWAP-OCCP-CLS-CD       TO P-OCCP-CLS-CD.

           IF  WS-DCSN-CD NOT = SPACES
               MOVE WS-ACUM-FACE-AMT    TO P-ACUM-FACE-AMT
               MOVE WS-BMI              TO P-BMI
               MOVE WS-DSCLSR-YES-CNT   TO P-DSCLSR-YES-CNT
               MOVE WS-DCSN-RULE-SEQ-NUM
                                        TO P-RULE-SEQ-NUM
           END-IF.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8400-WRITE-DETAIL-LINE-X.
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

      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE SPACES                   TO P-SUMMARY-LINE-1.
           MOVE WS-APP-READ-CNT          TO P-READ-CNT-X.
           MOVE WS-APPROVE-CNT           TO P-APPROVE-CNT-X.
           MOVE WS-REFER-CNT             TO P-REFER-CNT-X.
           MOVE WS-NO-RULE-CNT           TO P-NO-RULE-CNT-X.
           MOVE WS-DECLINE-CNT           TO P-DECLINE-CNT-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-SUMMARY-LINE-2.
           MOVE WS-SKIP-CNT              TO P-SKIP-CNT-X.
           MOVE WS-RQMT-CLOS-TOT         TO P-RQMT-CLOS-CNT-X.
           MOVE WS-UPDT-FAIL-CNT         TO P-UPDT-FAIL-CNT-X.

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
      /
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

      *
      *  THE DECISION REGISTER IS CREATED ON FIRST USE.  NO
      *  REQUIREMENT OR RETENTION MASTER YET SIMPLY MEANS NO ROWS
      *  ON IT.
      *
           OPEN I-O UWDC-FILE.
           IF  WUWDC-IO-NOFILE
               OPEN OUTPUT UWDC-FILE
               CLOSE UWDC-FILE
               OPEN I-O UWDC-FILE
           END-IF.
           IF  WUWDC-SEQ-FILE-STATUS NOT = '00'
              MOVE WUWDC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WUWDC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           OPEN I-O UWRM-FILE.
           IF  WUWRM-IO-OK
               SET WS-UWRM-OPEN         TO TRUE
           END-IF.

           OPEN INPUT RTNA-FILE.
           IF  WRTNA-IO-OK
               SET WS-RTNA-OPEN         TO TRUE
           END-IF.

           MOVE ZERO TO WUWAP-SEQ-IO-STATUS.
           MOVE TFCMD-OPEN-I-FILE      TO WUWAP-SEQ-IO-COMMAND.
           OPEN INPUT UWAP-DATA-FILE.
           IF  WUWAP-SEQ-FILE-STATUS NOT = '00'
              MOVE WUWAP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WUWAP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE WUWAP-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           MOVE TFCMD-OPEN-O-FILE      TO WUWIS-SEQ-IO-COMMAND.
           OPEN OUTPUT UWIS-DATA-FILE.
           IF  WUWIS-SEQ-FILE-STATUS NOT = '00'
              PERFORM 9710-HANDLE-UWIS-ERROR
                 THRU 9710-HANDLE-UWIS-ERROR-X
           END-IF.

           MOVE TFCMD-OPEN-O-FILE      TO WWFCO-SEQ-IO-COMMAND.
           OPEN OUTPUT WFCO-DATA-FILE.
           IF  WWFCO-SEQ-FILE-STATUS NOT = '00'
              PERFORM 9720-HANDLE-WFCO-ERROR
                 THRU 9720-HANDLE-WFCO-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-APP-READ-CNT          TO WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSUWAD0001'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL APPLICATIONS READ FOR UNDERWRITING DECISION @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-UWRM-OPEN
               CLOSE UWRM-FILE
           END-IF.
           IF  WS-RTNA-OPEN
               CLOSE RTNA-FILE
           END-IF.
           CLOSE UWDC-FILE.
           CLOSE UWAP-DATA-FILE.
           CLOSE UWIS-DATA-FILE.
           CLOSE WFCO-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-UWAP-READ.
      *----------------

           MOVE ZERO                   TO WUWAP-SEQ-IO-STATUS.

           READ UWAP-DATA-FILE
                AT END
                  MOVE 8               TO WUWAP-SEQ-IO-STATUS
                  GO TO 9500-UWAP-READ-X.

       9500-UWAP-READ-X.
           EXIT.

      *-----------------------
       9710-HANDLE-UWIS-ERROR.
      *-----------------------

           MOVE WUWIS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WUWIS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WUWIS-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-UWIS-ERROR-X.
           EXIT.

      *-----------------------
       9720-HANDLE-WFCO-ERROR.
      *-----------------------

           MOVE WWFCO-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WWFCO-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WWFCO-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9720-HANDLE-WFCO-ERROR-X.
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
      * POLICY READ AND UPDATE
      *
       COPY CCPNPOL.
       COPY CCPUPOL.
      *
      * POLICY CHANGE HISTORY
      *
       COPY CCPCPHST.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMUWAD                     **
      *****************************************************************
