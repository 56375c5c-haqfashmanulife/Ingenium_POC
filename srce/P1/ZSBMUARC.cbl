      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMUARC.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMUARC                                         **
      **  REMARKS: QUARTERLY USER ACCESS RECERTIFICATION.  RUN IN    **
      **           ONE OF TWO MODES:                                 **
      **                                                             **
      **           'O' OPEN - AT THE START OF THE QUARTER.  EVERY    **
      **           ACTIVE USER ON THE USER ACCESS REGISTER (UACC)    **
      **           GETS A PENDING LINE FOR THE QUARTER'S CAMPAIGN ON **
      **           THE ATTESTATION FILE (UATT) UNDER THE USER'S      **
      **           MANAGER, CARRYING THE SECURITY CLASS AND ITS ROLE **
      **           (ROLE), THE NUMBER OF HIGH-RISK TRANSACTIONS THE  **
      **           ROLE MAY RUN (RPRM), THE LAST SUCCESSFUL SIGN-ON  **
      **           (USRL) AND THE DUE DATE.  THE REPORT LISTS, PER   **
      **           MANAGER, EACH USER WITH THE HIGH-RISK             **
      **           TRANSACTIONS BY NAME AND THE DECISION SO FAR.     **
      **           A USER WITH NO MANAGER CANNOT BE ATTESTED AND IS  **
      **           LISTED FOR THE SECURITY OFFICER INSTEAD.  SAFE TO **
      **           RERUN: A LINE ALREADY OPEN IS LEFT AS IT IS, SO A **
      **           RERUN LATE IN THE QUARTER REPRINTS THE LISTS WITH **
      **           THE DECISIONS TAKEN SO FAR.                       **
      **                                                             **
      **           'E' ENFORCE - DAILY OR WEEKLY.  EVERY PENDING     **
      **           LINE PAST ITS DUE DATE IS EXPIRED AND THE USER    **
      **           SUSPENDED ('NA' NOT ATTESTED); THEN EVERY ACTIVE  **
      **           USER WITH NO SUCCESSFUL SIGN-ON IN THE DORMANCY   **
      **           PERIOD - COUNTED FROM THE GRANT OR REINSTATEMENT  **
      **           WHEN THAT IS LATER - IS SUSPENDED ('DM' DORMANT). **
      **                                                             **
      **           EVERY LINE OPENED AND EVERY SUSPENSION IS WRITTEN **
      **           TO THE ACCESS EVIDENCE LOG (ZCSRUAEV).  MANAGERS  **
      **           DECIDE THEIR LINES THROUGH ZSRQUATT; THE SECURITY **
      **           OFFICER REINSTATES THROUGH ZSRQUACM.              **
      **                                                             **
      **           CONTROL CARD: MODE 'O' OR 'E', CAMPAIGN YYYYQN    **
      **           (BLANK = THE QUARTER OF THE PROCESS DATE), DAYS   **
      **           ALLOWED TO ATTEST (BLANK = 30) AND DORMANCY DAYS  **
      **           (BLANK = 90).                                     **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  SC                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51290**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHUACC.

           COPY CCFHUATT.

           COPY CCFHROLE.

           COPY CCFHRPRM.

           COPY CCFHUSRL.

           SELECT UAEV-DATA-FILE ASSIGN TO ZSUAEV
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WUAEV-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWUACC.

       COPY CCFWUATT.

       COPY CCFWROLE.

       COPY CCFWRPRM.

       COPY CCFWUSRL.

       FD  UAEV-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRUAEV.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMUARC'.

       COPY SQLCA.

       COPY CCWWUACC.

       COPY CCWWUATT.

       COPY CCWWROLE.

       COPY CCWWRPRM.

       COPY CCWWUSRL.

       01  WUAEV-SEQ-IO-WORK-AREA.
           05  WUAEV-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'UAEV'.
           05  WUAEV-SEQ-IO-COMMAND            PIC X(02).
           05  WUAEV-SEQ-FILE-STATUS           PIC X(02).

      ****************************************************************
      *    CONTROL CARD - MODE, CAMPAIGN, DAYS TO ATTEST AND DORMANCY
      *    DAYS
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-RUN-MODE                     PIC X(01).
               88  CR-MODE-OPEN                       VALUE 'O'.
               88  CR-MODE-ENFORCE                    VALUE 'E'.
           02  CR-CMPGN-ID                     PIC X(06).
           02  CR-ATTEST-DAYS-X                PIC X(03).
           02  CR-ATTEST-DAYS REDEFINES CR-ATTEST-DAYS-X
                                               PIC 9(03).
           02  CR-DORM-DAYS-X                  PIC X(03).
           02  CR-DORM-DAYS REDEFINES CR-DORM-DAYS-X
                                               PIC 9(03).
           02  FILLER                          PIC X(60).

       01  WS-CMPGN-WORK.
           05  WS-CMPGN-YYYY             PIC 9(04).
           05  WS-CMPGN-Q                PIC X(01).
           05  WS-CMPGN-QTR              PIC 9(01).
       01  WS-CMPGN-ID REDEFINES WS-CMPGN-WORK
                                         PIC X(06).

       01  WS-WORK-AREA.
           05  WS-PRCES-DT               PIC X(10)  VALUE SPACES.
           05  WS-DUE-DT                 PIC X(10)  VALUE SPACES.
           05  WS-CUTOFF-DT              PIC X(10)  VALUE SPACES.
           05  WS-LAST-SGNON-DT          PIC X(10)  VALUE SPACES.
           05  WS-LAST-ACTV-DT           PIC X(10)  VALUE SPACES.
           05  WS-ROLE-DESC-TXT          PIC X(30)  VALUE SPACES.
           05  WS-CLAS-ID                PIC X(08)  VALUE SPACES.
           05  WS-CRNT-MGR-ID            PIC X(08)  VALUE LOW-VALUES.
           05  WS-HIRISK-CNT             PIC 9(03)  VALUE ZERO.
           05  WS-TRAN-NUM               PIC S9(04) COMP VALUE +0.
           05  WS-EVNT-CD                PIC X(02)  VALUE SPACES.
           05  WS-SUSP-RSN-CD            PIC X(02)  VALUE SPACES.
           05  WS-RSN-TXT                PIC X(40)  VALUE SPACES.
           05  WS-CARD-SW                PIC X(01)  VALUE 'Y'.
               88  WS-CARD-VALID                    VALUE 'Y'.
               88  WS-CARD-INVALID                  VALUE 'N'.
           05  WS-LIST-TRAN-SW           PIC X(01)  VALUE 'N'.
               88  WS-LIST-TRAN                     VALUE 'Y'.
               88  WS-COUNT-ONLY                    VALUE 'N'.
           05  WS-NO-MGR-HDG-SW          PIC X(01)  VALUE 'N'.
               88  WS-NO-MGR-HDG-DONE               VALUE 'Y'.
           05  WS-UACC-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-UACC-OPEN                     VALUE 'Y'.
           05  WS-UATT-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-UATT-OPEN                     VALUE 'Y'.
           05  WS-ROLE-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-ROLE-OPEN                     VALUE 'Y'.
           05  WS-RPRM-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-RPRM-OPEN                     VALUE 'Y'.
           05  WS-USRL-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-USRL-OPEN                     VALUE 'Y'.

       01  WS-REPORT-TOTALS.
           05  WS-USER-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-USER-SUSP-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-OPENED-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-ALREADY-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-NO-MGR-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-MGR-CNT              PIC S9(07) COMP-3 VALUE +0.
           05  WS-PENDING-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-CONFIRMED-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-REVOKED-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXPIRED-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-LINE-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-NA-SUSP-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-DM-SUSP-CNT          PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  P-HEAD-TITLE                PIC X(50).
           03  P-HEAD-CMPGN-LBL            PIC X(10).
           03  P-HEAD-CMPGN-ID             PIC X(06).

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(10)
               VALUE 'USER'.
           03  FILLER                      PIC X(10)
               VALUE 'CLASS'.
           03  FILLER                      PIC X(32)
               VALUE 'ROLE'.
           03  FILLER                      PIC X(12)
               VALUE 'SIGNED ON'.
           03  FILLER                      PIC X(09)
               VALUE 'HI-RISK'.
           03  FILLER                      PIC X(12)
               VALUE 'DUE'.
           03  FILLER                      PIC X(12)
               VALUE 'DECISION'.
           03  FILLER                      PIC X(08)
               VALUE 'BY'.

       01  P-HEAD-LINE-5.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'USER'.
           03  FILLER                      PIC X(10)
               VALUE 'CLASS'.
           03  FILLER                      PIC X(10)
               VALUE 'MANAGER'.
           03  FILLER                      PIC X(09)
               VALUE 'CAMPAIGN'.
           03  FILLER                      PIC X(12)
               VALUE 'SIGNED ON'.
           03  FILLER                      PIC X(12)
               VALUE 'GRANTED'.
           03  FILLER                      PIC X(40)
               VALUE 'SUSPENDED FOR'.

       01  P-MGR-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(09)
               VALUE 'MANAGER:'.
           03  P-MGR-ID                    PIC X(08).
           03  FILLER                      PIC X(03).
           03  P-MGR-NOTE-TXT              PIC X(50).

       01  P-USER-LINE.
           03  FILLER                      PIC X(03).
           03  P-USR-ID                    PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-CLAS-ID                   PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-ROLE-DESC-TXT             PIC X(30).
           03  FILLER                      PIC X(02).
           03  P-SGNON-DT                  PIC X(10).
           03  FILLER                      PIC X(04).
           03  P-HIRISK-CNT                PIC ZZ9.
           03  FILLER                      PIC X(04).
           03  P-DUE-DT                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DCSN-TXT                  PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DCSN-USER-ID              PIC X(08).

       01  P-HIRISK-LINE.
           03  FILLER                      PIC X(13).
           03  P-HIRISK-LBL                PIC X(23).
           03  P-HIRISK-TRAN               OCCURS 8 TIMES.
               05  P-HIRISK-TRAN-ID        PIC X(08).
               05  FILLER                  PIC X(01).

       01  P-SUSP-LINE.
           03  FILLER                      PIC X(01).
           03  P-SUSP-USR-ID               PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-SUSP-CLAS-ID              PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-SUSP-MGR-ID               PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-SUSP-CMPGN-ID             PIC X(06).
           03  FILLER                      PIC X(03).
           03  P-SUSP-SGNON-DT             PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-SUSP-GRANT-DT             PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-SUSP-RSN-TXT              PIC X(40).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(06)
               VALUE 'MODE:'.
           03  P-RUN-MODE                  PIC X(01).
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(10)
               VALUE 'CAMPAIGN:'.
           03  P-CMPGN-ID                  PIC X(06).
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(16)
               VALUE 'DAYS TO ATTEST:'.
           03  P-ATTEST-DAYS               PIC ZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(15)
               VALUE 'DORMANCY DAYS:'.
           03  P-DORM-DAYS                 PIC ZZ9.

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

           IF  CR-MODE-OPEN
               PERFORM  1000-OPEN-CAMPAIGN
                   THRU 1000-OPEN-CAMPAIGN-X
               PERFORM  2000-LIST-CAMPAIGN
                   THRU 2000-LIST-CAMPAIGN-X
           ELSE
               PERFORM  3000-EXPIRE-LINES
                   THRU 3000-EXPIRE-LINES-X
               PERFORM  4000-CHECK-DORMANCY
                   THRU 4000-CHECK-DORMANCY-X
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

           IF  WBCF-SEQ-IO-EOF
      *MSG: (S) MISSING ACCESS RECERTIFICATION CONTROL CARD
               MOVE 'ZSUARC0001'        TO WGLOB-MSG-REF-INFO
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
           MOVE WGLOB-PROCESS-DATE      TO WS-PRCES-DT.

      *
      *  THE RUN SIGNS THE LINES IT OPENS AND THE SUSPENSIONS IT
      *  MAKES WITH ITS OWN ID.
      *
           MOVE WPGWS-CRNT-PGM-ID       TO WGLOB-USER-ID.
           SET  WGLOB-ENVRMNT-BATCH     TO TRUE.

           PERFORM  0250-EDIT-CONTROL-CARD
               THRU 0250-EDIT-CONTROL-CARD-X.

           IF  WS-CARD-INVALID
      *MSG: (S) INVALID ACCESS RECERTIFICATION CONTROL CARD
               MOVE 'ZSUARC0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

      *
      *  A LINE OPENED TODAY IS DUE THE DAYS TO ATTEST FROM TODAY; A
      *  USER LAST ACTIVE BEFORE THE CUTOFF IS DORMANT.
      *
           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WGLOB-PROCESS-DATE      TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-MONTHS.
           MOVE CR-ATTEST-DAYS          TO L1680-NUMBER-OF-DAYS.
           PERFORM  1680-3000-ADD-Y-M-D-TO-DATE
               THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-DUE-DT.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WGLOB-PROCESS-DATE      TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-MONTHS.
           MOVE CR-DORM-DAYS            TO L1680-NUMBER-OF-DAYS.
           PERFORM  1680-4000-SUB-YMD-FROM-DATE
               THRU 1680-4000-SUB-YMD-FROM-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-CUTOFF-DT.

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

           IF  NOT CR-MODE-OPEN
           AND NOT CR-MODE-ENFORCE
               SET WS-CARD-INVALID      TO TRUE
           END-IF.

      *
      *  NO CAMPAIGN GIVEN MEANS THE QUARTER OF THE PROCESS DATE.
      *
           IF  CR-CMPGN-ID = SPACES
               MOVE WGLOB-PROCESS-DATE-YR
                                        TO WS-CMPGN-YYYY
               MOVE 'Q'                 TO WS-CMPGN-Q
               COMPUTE WS-CMPGN-QTR = (WGLOB-PROCESS-DATE-MO + 2) / 3
           ELSE
               MOVE CR-CMPGN-ID         TO WS-CMPGN-ID
           END-IF.

           IF  WS-CMPGN-YYYY NOT NUMERIC
           OR  WS-CMPGN-Q NOT = 'Q'
           OR  WS-CMPGN-QTR NOT NUMERIC
           OR  WS-CMPGN-QTR < 1
           OR  WS-CMPGN-QTR > 4
               SET WS-CARD-INVALID      TO TRUE
           END-IF.

           IF  CR-ATTEST-DAYS-X = SPACES
               MOVE 30                  TO CR-ATTEST-DAYS
           END-IF.
           IF  CR-ATTEST-DAYS NOT NUMERIC
           OR  CR-ATTEST-DAYS = ZERO
               SET WS-CARD-INVALID      TO TRUE
           END-IF.

           IF  CR-DORM-DAYS-X = SPACES
               MOVE 90                  TO CR-DORM-DAYS
           END-IF.
           IF  CR-DORM-DAYS NOT NUMERIC
           OR  CR-DORM-DAYS = ZERO
               SET WS-CARD-INVALID      TO TRUE
           END-IF.

       0250-EDIT-CONTROL-CARD-X.
           EXIT.
      /
      *--------------------
       1000-OPEN-CAMPAIGN.
      *--------------------

           IF  NOT WS-UACC-OPEN
               GO TO 1000-OPEN-CAMPAIGN-X
           END-IF.

           MOVE LOW-VALUES              TO WUACC-KEY.

           START UACC-FILE
               KEY IS NOT LESS THAN WUACC-KEY
               INVALID KEY
                   MOVE '10'            TO WUACC-SEQ-FILE-STATUS
           END-START.

           IF  WUACC-IO-OK
               PERFORM  1990-UACC-READ-NEXT
                   THRU 1990-UACC-READ-NEXT-X
           END-IF.

           PERFORM  1100-OPEN-USER-LINE
               THRU 1100-OPEN-USER-LINE-X
                    UNTIL NOT WUACC-IO-OK.

       1000-OPEN-CAMPAIGN-X.
           EXIT.

      *---------------------
       1100-OPEN-USER-LINE.
      *---------------------

      *
      *  A SUSPENDED USER HAS NO ACCESS TO ATTEST.  A USER WITH NO
      *  MANAGER HAS NO ONE TO ATTEST IT AND IS LISTED INSTEAD.
      *
           ADD 1                        TO WS-USER-READ-CNT.

           IF  NOT WUACC-ACCS-ACTIVE
               ADD 1                    TO WS-USER-SUSP-CNT
               GO TO 1100-NEXT-USER
           END-IF.

           IF  WUACC-MGR-USER-ID = SPACES
               ADD 1                    TO WS-NO-MGR-CNT
               PERFORM  1800-LIST-NO-MANAGER
                   THRU 1800-LIST-NO-MANAGER-X
               GO TO 1100-NEXT-USER
           END-IF.

           MOVE WS-CMPGN-ID             TO WUATT-CMPGN-ID.
           MOVE WUACC-MGR-USER-ID       TO WUATT-MGR-USER-ID.
           MOVE WUACC-USER-ID           TO WUATT-USER-ID.

           READ UATT-FILE
               INVALID KEY
                   MOVE '23'            TO WUATT-SEQ-FILE-STATUS
           END-READ.

           IF  WUATT-IO-OK
               ADD 1                    TO WS-ALREADY-CNT
               GO TO 1100-NEXT-USER
           END-IF.

           MOVE WUACC-SECUR-CLAS-ID     TO WS-CLAS-ID.
           PERFORM  1200-GET-USER-DETAIL
               THRU 1200-GET-USER-DETAIL-X.

           MOVE SPACES                  TO WUATT-REC-INFO.
           MOVE WS-CMPGN-ID             TO WUATT-CMPGN-ID.
           MOVE WUACC-MGR-USER-ID       TO WUATT-MGR-USER-ID.
           MOVE WUACC-USER-ID           TO WUATT-USER-ID.
           MOVE WUACC-SECUR-CLAS-ID     TO WUATT-SECUR-CLAS-ID.
           MOVE WS-ROLE-DESC-TXT        TO WUATT-ROLE-DESC-TXT.
           MOVE WS-HIRISK-CNT           TO WUATT-HIRISK-CNT.
           MOVE WS-LAST-SGNON-DT        TO WUATT-LAST-SGNON-DT.
           MOVE WS-PRCES-DT             TO WUATT-OPEN-DT.
           MOVE WS-DUE-DT               TO WUATT-DUE-DT.
           SET  WUATT-DCSN-PENDING      TO TRUE.

           MOVE TFCMD-WRITE-RECORD      TO WGLOB-IO-COMMAND.
           WRITE WUATT-REC-INFO
               INVALID KEY
                   MOVE '22'            TO WUATT-SEQ-FILE-STATUS
           END-WRITE.

           IF  NOT WUATT-IO-OK
               MOVE WUATT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WUATT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           ADD 1                        TO WS-OPENED-CNT.

           MOVE 'OP'                    TO WS-EVNT-CD.
           MOVE WS-DUE-DT               TO WS-RSN-TXT.
           MOVE WUATT-CMPGN-ID          TO RUAEV-CMPGN-ID.
           PERFORM  8000-WRITE-EVIDENCE
               THRU 8000-WRITE-EVIDENCE-X.

       1100-NEXT-USER.

           PERFORM  1990-UACC-READ-NEXT
               THRU 1990-UACC-READ-NEXT-X.

       1100-OPEN-USER-LINE-X.
           EXIT.

      *----------------------
       1200-GET-USER-DETAIL.
      *----------------------

      *
      *  THE ROLE OF THE USER'S CLASS, THE HIGH-RISK TRANSACTIONS IT
      *  MAY RUN AND THE USER'S LAST SUCCESSFUL SIGN-ON.  A ROLE NO
      *  LONGER ON FILE IS SHOWN AS SUCH - THE MANAGER SHOULD KNOW.
      *
           MOVE '*** ROLE NOT ON FILE ***'
                                        TO WS-ROLE-DESC-TXT.
           IF  WS-ROLE-OPEN
               MOVE WS-CLAS-ID          TO WROLE-ROLE-ID
               READ ROLE-FILE
                   INVALID KEY
                       MOVE '23'        TO WROLE-SEQ-FILE-STATUS
               END-READ
               IF  WROLE-IO-OK
                   MOVE WROLE-ROLE-DESC-TXT
                                        TO WS-ROLE-DESC-TXT
               END-IF
           END-IF.

           SET  WS-COUNT-ONLY           TO TRUE.
           PERFORM  1400-SCAN-HIGH-RISK
               THRU 1400-SCAN-HIGH-RISK-X.

           MOVE SPACES                  TO WS-LAST-SGNON-DT.
           IF  WS-USRL-OPEN
               MOVE WUACC-USER-ID       TO WUSRL-USER-ID
               READ USRL-FILE
                   INVALID KEY
                       MOVE '23'        TO WUSRL-SEQ-FILE-STATUS
               END-READ
               IF  WUSRL-IO-OK
                   MOVE WUSRL-LAST-SGNON-DT
                                        TO WS-LAST-SGNON-DT
               END-IF
           END-IF.

       1200-GET-USER-DETAIL-X.
           EXIT.

      *---------------------
       1400-SCAN-HIGH-RISK.
      *---------------------

      *
      *  COUNTS THE TRANSACTIONS THE CLASS IS ALLOWED THAT ARE
      *  FLAGGED HIGH-RISK ON THE MATRIX - AND, WHEN LISTING, PRINTS
      *  THEM UNDER THE USER EIGHT TO A LINE.
      *
           MOVE ZERO                    TO WS-HIRISK-CNT
                                           WS-TRAN-NUM.
           MOVE SPACES                  TO P-HIRISK-LINE.
           MOVE 'HIGH-RISK TRANSACTIONS:'
                                        TO P-HIRISK-LBL.

           IF  NOT WS-RPRM-OPEN
               GO TO 1400-SCAN-HIGH-RISK-X
           END-IF.

           MOVE WS-CLAS-ID              TO WRPRM-ROLE-ID.
           MOVE LOW-VALUES              TO WRPRM-TRAN-ID.

           START RPRM-FILE
               KEY IS NOT LESS THAN WRPRM-KEY
               INVALID KEY
                   MOVE '10'            TO WRPRM-SEQ-FILE-STATUS
           END-START.

           IF  WRPRM-IO-OK
               PERFORM  1490-RPRM-READ-NEXT
                   THRU 1490-RPRM-READ-NEXT-X
           END-IF.

           PERFORM  1410-TAKE-MATRIX-ROW
               THRU 1410-TAKE-MATRIX-ROW-X
                    UNTIL NOT WRPRM-IO-OK
                    OR    WRPRM-ROLE-ID NOT = WS-CLAS-ID.

           IF  WS-LIST-TRAN
           AND WS-TRAN-NUM > ZERO
               MOVE +1                  TO WPRT1-NUMBER-LINES
               MOVE P-HIRISK-LINE       TO RPRT1-SEQ-REC-INFO
               PERFORM  PRT1-1000-WRITE
                   THRU PRT1-1000-WRITE-X
           END-IF.

       1400-SCAN-HIGH-RISK-X.
           EXIT.

      *----------------------
       1410-TAKE-MATRIX-ROW.
      *----------------------

           IF  WRPRM-ALLOWED
           AND WRPRM-HIGH-RISK
               ADD 1                    TO WS-HIRISK-CNT
               IF  WS-LIST-TRAN
                   PERFORM  1420-LIST-TRAN
                       THRU 1420-LIST-TRAN-X
               END-IF
           END-IF.

           PERFORM  1490-RPRM-READ-NEXT
               THRU 1490-RPRM-READ-NEXT-X.

       1410-TAKE-MATRIX-ROW-X.
           EXIT.

      *----------------
       1420-LIST-TRAN.
      *----------------

           IF  WS-TRAN-NUM NOT < 8
               MOVE +1                  TO WPRT1-NUMBER-LINES
               MOVE P-HIRISK-LINE       TO RPRT1-SEQ-REC-INFO
               PERFORM  PRT1-1000-WRITE
                   THRU PRT1-1000-WRITE-X
               MOVE SPACES              TO P-HIRISK-LINE
               MOVE ZERO                TO WS-TRAN-NUM
           END-IF.

           ADD 1                        TO WS-TRAN-NUM.
           MOVE WRPRM-TRAN-ID       TO P-HIRISK-TRAN-ID (WS-TRAN-NUM).

       1420-LIST-TRAN-X.
           EXIT.

      *---------------------
       1490-RPRM-READ-NEXT.
      *---------------------

           READ RPRM-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WRPRM-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WRPRM-IO-OK
           AND NOT WRPRM-IO-EOF
               MOVE WRPRM-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WRPRM-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1490-RPRM-READ-NEXT-X.
           EXIT.

      *----------------------
       1800-LIST-NO-MANAGER.
      *----------------------

           IF  NOT WS-NO-MGR-HDG-DONE
               SET WS-NO-MGR-HDG-DONE   TO TRUE
               MOVE SPACES              TO P-MGR-LINE
               MOVE 'MANAGER:'          TO P-MGR-LINE (2:8)
               MOVE '(NONE)'            TO P-MGR-ID
               MOVE 'NOT OPENED FOR ATTESTATION - ASSIGN A MANAGER'
                                        TO P-MGR-NOTE-TXT
               MOVE +2                  TO WPRT1-NUMBER-LINES
               MOVE P-MGR-LINE          TO RPRT1-SEQ-REC-INFO
               PERFORM  PRT1-1000-WRITE
                   THRU PRT1-1000-WRITE-X
           END-IF.

           MOVE WUACC-SECUR-CLAS-ID     TO WS-CLAS-ID.
           PERFORM  1200-GET-USER-DETAIL
               THRU 1200-GET-USER-DETAIL-X.

           MOVE SPACES                  TO P-USER-LINE.
           MOVE WUACC-USER-ID           TO P-USR-ID.
           MOVE WUACC-SECUR-CLAS-ID     TO P-CLAS-ID.
           MOVE WS-ROLE-DESC-TXT        TO P-ROLE-DESC-TXT.
           MOVE WS-LAST-SGNON-DT        TO P-SGNON-DT.
           MOVE WS-HIRISK-CNT           TO P-HIRISK-CNT.
           MOVE 'NO MANAGER'            TO P-DCSN-TXT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-USER-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       1800-LIST-NO-MANAGER-X.
           EXIT.

      *---------------------
       1990-UACC-READ-NEXT.
      *---------------------

           READ UACC-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WUACC-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WUACC-IO-OK
           AND NOT WUACC-IO-EOF
               MOVE WUACC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WUACC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1990-UACC-READ-NEXT-X.
           EXIT.
      /
      *--------------------
       2000-LIST-CAMPAIGN.
      *--------------------

      *
      *  THE CAMPAIGN'S LINES IN MANAGER ORDER - EACH MANAGER'S LIST
      *  STARTS ON ITS OWN HEADING.
      *
           IF  NOT WS-UATT-OPEN
               GO TO 2000-LIST-CAMPAIGN-X
           END-IF.

           MOVE LOW-VALUES              TO WUATT-KEY.
           MOVE WS-CMPGN-ID             TO WUATT-CMPGN-ID.

           START UATT-FILE
               KEY IS NOT LESS THAN WUATT-KEY
               INVALID KEY
                   MOVE '10'            TO WUATT-SEQ-FILE-STATUS
           END-START.

           IF  WUATT-IO-OK
               PERFORM  2990-UATT-READ-NEXT
                   THRU 2990-UATT-READ-NEXT-X
           END-IF.

           PERFORM  2100-LIST-ONE-LINE
               THRU 2100-LIST-ONE-LINE-X
                    UNTIL NOT WUATT-IO-OK
                    OR    WUATT-CMPGN-ID NOT = WS-CMPGN-ID.

       2000-LIST-CAMPAIGN-X.
           EXIT.

      *--------------------
       2100-LIST-ONE-LINE.
      *--------------------

           IF  WUATT-MGR-USER-ID NOT = WS-CRNT-MGR-ID
               MOVE WUATT-MGR-USER-ID   TO WS-CRNT-MGR-ID
               ADD 1                    TO WS-MGR-CNT
               MOVE SPACES              TO P-MGR-LINE
               MOVE 'MANAGER:'          TO P-MGR-LINE (2:8)
               MOVE WUATT-MGR-USER-ID   TO P-MGR-ID
               MOVE +2                  TO WPRT1-NUMBER-LINES
               MOVE P-MGR-LINE          TO RPRT1-SEQ-REC-INFO
               PERFORM  PRT1-1000-WRITE
                   THRU PRT1-1000-WRITE-X
           END-IF.

           EVALUATE TRUE
               WHEN WUATT-DCSN-PENDING
                   ADD 1                TO WS-PENDING-CNT
                   MOVE 'PENDING'       TO P-DCSN-TXT
               WHEN WUATT-DCSN-CONFIRMED
                   ADD 1                TO WS-CONFIRMED-CNT
                   MOVE 'CONFIRMED'     TO P-DCSN-TXT
               WHEN WUATT-DCSN-REVOKED
                   ADD 1                TO WS-REVOKED-CNT
                   MOVE 'REVOKED'       TO P-DCSN-TXT
               WHEN OTHER
                   ADD 1                TO WS-EXPIRED-CNT
                   MOVE 'EXPIRED'       TO P-DCSN-TXT
           END-EVALUATE.

           MOVE WUATT-USER-ID           TO P-USR-ID.
           MOVE WUATT-SECUR-CLAS-ID     TO P-CLAS-ID.
           MOVE WUATT-ROLE-DESC-TXT     TO P-ROLE-DESC-TXT.
           MOVE WUATT-LAST-SGNON-DT     TO P-SGNON-DT.
           MOVE WUATT-HIRISK-CNT        TO P-HIRISK-CNT.
           MOVE WUATT-DUE-DT            TO P-DUE-DT.
           MOVE WUATT-DCSN-USER-ID      TO P-DCSN-USER-ID.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-USER-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WUATT-SECUR-CLAS-ID     TO WS-CLAS-ID.
           SET  WS-LIST-TRAN            TO TRUE.
           PERFORM  1400-SCAN-HIGH-RISK
               THRU 1400-SCAN-HIGH-RISK-X.

           PERFORM  2990-UATT-READ-NEXT
               THRU 2990-UATT-READ-NEXT-X.

       2100-LIST-ONE-LINE-X.
           EXIT.

      *---------------------
       2990-UATT-READ-NEXT.
      *---------------------

           READ UATT-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WUATT-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WUATT-IO-OK
           AND NOT WUATT-IO-EOF
               MOVE WUATT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WUATT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       2990-UATT-READ-NEXT-X.
           EXIT.
      /
      *-------------------
       3000-EXPIRE-LINES.
      *-------------------

      *
      *  EVERY CAMPAIGN, NOT ONLY THE CURRENT ONE - A LINE LEFT
      *  PENDING IS EXPIRED HOWEVER OLD IT IS.
      *
           IF  NOT WS-UATT-OPEN
               GO TO 3000-EXPIRE-LINES-X
           END-IF.

           MOVE LOW-VALUES              TO WUATT-KEY.

           START UATT-FILE
               KEY IS NOT LESS THAN WUATT-KEY
               INVALID KEY
                   MOVE '10'            TO WUATT-SEQ-FILE-STATUS
           END-START.

           IF  WUATT-IO-OK
               PERFORM  2990-UATT-READ-NEXT
                   THRU 2990-UATT-READ-NEXT-X
           END-IF.

           PERFORM  3100-EXPIRE-ONE-LINE
               THRU 3100-EXPIRE-ONE-LINE-X
                    UNTIL NOT WUATT-IO-OK.

       3000-EXPIRE-LINES-X.
           EXIT.

      *----------------------
       3100-EXPIRE-ONE-LINE.
      *----------------------

           ADD 1                        TO WS-LINE-READ-CNT.

           IF  NOT WUATT-DCSN-PENDING
           OR  WUATT-DUE-DT NOT < WS-PRCES-DT
               GO TO 3100-NEXT-LINE
           END-IF.

           SET  WUATT-DCSN-EXPIRED      TO TRUE.
           MOVE WGLOB-USER-ID           TO WUATT-DCSN-USER-ID.
           MOVE WS-PRCES-DT             TO WUATT-DCSN-DT.
           MOVE WGLOB-SYSTEM-TIME       TO WUATT-DCSN-TIME.
           MOVE 'NOT ATTESTED BY THE DUE DATE'
                                        TO WUATT-DCSN-RSN-TXT.

           MOVE TFCMD-REWRITE-RECORD    TO WGLOB-IO-COMMAND.
           REWRITE WUATT-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WUATT-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WUATT-IO-OK
               MOVE WUATT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WUATT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           ADD 1                        TO WS-EXPIRED-CNT.

      *
      *  THE USER IS SUSPENDED UNLESS ALREADY SUSPENDED - A USER
      *  REVOKED OR DORMANT KEEPS THE FIRST REASON.  THE EXPIRY IS
      *  EVIDENCE EITHER WAY.
      *
           IF  NOT WS-UACC-OPEN
               GO TO 3100-NEXT-LINE
           END-IF.

           MOVE WUATT-USER-ID           TO WUACC-USER-ID.
           READ UACC-FILE
               INVALID KEY
                   MOVE '23'            TO WUACC-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WUACC-IO-OK
               GO TO 3100-NEXT-LINE
           END-IF.

           MOVE 'NA'                    TO WS-EVNT-CD
                                           WS-SUSP-RSN-CD.
           MOVE WUATT-DCSN-RSN-TXT      TO WS-RSN-TXT.
           MOVE WUATT-LAST-SGNON-DT     TO WS-LAST-SGNON-DT.

           IF  WUACC-ACCS-ACTIVE
               ADD 1                    TO WS-NA-SUSP-CNT
               PERFORM  4500-SUSPEND-USER
                   THRU 4500-SUSPEND-USER-X
           END-IF.

           MOVE WUATT-CMPGN-ID          TO RUAEV-CMPGN-ID.
           PERFORM  8000-WRITE-EVIDENCE
               THRU 8000-WRITE-EVIDENCE-X.

           MOVE WUATT-CMPGN-ID          TO P-SUSP-CMPGN-ID.
           PERFORM  8400-WRITE-SUSPEND-LINE
               THRU 8400-WRITE-SUSPEND-LINE-X.

       3100-NEXT-LINE.

           PERFORM  2990-UATT-READ-NEXT
               THRU 2990-UATT-READ-NEXT-X.

       3100-EXPIRE-ONE-LINE-X.
           EXIT.
      /
      *---------------------
       4000-CHECK-DORMANCY.
      *---------------------

           IF  NOT WS-UACC-OPEN
               GO TO 4000-CHECK-DORMANCY-X
           END-IF.

           MOVE LOW-VALUES              TO WUACC-KEY.

           START UACC-FILE
               KEY IS NOT LESS THAN WUACC-KEY
               INVALID KEY
                   MOVE '10'            TO WUACC-SEQ-FILE-STATUS
           END-START.

           IF  WUACC-IO-OK
               PERFORM  1990-UACC-READ-NEXT
                   THRU 1990-UACC-READ-NEXT-X
           END-IF.

           PERFORM  4100-CHECK-ONE-USER
               THRU 4100-CHECK-ONE-USER-X
                    UNTIL NOT WUACC-IO-OK.

       4000-CHECK-DORMANCY-X.
           EXIT.

      *---------------------
       4100-CHECK-ONE-USER.
      *---------------------

      *
      *  THE USER WAS LAST ACTIVE AT THE LATER OF THE LAST
      *  SUCCESSFUL SIGN-ON AND THE GRANT (OR REINSTATEMENT).
      *
           ADD 1                        TO WS-USER-READ-CNT.

           IF  NOT WUACC-ACCS-ACTIVE
               ADD 1                    TO WS-USER-SUSP-CNT
               GO TO 4100-NEXT-USER
           END-IF.

           MOVE SPACES                  TO WS-LAST-SGNON-DT.
           IF  WS-USRL-OPEN
               MOVE WUACC-USER-ID       TO WUSRL-USER-ID
               READ USRL-FILE
                   INVALID KEY
                       MOVE '23'        TO WUSRL-SEQ-FILE-STATUS
               END-READ
               IF  WUSRL-IO-OK
                   MOVE WUSRL-LAST-SGNON-DT
                                        TO WS-LAST-SGNON-DT
               END-IF
           END-IF.

           MOVE WUACC-GRANT-DT          TO WS-LAST-ACTV-DT.
           IF  WS-LAST-SGNON-DT > WS-LAST-ACTV-DT
               MOVE WS-LAST-SGNON-DT    TO WS-LAST-ACTV-DT
           END-IF.

           IF  WS-LAST-ACTV-DT NOT < WS-CUTOFF-DT
               GO TO 4100-NEXT-USER
           END-IF.

           MOVE 'DM'                    TO WS-EVNT-CD
                                           WS-SUSP-RSN-CD.
           MOVE 'NO SIGN-ON IN THE DORMANCY PERIOD'
                                        TO WS-RSN-TXT.

           ADD 1                        TO WS-DM-SUSP-CNT.
           PERFORM  4500-SUSPEND-USER
               THRU 4500-SUSPEND-USER-X.

           MOVE SPACES                  TO RUAEV-CMPGN-ID.
           PERFORM  8000-WRITE-EVIDENCE
               THRU 8000-WRITE-EVIDENCE-X.

           MOVE SPACES                  TO P-SUSP-CMPGN-ID.
           PERFORM  8400-WRITE-SUSPEND-LINE
               THRU 8400-WRITE-SUSPEND-LINE-X.

       4100-NEXT-USER.

           PERFORM  1990-UACC-READ-NEXT
               THRU 1990-UACC-READ-NEXT-X.

       4100-CHECK-ONE-USER-X.
           EXIT.

      *-------------------
       4500-SUSPEND-USER.
      *-------------------

      *
      *  THE USER ACCESS ROW IS THE ONE LAST READ.
      *
           SET  WUACC-ACCS-SUSPENDED    TO TRUE.
           MOVE WS-SUSP-RSN-CD          TO WUACC-SUSP-RSN-CD.
           MOVE WS-PRCES-DT             TO WUACC-SUSP-DT.
           MOVE WGLOB-USER-ID           TO WUACC-SUSP-USER-ID
                                           WUACC-LAST-CHG-USER-ID.
           MOVE WS-PRCES-DT             TO WUACC-LAST-CHG-DT.

           MOVE TFCMD-REWRITE-RECORD    TO WGLOB-IO-COMMAND.
           REWRITE WUACC-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WUACC-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WUACC-IO-OK
               MOVE WUACC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WUACC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       4500-SUSPEND-USER-X.
           EXIT.
      /
      *---------------------
       8000-WRITE-EVIDENCE.
      *---------------------

      *
      *  THE CAMPAIGN IS SET BY THE CALLER.  A RECORD THAT CANNOT BE
      *  WRITTEN STOPS THE RUN - NOTHING IS DONE WITHOUT EVIDENCE.
      *
           MOVE WS-EVNT-CD              TO RUAEV-EVNT-CD.
           MOVE WUACC-USER-ID           TO RUAEV-USER-ID.
           MOVE WUACC-SECUR-CLAS-ID     TO RUAEV-SECUR-CLAS-ID.
           MOVE WUACC-MGR-USER-ID       TO RUAEV-MGR-USER-ID.
           MOVE WGLOB-USER-ID           TO RUAEV-BY-USER-ID.
           MOVE SPACES                  TO RUAEV-TERM-ID.
           MOVE WS-PRCES-DT             TO RUAEV-EVNT-DT.
           MOVE WGLOB-SYSTEM-TIME       TO RUAEV-EVNT-TIME.
           MOVE WPGWS-CRNT-PGM-ID       TO RUAEV-PGM-ID.
           MOVE WS-RSN-TXT              TO RUAEV-RSN-TXT.

           MOVE TFCMD-WRITE-RECORD      TO WUAEV-SEQ-IO-COMMAND.
           WRITE RUAEV-SEQ-REC-INFO.

           IF  WUAEV-SEQ-FILE-STATUS NOT = ZERO
               PERFORM 9700-HANDLE-UAEV-ERROR
                  THRU 9700-HANDLE-UAEV-ERROR-X
           END-IF.

       8000-WRITE-EVIDENCE-X.
           EXIT.

      *-------------------------
       8400-WRITE-SUSPEND-LINE.
      *-------------------------

      *
      *  THE CAMPAIGN IS SET BY THE CALLER.
      *
           MOVE WUACC-USER-ID           TO P-SUSP-USR-ID.
           MOVE WUACC-SECUR-CLAS-ID     TO P-SUSP-CLAS-ID.
           MOVE WUACC-MGR-USER-ID       TO P-SUSP-MGR-ID.
           MOVE WS-LAST-SGNON-DT        TO P-SUSP-SGNON-DT.
           MOVE WUACC-GRANT-DT          TO P-SUSP-GRANT-DT.
           MOVE WS-RSN-TXT              TO P-SUSP-RSN-TXT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-SUSP-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8400-WRITE-SUSPEND-LINE-X.
           EXIT.

      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE CR-RUN-MODE              TO P-RUN-MODE.
           MOVE WS-CMPGN-ID              TO P-CMPGN-ID.
           MOVE CR-ATTEST-DAYS           TO P-ATTEST-DAYS.
           MOVE CR-DORM-DAYS             TO P-DORM-DAYS.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'USERS ON THE ACCESS REGISTER'
                                         TO P-SUM-LBL.
           MOVE WS-USER-READ-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  ALREADY SUSPENDED'    TO P-SUM-LBL.
           MOVE WS-USER-SUSP-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           IF  CR-MODE-OPEN
               PERFORM  8620-WRITE-OPEN-COUNTS
                   THRU 8620-WRITE-OPEN-COUNTS-X
           ELSE
               PERFORM  8630-WRITE-ENFORCE-COUNTS
                   THRU 8630-WRITE-ENFORCE-COUNTS-X
           END-IF.

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

      *------------------------
       8620-WRITE-OPEN-COUNTS.
      *------------------------

           MOVE 'LINES OPENED FOR ATTESTATION'
                                         TO P-SUM-LBL.
           MOVE WS-OPENED-CNT            TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'LINES ALREADY OPEN FROM AN EARLIER RUN'
                                         TO P-SUM-LBL.
           MOVE WS-ALREADY-CNT           TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'USERS WITH NO MANAGER - NOT OPENED'
                                         TO P-SUM-LBL.
           MOVE WS-NO-MGR-CNT            TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'MANAGERS LISTED'        TO P-SUM-LBL.
           MOVE WS-MGR-CNT               TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'LINES PENDING'          TO P-SUM-LBL.
           MOVE WS-PENDING-CNT           TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'LINES CONFIRMED'        TO P-SUM-LBL.
           MOVE WS-CONFIRMED-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'LINES REVOKED'          TO P-SUM-LBL.
           MOVE WS-REVOKED-CNT           TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'LINES EXPIRED'          TO P-SUM-LBL.
           MOVE WS-EXPIRED-CNT           TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

       8620-WRITE-OPEN-COUNTS-X.
           EXIT.

      *---------------------------
       8630-WRITE-ENFORCE-COUNTS.
      *---------------------------

           MOVE 'ATTESTATION LINES READ' TO P-SUM-LBL.
           MOVE WS-LINE-READ-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'LINES EXPIRED - NOT ATTESTED BY DUE DATE'
                                         TO P-SUM-LBL.
           MOVE WS-EXPIRED-CNT           TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'USERS SUSPENDED - NOT ATTESTED'
                                         TO P-SUM-LBL.
           MOVE WS-NA-SUSP-CNT           TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'USERS SUSPENDED - DORMANT'
                                         TO P-SUM-LBL.
           MOVE WS-DM-SUSP-CNT           TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

       8630-WRITE-ENFORCE-COUNTS-X.
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
           IF  CR-MODE-OPEN
               MOVE 'USER ACCESS RECERTIFICATION - LISTS BY MANAGER'
                                       TO P-HEAD-TITLE
               MOVE 'CAMPAIGN:'        TO P-HEAD-CMPGN-LBL
               MOVE WS-CMPGN-ID        TO P-HEAD-CMPGN-ID
           ELSE
               MOVE 'USER ACCESS RECERTIFICATION - SUSPENSIONS'
                                       TO P-HEAD-TITLE
           END-IF.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-3          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           IF  CR-MODE-OPEN
               MOVE P-HEAD-LINE-4      TO RPRT1-SEQ-REC-INFO
           ELSE
               MOVE P-HEAD-LINE-5      TO RPRT1-SEQ-REC-INFO
           END-IF.
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
      * NO ACCESS REGISTER YET MEANS NO USERS TO RECERTIFY.
      *
           OPEN I-O UACC-FILE.
           IF  WUACC-IO-OK
               SET WS-UACC-OPEN         TO TRUE
           ELSE
               IF  NOT WUACC-IO-NOFILE
                   MOVE WUACC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WUACC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
      *MSG: (I) NO USER ACCESS REGISTER - NO USERS TO RECERTIFY
               MOVE 'ZSUARC0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

      *
      * THE ATTESTATION FILE IS CREATED BY THE FIRST RUN.
      *
           OPEN I-O UATT-FILE.
           IF  WUATT-IO-NOFILE
               OPEN OUTPUT UATT-FILE
               CLOSE UATT-FILE
               OPEN I-O UATT-FILE
           END-IF.
           IF  WUATT-IO-OK
               SET WS-UATT-OPEN         TO TRUE
           ELSE
               MOVE WUATT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WUATT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

      *
      * NO ROLE MASTER, MATRIX OR SIGN-ON MASTER YET MEANS NO ROLE
      * DESCRIPTION, NO HIGH-RISK TRANSACTION OR NO SIGN-ON TO SHOW.
      *
           OPEN INPUT ROLE-FILE.
           IF  WROLE-IO-OK
               SET WS-ROLE-OPEN         TO TRUE
           ELSE
               IF  NOT WROLE-IO-NOFILE
                   MOVE WROLE-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WROLE-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           OPEN INPUT RPRM-FILE.
           IF  WRPRM-IO-OK
               SET WS-RPRM-OPEN         TO TRUE
           ELSE
               IF  NOT WRPRM-IO-NOFILE
                   MOVE WRPRM-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WRPRM-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           OPEN INPUT USRL-FILE.
           IF  WUSRL-IO-OK
               SET WS-USRL-OPEN         TO TRUE
           ELSE
               IF  NOT WUSRL-IO-NOFILE
                   MOVE WUSRL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WUSRL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

      *
      * THE EVIDENCE LOG IS APPENDED TO ON EVERY RUN.
      *
           MOVE TFCMD-OPEN-EXTEND-FILE  TO WUAEV-SEQ-IO-COMMAND.
           OPEN EXTEND UAEV-DATA-FILE.
           IF  WUAEV-SEQ-FILE-STATUS = '35'
               MOVE TFCMD-OPEN-O-FILE   TO WUAEV-SEQ-IO-COMMAND
               OPEN OUTPUT UAEV-DATA-FILE
           END-IF.
           IF  WUAEV-SEQ-FILE-STATUS NOT = ZERO
               PERFORM 9700-HANDLE-UAEV-ERROR
                  THRU 9700-HANDLE-UAEV-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------------
       9700-HANDLE-UAEV-ERROR.
      *-----------------------

           MOVE WUAEV-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WUAEV-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WUAEV-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-UAEV-ERROR-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           IF  CR-MODE-OPEN
               MOVE WS-OPENED-CNT        TO  WS-DISP-CTR
               MOVE WS-DISP-CTR          TO  WGLOB-MSG-PARM (1)
               MOVE 'ZSUARC0004'         TO  WGLOB-MSG-REF-INFO
      *MSG: (I) TOTAL ACCESS ATTESTATION LINES OPENED @1
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           ELSE
               COMPUTE WS-SUM-CNT = WS-NA-SUSP-CNT + WS-DM-SUSP-CNT
               MOVE WS-SUM-CNT           TO  WS-DISP-CTR
               MOVE WS-DISP-CTR          TO  WGLOB-MSG-PARM (1)
               MOVE 'ZSUARC0005'         TO  WGLOB-MSG-REF-INFO
      *MSG: (I) TOTAL USERS SUSPENDED @1
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-UACC-OPEN
               CLOSE UACC-FILE
           END-IF.

           IF  WS-UATT-OPEN
               CLOSE UATT-FILE
           END-IF.

           IF  WS-ROLE-OPEN
               CLOSE ROLE-FILE
           END-IF.

           IF  WS-RPRM-OPEN
               CLOSE RPRM-FILE
           END-IF.

           IF  WS-USRL-OPEN
               CLOSE USRL-FILE
           END-IF.

           CLOSE UAEV-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.
      /
       COPY XCPL0035.
       COPY CCPPCCC.
       COPY CCPL0950.
       COPY XCPL0260.
       COPY XCPL0040.
       COPY XCPL1610.
       COPY XCPL1680.
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
      **                 END OF PROGRAM ZSBMUARC                     **
      *****************************************************************
