      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMSODR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMSODR                                         **
      **  REMARKS: MONTHLY SEGREGATION-OF-DUTIES REPORT FOR THE      **
      **           SECURITY OFFICER.  TWO SECTIONS:                  **
      **                                                             **
      **           CONFLICTS - EVERY ROLE (ROLE) THE PERMISSION      **
      **           MATRIX (RPRM) ALLOWS BOTH SIDES OF AN ACTIVE      **
      **           CONFLICT RULE (SODR), WITH THE STATE OF THE       **
      **           EXCEPTION FOR THE ROLE AND RULE (SODX) AND THE    **
      **           ACTIVE USERS ON THE USER ACCESS REGISTER (UACC)   **
      **           WHO HOLD THE ROLE.  A CONFLICT WITH NO EXCEPTION  **
      **           IN FORCE WAS IN PLACE BEFORE THE RULE WAS ADDED   **
      **           AND MUST BE RESOLVED THROUGH ZSRQROLM OR COVERED  **
      **           THROUGH ZSRQSODM.                                 **
      **                                                             **
      **           EXCEPTIONS - EVERY ROW ON THE EXCEPTION REGISTER  **
      **           WITH WHO ASKED FOR IT, WHO APPROVED IT AND WHEN   **
      **           IT EXPIRES.  AN EXCEPTION EXPIRED, EXPIRING       **
      **           WITHIN THE WARNING DAYS, STILL PENDING, OR NO     **
      **           LONGER NEEDED (RULE GONE OR INACTIVE, OR THE      **
      **           ROLE NO LONGER HOLDS BOTH SIDES) IS FLAGGED.      **
      **                                                             **
      **           REPORT ONLY - NOTHING IS UPDATED.                 **
      **                                                             **
      **           CONTROL CARD: EXPIRY WARNING DAYS (BLANK = 30).   **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  SC                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51291**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHSODR.

           COPY CCFHSODX.

           COPY CCFHROLE.

           COPY CCFHRPRM.

           COPY CCFHUACC.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWSODR.

       COPY CCFWSODX.

       COPY CCFWROLE.

       COPY CCFWRPRM.

       COPY CCFWUACC.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMSODR'.

       COPY SQLCA.

       COPY CCWWSODR.

       COPY CCWWSODX.

       COPY CCWWROLE.

       COPY CCWWRPRM.

       COPY CCWWUACC.

      ****************************************************************
      *    CONTROL CARD - EXPIRY WARNING DAYS
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-WARN-DAYS-X                  PIC X(03).
           02  CR-WARN-DAYS REDEFINES CR-WARN-DAYS-X
                                               PIC 9(03).
           02  FILLER                          PIC X(70).

       01  WS-WORK-AREA.
           05  WS-PRCES-DT               PIC X(10)  VALUE SPACES.
           05  WS-WARN-DT                PIC X(10)  VALUE SPACES.
           05  WS-ROLE-ID                PIC X(08)  VALUE SPACES.
           05  WS-SIDE-TRAN-ID           PIC X(08)  VALUE SPACES.
           05  WS-USER-NUM               PIC S9(04) COMP VALUE +0.
           05  WS-CARD-SW                PIC X(01)  VALUE 'Y'.
               88  WS-CARD-VALID                    VALUE 'Y'.
               88  WS-CARD-INVALID                  VALUE 'N'.
           05  WS-SIDE-SW                PIC X(01)  VALUE 'N'.
               88  WS-SIDE-ALLOWED                  VALUE 'Y'.
               88  WS-SIDE-NOT-ALLOWED              VALUE 'N'.
           05  WS-BOTH-SW                PIC X(01)  VALUE 'N'.
               88  WS-BOTH-SIDES-HELD               VALUE 'Y'.
               88  WS-NOT-BOTH-SIDES                VALUE 'N'.
           05  WS-SODR-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-SODR-OPEN                     VALUE 'Y'.
           05  WS-SODX-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-SODX-OPEN                     VALUE 'Y'.
           05  WS-ROLE-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-ROLE-OPEN                     VALUE 'Y'.
           05  WS-RPRM-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-RPRM-OPEN                     VALUE 'Y'.
           05  WS-UACC-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-UACC-OPEN                     VALUE 'Y'.

       01  WS-REPORT-TOTALS.
           05  WS-ROLE-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-RULE-ACTV-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-CNFLT-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-CNFLT-NO-EXCP-CNT    PIC S9(07) COMP-3 VALUE +0.
           05  WS-CNFLT-IN-FORCE-CNT   PIC S9(07) COMP-3 VALUE +0.
           05  WS-CNFLT-USER-CNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXCP-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXCP-PENDING-CNT     PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXCP-IN-FORCE-CNT    PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXCP-EXPIRING-CNT    PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXCP-EXPIRED-CNT     PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXCP-WITHDRAWN-CNT   PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXCP-UNNEEDED-CNT    PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  P-HEAD-TITLE                PIC X(50).
           03  P-HEAD-DT-LBL               PIC X(06).
           03  P-HEAD-DT                   PIC X(10).

       01  P-SECTION-LINE.
           03  FILLER                      PIC X(01).
           03  P-SECTION-TXT               PIC X(60).

       01  P-CNFLT-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'ROLE'.
           03  FILLER                      PIC X(32)
               VALUE 'DESCRIPTION'.
           03  FILLER                      PIC X(19)
               VALUE 'CONFLICTING PAIR'.
           03  FILLER                      PIC X(42)
               VALUE 'RULE'.
           03  FILLER                      PIC X(24)
               VALUE 'EXCEPTION'.

       01  P-CNFLT-LINE.
           03  FILLER                      PIC X(01).
           03  P-CNFLT-ROLE-ID             PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-CNFLT-ROLE-DESC-TXT       PIC X(30).
           03  FILLER                      PIC X(02).
           03  P-CNFLT-TRAN-ID-1           PIC X(08).
           03  FILLER                      PIC X(01).
           03  P-CNFLT-TRAN-ID-2           PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-CNFLT-RULE-DESC-TXT       PIC X(40).
           03  FILLER                      PIC X(02).
           03  P-CNFLT-STAT-TXT            PIC X(13).
           03  P-CNFLT-STAT-DT             PIC X(10).

       01  P-USER-LINE.
           03  FILLER                      PIC X(11).
           03  P-USER-LBL                  PIC X(14).
           03  P-USER                      OCCURS 10 TIMES.
               05  P-USER-ID               PIC X(08).
               05  FILLER                  PIC X(01).

       01  P-EXCP-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'ROLE'.
           03  FILLER                      PIC X(19)
               VALUE 'CONFLICTING PAIR'.
           03  FILLER                      PIC X(12)
               VALUE 'STATUS'.
           03  FILLER                      PIC X(21)
               VALUE 'REQUESTED'.
           03  FILLER                      PIC X(21)
               VALUE 'APPROVED'.
           03  FILLER                      PIC X(12)
               VALUE 'EXPIRES'.
           03  FILLER                      PIC X(30)
               VALUE 'NOTE'.

       01  P-EXCP-LINE.
           03  FILLER                      PIC X(01).
           03  P-EXCP-ROLE-ID              PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-EXCP-TRAN-ID-1            PIC X(08).
           03  FILLER                      PIC X(01).
           03  P-EXCP-TRAN-ID-2            PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-EXCP-STAT-TXT             PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-EXCP-RQST-USER-ID         PIC X(08).
           03  FILLER                      PIC X(01).
           03  P-EXCP-RQST-DT              PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-EXCP-APPRV-USER-ID        PIC X(08).
           03  FILLER                      PIC X(01).
           03  P-EXCP-APPRV-DT             PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-EXCP-XPRY-DT              PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-EXCP-NOTE-TXT             PIC X(30).

       01  P-EXCP-RSN-LINE.
           03  FILLER                      PIC X(11).
           03  P-EXCP-RSN-LBL              PIC X(08).
           03  P-EXCP-RSN-TXT              PIC X(40).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'PROCESS DATE:'.
           03  P-PRCES-DT                  PIC X(10).
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(22)
               VALUE 'EXPIRY WARNING DAYS:'.
           03  P-WARN-DAYS                 PIC ZZ9.

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

           PERFORM  1000-LIST-CONFLICTS
               THRU 1000-LIST-CONFLICTS-X.

           PERFORM  2000-LIST-EXCEPTIONS
               THRU 2000-LIST-EXCEPTIONS-X.

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
      *MSG: (S) MISSING SEGREGATION-OF-DUTIES REPORT CONTROL CARD
               MOVE 'ZSSODR0001'        TO WGLOB-MSG-REF-INFO
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

           MOVE WPGWS-CRNT-PGM-ID       TO WGLOB-USER-ID.
           SET  WGLOB-ENVRMNT-BATCH     TO TRUE.

           IF  CR-WARN-DAYS-X = SPACES
               MOVE 30                  TO CR-WARN-DAYS
           END-IF.
           IF  CR-WARN-DAYS NOT NUMERIC
               SET WS-CARD-INVALID      TO TRUE
           END-IF.

           IF  WS-CARD-INVALID
      *MSG: (S) INVALID SEGREGATION-OF-DUTIES REPORT CONTROL CARD
               MOVE 'ZSSODR0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

      *
      *  AN APPROVED EXCEPTION EXPIRING ON OR BEFORE THE WARNING DATE
      *  IS FLAGGED FOR RENEWAL.
      *
           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WGLOB-PROCESS-DATE      TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-MONTHS.
           MOVE CR-WARN-DAYS            TO L1680-NUMBER-OF-DAYS.
           PERFORM  1680-3000-ADD-Y-M-D-TO-DATE
               THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-WARN-DT.

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
      /
      *---------------------
       1000-LIST-CONFLICTS.
      *---------------------

      *
      *  EVERY ROLE AGAINST EVERY ACTIVE RULE - INACTIVE ROLES TOO,
      *  SINCE A ROLE CAN BE MADE ACTIVE AGAIN WITH ITS MATRIX AS IT
      *  STANDS.
      *
           MOVE SPACES                  TO P-SECTION-LINE.
           MOVE 'CONFLICTS - ROLES ALLOWED BOTH SIDES OF A RULE'
                                        TO P-SECTION-TXT.
           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-SECTION-LINE          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-CNFLT-HEAD-LINE       TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           IF  NOT WS-ROLE-OPEN
           OR  NOT WS-SODR-OPEN
           OR  NOT WS-RPRM-OPEN
               GO TO 1000-LIST-CONFLICTS-X
           END-IF.

           MOVE LOW-VALUES              TO WROLE-KEY.

           START ROLE-FILE
               KEY IS NOT LESS THAN WROLE-KEY
               INVALID KEY
                   MOVE '10'            TO WROLE-SEQ-FILE-STATUS
           END-START.

           IF  WROLE-IO-OK
               PERFORM  1990-ROLE-READ-NEXT
                   THRU 1990-ROLE-READ-NEXT-X
           END-IF.

           PERFORM  1100-CHECK-ONE-ROLE
               THRU 1100-CHECK-ONE-ROLE-X
                    UNTIL NOT WROLE-IO-OK.

       1000-LIST-CONFLICTS-X.
           EXIT.

      *---------------------
       1100-CHECK-ONE-ROLE.
      *---------------------

           ADD 1                        TO WS-ROLE-READ-CNT.
           MOVE WROLE-ROLE-ID           TO WS-ROLE-ID.

           MOVE LOW-VALUES              TO WSODR-KEY.

           START SODR-FILE
               KEY IS NOT LESS THAN WSODR-KEY
               INVALID KEY
                   MOVE '10'            TO WSODR-SEQ-FILE-STATUS
           END-START.

           IF  WSODR-IO-OK
               PERFORM  1980-SODR-READ-NEXT
                   THRU 1980-SODR-READ-NEXT-X
           END-IF.

           PERFORM  1200-CHECK-ONE-RULE
               THRU 1200-CHECK-ONE-RULE-X
                    UNTIL NOT WSODR-IO-OK.

           PERFORM  1990-ROLE-READ-NEXT
               THRU 1990-ROLE-READ-NEXT-X.

       1100-CHECK-ONE-ROLE-X.
           EXIT.

      *---------------------
       1200-CHECK-ONE-RULE.
      *---------------------

           IF  NOT WSODR-RULE-ACTIVE
               GO TO 1200-NEXT-RULE
           END-IF.

           IF  WS-ROLE-READ-CNT = 1
               ADD 1                    TO WS-RULE-ACTV-CNT
           END-IF.

           PERFORM  1300-CHECK-BOTH-SIDES
               THRU 1300-CHECK-BOTH-SIDES-X.

           IF  WS-NOT-BOTH-SIDES
               GO TO 1200-NEXT-RULE
           END-IF.

           ADD 1                        TO WS-CNFLT-CNT.

           MOVE SPACES                  TO P-CNFLT-LINE.
           MOVE WS-ROLE-ID              TO P-CNFLT-ROLE-ID.
           MOVE WROLE-ROLE-DESC-TXT     TO P-CNFLT-ROLE-DESC-TXT.
           MOVE WSODR-TRAN-ID-1         TO P-CNFLT-TRAN-ID-1.
           MOVE WSODR-TRAN-ID-2         TO P-CNFLT-TRAN-ID-2.
           MOVE WSODR-RULE-DESC-TXT     TO P-CNFLT-RULE-DESC-TXT.

           PERFORM  1400-GET-EXCEPTION-STATE
               THRU 1400-GET-EXCEPTION-STATE-X.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-CNFLT-LINE            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  1500-LIST-ROLE-USERS
               THRU 1500-LIST-ROLE-USERS-X.

       1200-NEXT-RULE.

           PERFORM  1980-SODR-READ-NEXT
               THRU 1980-SODR-READ-NEXT-X.

       1200-CHECK-ONE-RULE-X.
           EXIT.

      *-----------------------
       1300-CHECK-BOTH-SIDES.
      *-----------------------

      *
      *  THE ROLE IN WS-ROLE-ID AGAINST THE RULE LAST READ.
      *
           SET  WS-NOT-BOTH-SIDES       TO TRUE.

           MOVE WSODR-TRAN-ID-1         TO WS-SIDE-TRAN-ID.
           PERFORM  1310-CHECK-SIDE
               THRU 1310-CHECK-SIDE-X.
           IF  WS-SIDE-NOT-ALLOWED
               GO TO 1300-CHECK-BOTH-SIDES-X
           END-IF.

           MOVE WSODR-TRAN-ID-2         TO WS-SIDE-TRAN-ID.
           PERFORM  1310-CHECK-SIDE
               THRU 1310-CHECK-SIDE-X.
           IF  WS-SIDE-ALLOWED
               SET WS-BOTH-SIDES-HELD   TO TRUE
           END-IF.

       1300-CHECK-BOTH-SIDES-X.
           EXIT.

      *-----------------
       1310-CHECK-SIDE.
      *-----------------

           SET  WS-SIDE-NOT-ALLOWED     TO TRUE.

           MOVE WS-ROLE-ID              TO WRPRM-ROLE-ID.
           MOVE WS-SIDE-TRAN-ID         TO WRPRM-TRAN-ID.

           READ RPRM-FILE
               INVALID KEY
                   MOVE '23'            TO WRPRM-SEQ-FILE-STATUS
           END-READ.

           IF  WRPRM-IO-OK
           AND WRPRM-ALLOWED
               SET WS-SIDE-ALLOWED      TO TRUE
           END-IF.

       1310-CHECK-SIDE-X.
           EXIT.

      *--------------------------
       1400-GET-EXCEPTION-STATE.
      *--------------------------

           MOVE 'NO EXCEPTION'          TO P-CNFLT-STAT-TXT.
           MOVE SPACES                  TO P-CNFLT-STAT-DT.

           IF  NOT WS-SODX-OPEN
               ADD 1                    TO WS-CNFLT-NO-EXCP-CNT
               GO TO 1400-GET-EXCEPTION-STATE-X
           END-IF.

           MOVE WS-ROLE-ID              TO WSODX-ROLE-ID.
           MOVE WSODR-TRAN-ID-1         TO WSODX-TRAN-ID-1.
           MOVE WSODR-TRAN-ID-2         TO WSODX-TRAN-ID-2.

           READ SODX-FILE
               INVALID KEY
                   MOVE '23'            TO WSODX-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WSODX-IO-OK
               ADD 1                    TO WS-CNFLT-NO-EXCP-CNT
               GO TO 1400-GET-EXCEPTION-STATE-X
           END-IF.

           EVALUATE TRUE
               WHEN WSODX-EXCP-APPROVED
               AND  WSODX-XPRY-DT NOT < WS-PRCES-DT
                   ADD 1                TO WS-CNFLT-IN-FORCE-CNT
                   MOVE 'EXCEPTION TO' TO P-CNFLT-STAT-TXT
                   MOVE WSODX-XPRY-DT   TO P-CNFLT-STAT-DT
               WHEN WSODX-EXCP-APPROVED
                   ADD 1                TO WS-CNFLT-NO-EXCP-CNT
                   MOVE 'EXPIRED'       TO P-CNFLT-STAT-TXT
                   MOVE WSODX-XPRY-DT   TO P-CNFLT-STAT-DT
               WHEN WSODX-EXCP-PENDING
                   ADD 1                TO WS-CNFLT-NO-EXCP-CNT
                   MOVE 'PENDING'       TO P-CNFLT-STAT-TXT
               WHEN OTHER
                   ADD 1                TO WS-CNFLT-NO-EXCP-CNT
                   MOVE 'WITHDRAWN'     TO P-CNFLT-STAT-TXT
           END-EVALUATE.

       1400-GET-EXCEPTION-STATE-X.
           EXIT.

      *----------------------
       1500-LIST-ROLE-USERS.
      *----------------------

      *
      *  THE ACTIVE USERS WHOSE CLASS IS THE ROLE, TEN TO A LINE.
      *
           MOVE ZERO                    TO WS-USER-NUM.
           MOVE SPACES                  TO P-USER-LINE.
           MOVE 'ACTIVE USERS:'         TO P-USER-LBL.

           IF  NOT WS-UACC-OPEN
               GO TO 1500-LIST-ROLE-USERS-X
           END-IF.

           MOVE LOW-VALUES              TO WUACC-KEY.

           START UACC-FILE
               KEY IS NOT LESS THAN WUACC-KEY
               INVALID KEY
                   MOVE '10'            TO WUACC-SEQ-FILE-STATUS
           END-START.

           IF  WUACC-IO-OK
               PERFORM  1590-UACC-READ-NEXT
                   THRU 1590-UACC-READ-NEXT-X
           END-IF.

           PERFORM  1510-TAKE-USER
               THRU 1510-TAKE-USER-X
                    UNTIL NOT WUACC-IO-OK.

           IF  WS-USER-NUM = ZERO
               MOVE '(NONE)'            TO P-USER-ID (1)
               MOVE +1                  TO WS-USER-NUM
           END-IF.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-USER-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       1500-LIST-ROLE-USERS-X.
           EXIT.

      *----------------
       1510-TAKE-USER.
      *----------------

           IF  WUACC-SECUR-CLAS-ID NOT = WS-ROLE-ID
           OR  NOT WUACC-ACCS-ACTIVE
               GO TO 1510-NEXT-USER
           END-IF.

           ADD 1                        TO WS-CNFLT-USER-CNT.

           IF  WS-USER-NUM NOT < 10
               MOVE +1                  TO WPRT1-NUMBER-LINES
               MOVE P-USER-LINE         TO RPRT1-SEQ-REC-INFO
               PERFORM  PRT1-1000-WRITE
                   THRU PRT1-1000-WRITE-X
               MOVE SPACES              TO P-USER-LINE
               MOVE ZERO                TO WS-USER-NUM
           END-IF.

           ADD 1                        TO WS-USER-NUM.
           MOVE WUACC-USER-ID           TO P-USER-ID (WS-USER-NUM).

       1510-NEXT-USER.

           PERFORM  1590-UACC-READ-NEXT
               THRU 1590-UACC-READ-NEXT-X.

       1510-TAKE-USER-X.
           EXIT.

      *---------------------
       1590-UACC-READ-NEXT.
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

       1590-UACC-READ-NEXT-X.
           EXIT.

      *---------------------
       1980-SODR-READ-NEXT.
      *---------------------

           READ SODR-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WSODR-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WSODR-IO-OK
           AND NOT WSODR-IO-EOF
               MOVE WSODR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WSODR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1980-SODR-READ-NEXT-X.
           EXIT.

      *---------------------
       1990-ROLE-READ-NEXT.
      *---------------------

           READ ROLE-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WROLE-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WROLE-IO-OK
           AND WROLE-SEQ-FILE-STATUS NOT = '10'
               MOVE WROLE-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WROLE-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1990-ROLE-READ-NEXT-X.
           EXIT.
      /
      *----------------------
       2000-LIST-EXCEPTIONS.
      *----------------------

           MOVE SPACES                  TO P-SECTION-LINE.
           MOVE 'EXCEPTIONS - THE EXCEPTION REGISTER'
                                        TO P-SECTION-TXT.
           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE P-SECTION-LINE          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                      TO WPRT1-NUMBER-LINES.
           MOVE P-EXCP-HEAD-LINE        TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           IF  NOT WS-SODX-OPEN
               GO TO 2000-LIST-EXCEPTIONS-X
           END-IF.

           MOVE LOW-VALUES              TO WSODX-KEY.

           START SODX-FILE
               KEY IS NOT LESS THAN WSODX-KEY
               INVALID KEY
                   MOVE '10'            TO WSODX-SEQ-FILE-STATUS
           END-START.

           IF  WSODX-IO-OK
               PERFORM  2990-SODX-READ-NEXT
                   THRU 2990-SODX-READ-NEXT-X
           END-IF.

           PERFORM  2100-LIST-ONE-EXCEPTION
               THRU 2100-LIST-ONE-EXCEPTION-X
                    UNTIL NOT WSODX-IO-OK.

       2000-LIST-EXCEPTIONS-X.
           EXIT.

      *-------------------------
       2100-LIST-ONE-EXCEPTION.
      *-------------------------

           ADD 1                        TO WS-EXCP-READ-CNT.

           MOVE SPACES                  TO P-EXCP-LINE.
           MOVE WSODX-ROLE-ID           TO P-EXCP-ROLE-ID.
           MOVE WSODX-TRAN-ID-1         TO P-EXCP-TRAN-ID-1.
           MOVE WSODX-TRAN-ID-2         TO P-EXCP-TRAN-ID-2.
           MOVE WSODX-RQST-USER-ID      TO P-EXCP-RQST-USER-ID.
           MOVE WSODX-RQST-DT           TO P-EXCP-RQST-DT.
           MOVE WSODX-APPRV-USER-ID     TO P-EXCP-APPRV-USER-ID.
           MOVE WSODX-APPRV-DT          TO P-EXCP-APPRV-DT.
           MOVE WSODX-XPRY-DT           TO P-EXCP-XPRY-DT.

           EVALUATE TRUE
               WHEN WSODX-EXCP-PENDING
                   ADD 1                TO WS-EXCP-PENDING-CNT
                   MOVE 'PENDING'       TO P-EXCP-STAT-TXT
                   MOVE 'AWAITING APPROVAL'
                                        TO P-EXCP-NOTE-TXT
               WHEN WSODX-EXCP-APPROVED
               AND  WSODX-XPRY-DT < WS-PRCES-DT
                   ADD 1                TO WS-EXCP-EXPIRED-CNT
                   MOVE 'APPROVED'      TO P-EXCP-STAT-TXT
                   MOVE '*** EXPIRED ***'
                                        TO P-EXCP-NOTE-TXT
               WHEN WSODX-EXCP-APPROVED
                   ADD 1                TO WS-EXCP-IN-FORCE-CNT
                   MOVE 'APPROVED'      TO P-EXCP-STAT-TXT
                   IF  WSODX-XPRY-DT NOT > WS-WARN-DT
                       ADD 1            TO WS-EXCP-EXPIRING-CNT
                       MOVE '*** EXPIRES SOON ***'
                                        TO P-EXCP-NOTE-TXT
                   END-IF
               WHEN OTHER
                   ADD 1                TO WS-EXCP-WITHDRAWN-CNT
                   MOVE 'WITHDRAWN'     TO P-EXCP-STAT-TXT
           END-EVALUATE.

      *
      *  A LIVE EXCEPTION WHOSE RULE HAS GONE OR BEEN MADE INACTIVE,
      *  OR WHOSE ROLE NO LONGER HOLDS BOTH SIDES, COVERS NOTHING.
      *
           IF  WSODX-EXCP-PENDING
           OR (WSODX-EXCP-APPROVED
           AND WSODX-XPRY-DT NOT < WS-PRCES-DT)
               PERFORM  2200-CHECK-STILL-NEEDED
                   THRU 2200-CHECK-STILL-NEEDED-X
           END-IF.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-EXCP-LINE             TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                  TO P-EXCP-RSN-LINE.
           MOVE 'REASON:'               TO P-EXCP-RSN-LBL.
           MOVE WSODX-RSN-TXT           TO P-EXCP-RSN-TXT.
           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-EXCP-RSN-LINE         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  2990-SODX-READ-NEXT
               THRU 2990-SODX-READ-NEXT-X.

       2100-LIST-ONE-EXCEPTION-X.
           EXIT.

      *-------------------------
       2200-CHECK-STILL-NEEDED.
      *-------------------------

           SET  WS-BOTH-SIDES-HELD      TO TRUE.

           IF  NOT WS-SODR-OPEN
               SET WS-NOT-BOTH-SIDES    TO TRUE
           ELSE
               MOVE WSODX-TRAN-ID-1     TO WSODR-TRAN-ID-1
               MOVE WSODX-TRAN-ID-2     TO WSODR-TRAN-ID-2
               READ SODR-FILE
                   INVALID KEY
                       MOVE '23'        TO WSODR-SEQ-FILE-STATUS
               END-READ
               IF  NOT WSODR-IO-OK
               OR  NOT WSODR-RULE-ACTIVE
                   SET WS-NOT-BOTH-SIDES
                                        TO TRUE
               END-IF
           END-IF.

           IF  WS-BOTH-SIDES-HELD
           AND WS-RPRM-OPEN
               MOVE WSODX-ROLE-ID       TO WS-ROLE-ID
               PERFORM  1300-CHECK-BOTH-SIDES
                   THRU 1300-CHECK-BOTH-SIDES-X
           END-IF.

           IF  WS-NOT-BOTH-SIDES
               ADD 1                    TO WS-EXCP-UNNEEDED-CNT
               MOVE '*** NO LONGER NEEDED ***'
                                        TO P-EXCP-NOTE-TXT
           END-IF.

       2200-CHECK-STILL-NEEDED-X.
           EXIT.

      *---------------------
       2990-SODX-READ-NEXT.
      *---------------------

           READ SODX-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WSODX-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WSODX-IO-OK
           AND NOT WSODX-IO-EOF
               MOVE WSODX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WSODX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       2990-SODX-READ-NEXT-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-PRCES-DT              TO P-PRCES-DT.
           MOVE CR-WARN-DAYS             TO P-WARN-DAYS.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'ROLES CHECKED'          TO P-SUM-LBL.
           MOVE WS-ROLE-READ-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'ACTIVE CONFLICT RULES'  TO P-SUM-LBL.
           MOVE WS-RULE-ACTV-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'CONFLICTS FOUND'        TO P-SUM-LBL.
           MOVE WS-CNFLT-CNT             TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  COVERED BY AN EXCEPTION IN FORCE'
                                         TO P-SUM-LBL.
           MOVE WS-CNFLT-IN-FORCE-CNT    TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  NOT COVERED - TO BE RESOLVED'
                                         TO P-SUM-LBL.
           MOVE WS-CNFLT-NO-EXCP-CNT     TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'ACTIVE USERS HOLDING A CONFLICTING ROLE'
                                         TO P-SUM-LBL.
           MOVE WS-CNFLT-USER-CNT        TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'EXCEPTIONS ON THE REGISTER'
                                         TO P-SUM-LBL.
           MOVE WS-EXCP-READ-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  PENDING APPROVAL'     TO P-SUM-LBL.
           MOVE WS-EXCP-PENDING-CNT      TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  APPROVED AND IN FORCE'
                                         TO P-SUM-LBL.
           MOVE WS-EXCP-IN-FORCE-CNT     TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '    EXPIRING WITHIN THE WARNING DAYS'
                                         TO P-SUM-LBL.
           MOVE WS-EXCP-EXPIRING-CNT     TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  EXPIRED'              TO P-SUM-LBL.
           MOVE WS-EXCP-EXPIRED-CNT      TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  WITHDRAWN'            TO P-SUM-LBL.
           MOVE WS-EXCP-WITHDRAWN-CNT    TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE '  NO LONGER NEEDED'     TO P-SUM-LBL.
           MOVE WS-EXCP-UNNEEDED-CNT     TO WS-SUM-CNT.
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

           MOVE SPACES                 TO P-HEAD-LINE-3.
           MOVE 'SEGREGATION-OF-DUTIES CONFLICTS AND EXCEPTIONS'
                                       TO P-HEAD-TITLE.
           MOVE 'AS AT'                TO P-HEAD-DT-LBL.
           MOVE WS-PRCES-DT            TO P-HEAD-DT.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-3          TO RPRT1-SEQ-REC-INFO.
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
      * NO RULE TABLE YET MEANS NO CONFLICT; NO EXCEPTION REGISTER
      * MEANS NO EXCEPTION.
      *
           OPEN INPUT SODR-FILE.
           IF  WSODR-IO-OK
               SET WS-SODR-OPEN         TO TRUE
           ELSE
               IF  NOT WSODR-IO-NOFILE
                   MOVE WSODR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WSODR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
      *MSG: (I) NO SEGREGATION-OF-DUTIES RULE TABLE - NO CONFLICTS
               MOVE 'ZSSODR0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           OPEN INPUT SODX-FILE.
           IF  WSODX-IO-OK
               SET WS-SODX-OPEN         TO TRUE
           ELSE
               IF  NOT WSODX-IO-NOFILE
                   MOVE WSODX-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WSODX-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

      *
      * NO ROLE MASTER, MATRIX OR ACCESS REGISTER YET MEANS NO ROLE,
      * NO PERMISSION OR NO USER TO SHOW.
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

           OPEN INPUT UACC-FILE.
           IF  WUACC-IO-OK
               SET WS-UACC-OPEN         TO TRUE
           ELSE
               IF  NOT WUACC-IO-NOFILE
                   MOVE WUACC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WUACC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
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

           MOVE WS-CNFLT-CNT             TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSSODR0004'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL SEGREGATION-OF-DUTIES CONFLICTS FOUND @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           MOVE WS-CNFLT-NO-EXCP-CNT     TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSSODR0005'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (W) CONFLICTS WITH NO EXCEPTION IN FORCE @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           IF  WS-SODR-OPEN
               CLOSE SODR-FILE
           END-IF.

           IF  WS-SODX-OPEN
               CLOSE SODX-FILE
           END-IF.

           IF  WS-ROLE-OPEN
               CLOSE ROLE-FILE
           END-IF.

           IF  WS-RPRM-OPEN
               CLOSE RPRM-FILE
           END-IF.

           IF  WS-UACC-OPEN
               CLOSE UACC-FILE
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
      **                 END OF PROGRAM ZSBMSODR                     **
      *****************************************************************
