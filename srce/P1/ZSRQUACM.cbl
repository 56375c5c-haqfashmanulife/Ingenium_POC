      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQUACM.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQUACM                                         **
      **  REMARKS:  ONLINE MAINTENANCE OF THE USER ACCESS REGISTER   **
      **            (UACC) FOR THE SECURITY OFFICER.  GRANTS A USER  **
      **            A SECURITY CLASS UNDER A MANAGER, CHANGES THE    **
      **            CLASS OR THE MANAGER, REINSTATES A SUSPENDED     **
      **            USER, AND PAGES THE REGISTER.                    **
      **                                                             **
      **            THE CLASS MUST BE A ROLE ON THE ROLE MASTER.     **
S51291**            A CLASS THAT HOLDS BOTH SIDES OF A               **
S51291**            SEGREGATION-OF-DUTIES RULE WITH NO APPROVED      **
S51291**            EXCEPTION (ZSRQSODC) IS NOT GRANTED.             **
      **            NO OFFICER MAY MAINTAIN HIS OR HER OWN ACCESS,   **
      **            AND NO USER MAY BE HIS OR HER OWN MANAGER.       **
      **            EVERY CHANGE IS WRITTEN TO THE EVIDENCE LOG      **
      **            (ZCSRUAEV) WITH ITS REASON BEFORE IT IS MADE; A  **
      **            CHANGE THAT CANNOT BE LOGGED IS NOT MADE.        **
      **                                                             **
      **            A REINSTATEMENT RESTARTS THE DORMANCY PERIOD     **
      **            FROM THE REINSTATEMENT DATE.                     **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51290**  15OCT26  CTS    INITIAL VERSION                            **
S51291**  15OCT26  CTS    REFUSE A CLASS HOLDING BOTH SIDES OF A     **
S51291**                  SEGREGATION-OF-DUTIES RULE WITH NO         **
S51291**                  APPROVED EXCEPTION                         **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHUACC.

           COPY CCFHROLE.

           SELECT UAEV-FILE ASSIGN TO ZSUAEV
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WUAEV-SEQ-FILE-STATUS.
      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWUACC.

       COPY CCFWROLE.

       FD  UAEV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRUAEV.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQUACM'.

       COPY SQLCA.

       COPY XCWLSECT.

S51291 COPY CCWLSODC.

       COPY CCWWUACC.
       COPY CCWWROLE.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-ROLE-ID                 PIC X(08)  VALUE SPACES.
           05  WS-ROLE-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-ROLE-FOUND                     VALUE 'Y'.
               88  WS-ROLE-NOT-FOUND                 VALUE 'N'.
           05  WS-EVNT-CD                 PIC X(02)  VALUE SPACES.

       01  WUAEV-SEQ-IO-WORK-AREA.
           05  WUAEV-SEQ-FILE-NAME       PIC X(04)  VALUE 'UAEV'.
           05  WUAEV-SEQ-FILE-STATUS     PIC X(02).

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLUACM.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LUACM-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LUACM-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LUACM-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-USER
                      THRU 1000-INQUIRE-USER-X
               WHEN LUACM-FUNCTION-GRANT
                   PERFORM 2000-GRANT-ACCESS
                      THRU 2000-GRANT-ACCESS-X
               WHEN LUACM-FUNCTION-CHANGE
                   PERFORM 3000-CHANGE-ACCESS
                      THRU 3000-CHANGE-ACCESS-X
               WHEN LUACM-FUNCTION-REINSTATE
                   PERFORM 4000-REINSTATE-ACCESS
                      THRU 4000-REINSTATE-ACCESS-X
               WHEN LUACM-FUNCTION-USER-NEXT
                   PERFORM 5000-READNEXT-USER
                      THRU 5000-READNEXT-USER-X
               WHEN OTHER
                   SET LUACM-RETRN-ERROR TO TRUE
           END-EVALUATE.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.

      *------------------------
       0050-CHECK-AUTHORITY.
      *------------------------

      *
      *  THE ROLE-BASED ENTRY CHECK - FAILS CLOSED: A CHECK THAT
      *  CANNOT BE MADE IS A DENIAL.
      *
           MOVE SPACES                   TO LSECT-PARM-INFO.
           SET  LSECT-FUNCTION-CHECK     TO TRUE.
           SET  LSECT-NOT-AUTHORIZED     TO TRUE.
           MOVE WPGWS-CRNT-PGM-ID        TO LSECT-TRAN-ID.

           CALL 'XSRU9690' USING WGLOB-GLOBAL-AREA
                                 LSECT-PARM-INFO
               ON EXCEPTION
                   SET LSECT-NOT-AUTHORIZED
                                         TO TRUE
           END-CALL.

       0050-CHECK-AUTHORITY-X.
           EXIT.

      *-------------------
       1000-INQUIRE-USER.
      *-------------------

           IF  LUACM-USER-ID = SPACES
               SET LUACM-RETRN-INVALID       TO TRUE
               GO TO 1000-INQUIRE-USER-X
           END-IF.

           OPEN INPUT UACC-FILE.
           IF  WUACC-SEQ-FILE-STATUS NOT = '00'
               SET LUACM-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-USER-X
           END-IF.

           MOVE LUACM-USER-ID                TO WUACC-USER-ID.

           READ UACC-FILE
               INVALID KEY
                   MOVE '23' TO WUACC-SEQ-FILE-STATUS
           END-READ.

           IF  WUACC-IO-OK
               PERFORM 1900-RETURN-USER
                  THRU 1900-RETURN-USER-X
               SET LUACM-RETRN-OK            TO TRUE
           ELSE
               SET LUACM-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE UACC-FILE.

       1000-INQUIRE-USER-X.
           EXIT.

      *------------------
       1100-EDIT-CHANGE.
      *------------------

      *
      *  COMMON EDITS FOR A CHANGE TO A USER'S ACCESS.
      *
           IF  LUACM-USER-ID = SPACES
           OR  LUACM-RSN-TXT = SPACES
           OR  LUACM-USER-ID = WGLOB-USER-ID
           OR  LUACM-MGR-USER-ID = LUACM-USER-ID
               SET LUACM-RETRN-INVALID       TO TRUE
               GO TO 1100-EDIT-CHANGE-X
           END-IF.

           IF  LUACM-SECUR-CLAS-ID NOT = SPACES
               MOVE LUACM-SECUR-CLAS-ID      TO WS-ROLE-ID
               PERFORM 1800-FIND-ROLE
                  THRU 1800-FIND-ROLE-X
               IF  WS-ROLE-NOT-FOUND
                   SET LUACM-RETRN-NO-ROLE   TO TRUE
S51291         ELSE
S51291             PERFORM 1200-CHECK-SOD-CONFLICT
S51291                THRU 1200-CHECK-SOD-CONFLICT-X
               END-IF
           END-IF.

       1100-EDIT-CHANGE-X.
           EXIT.

S51291*-------------------------
S51291 1200-CHECK-SOD-CONFLICT.
S51291*-------------------------

S51291*
S51291*  A USER MAY NOT BE GIVEN A CLASS THAT HOLDS BOTH SIDES OF A
S51291*  CONFLICT RULE WITH NO APPROVED EXCEPTION - FAILS CLOSED: A
S51291*  CHECK THAT CANNOT BE MADE REFUSES THE GRANT.
S51291*
S51291     MOVE SPACES                       TO LSODC-PARM-INFO
S51291                                          LUACM-CNFLT-TRAN-ID-1
S51291                                          LUACM-CNFLT-TRAN-ID-2.
S51291     SET  LSODC-FUNCTION-ROLE-CHECK    TO TRUE.
S51291     MOVE LUACM-SECUR-CLAS-ID          TO LSODC-ROLE-ID.

S51291     CALL 'ZSRQSODC' USING WGLOB-GLOBAL-AREA
S51291                           LSODC-PARM-INFO
S51291         ON EXCEPTION
S51291             SET LSODC-RETRN-ERROR     TO TRUE
S51291     END-CALL.

S51291     IF  NOT LSODC-RETRN-OK
S51291         SET LUACM-RETRN-ERROR         TO TRUE
S51291     ELSE
S51291     IF  LSODC-CONFLICT
S51291         SET LUACM-RETRN-SOD-CONFLICT  TO TRUE
S51291         MOVE LSODC-TRAN-ID-1          TO LUACM-CNFLT-TRAN-ID-1
S51291         MOVE LSODC-TRAN-ID-2          TO LUACM-CNFLT-TRAN-ID-2
S51291     END-IF
S51291     END-IF.

S51291 1200-CHECK-SOD-CONFLICT-X.
           EXIT.

      *----------------
       1800-FIND-ROLE.
      *----------------

           SET  WS-ROLE-NOT-FOUND            TO TRUE.

           OPEN INPUT ROLE-FILE.
           IF  WROLE-SEQ-FILE-STATUS NOT = '00'
               GO TO 1800-FIND-ROLE-X
           END-IF.

           MOVE WS-ROLE-ID                   TO WROLE-ROLE-ID.

           READ ROLE-FILE
               INVALID KEY
                   MOVE '23' TO WROLE-SEQ-FILE-STATUS
           END-READ.

           IF  WROLE-IO-OK
               SET WS-ROLE-FOUND             TO TRUE
           END-IF.

           CLOSE ROLE-FILE.

       1800-FIND-ROLE-X.
           EXIT.

      *------------------
       1900-RETURN-USER.
      *------------------

           MOVE WUACC-USER-ID                TO LUACM-USER-ID.
           MOVE WUACC-SECUR-CLAS-ID          TO LUACM-SECUR-CLAS-ID.
           MOVE WUACC-MGR-USER-ID            TO LUACM-MGR-USER-ID.
           MOVE WUACC-ACCS-STAT-CD           TO LUACM-ACCS-STAT-CD.
           MOVE WUACC-GRANT-DT               TO LUACM-GRANT-DT.
           MOVE WUACC-SUSP-DT                TO LUACM-SUSP-DT.
           MOVE WUACC-SUSP-RSN-CD            TO LUACM-SUSP-RSN-CD.
           MOVE WUACC-SUSP-USER-ID           TO LUACM-SUSP-USER-ID.
           MOVE WUACC-LAST-CHG-USER-ID       TO LUACM-LAST-CHG-USER-ID.
           MOVE WUACC-LAST-CHG-DT            TO LUACM-LAST-CHG-DT.

       1900-RETURN-USER-X.
           EXIT.

      *-------------------
       2000-GRANT-ACCESS.
      *-------------------

           SET  LUACM-RETRN-OK               TO TRUE.

           IF  LUACM-SECUR-CLAS-ID = SPACES
               SET LUACM-RETRN-INVALID       TO TRUE
               GO TO 2000-GRANT-ACCESS-X
           END-IF.

           PERFORM 1100-EDIT-CHANGE
              THRU 1100-EDIT-CHANGE-X.

           IF  NOT LUACM-RETRN-OK
               GO TO 2000-GRANT-ACCESS-X
           END-IF.

      *
      *  THE REGISTER IS CREATED ON FIRST USE.
      *
           OPEN I-O UACC-FILE.
           IF  WUACC-IO-NOFILE
               OPEN OUTPUT UACC-FILE
               CLOSE UACC-FILE
               OPEN I-O UACC-FILE
           END-IF.
           IF  WUACC-SEQ-FILE-STATUS NOT = '00'
               SET LUACM-RETRN-ERROR         TO TRUE
               GO TO 2000-GRANT-ACCESS-X
           END-IF.

           MOVE LUACM-USER-ID                TO WUACC-USER-ID.

           READ UACC-FILE
               INVALID KEY
                   MOVE '23' TO WUACC-SEQ-FILE-STATUS
           END-READ.

           IF  WUACC-IO-OK
               SET LUACM-RETRN-DUPLICATE     TO TRUE
               CLOSE UACC-FILE
               GO TO 2000-GRANT-ACCESS-X
           END-IF.

           MOVE SPACES                       TO WUACC-REC-INFO.
           MOVE LUACM-USER-ID                TO WUACC-USER-ID.
           MOVE LUACM-SECUR-CLAS-ID          TO WUACC-SECUR-CLAS-ID.
           MOVE LUACM-MGR-USER-ID            TO WUACC-MGR-USER-ID.
           SET  WUACC-ACCS-ACTIVE            TO TRUE.
           MOVE WGLOB-CRNT-DT                TO WUACC-GRANT-DT.
           MOVE WGLOB-USER-ID                TO WUACC-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WUACC-LAST-CHG-DT.

           MOVE 'GR'                         TO WS-EVNT-CD.
           PERFORM 8000-WRITE-EVIDENCE
              THRU 8000-WRITE-EVIDENCE-X.

           IF  NOT LUACM-RETRN-OK
               CLOSE UACC-FILE
               GO TO 2000-GRANT-ACCESS-X
           END-IF.

           WRITE WUACC-REC-INFO
               INVALID KEY
                   MOVE '22' TO WUACC-SEQ-FILE-STATUS
           END-WRITE.

           IF  WUACC-IO-DUPKEY
               SET LUACM-RETRN-DUPLICATE     TO TRUE
           ELSE
           IF  NOT WUACC-IO-OK
               SET LUACM-RETRN-ERROR         TO TRUE
           ELSE
               PERFORM 1900-RETURN-USER
                  THRU 1900-RETURN-USER-X
           END-IF
           END-IF.

           CLOSE UACC-FILE.

       2000-GRANT-ACCESS-X.
           EXIT.

      *--------------------
       3000-CHANGE-ACCESS.
      *--------------------

      *
      *  A BLANK CLASS OR MANAGER IS LEFT AS IT IS.
      *
           SET  LUACM-RETRN-OK               TO TRUE.

           PERFORM 1100-EDIT-CHANGE
              THRU 1100-EDIT-CHANGE-X.

           IF  NOT LUACM-RETRN-OK
               GO TO 3000-CHANGE-ACCESS-X
           END-IF.

           OPEN I-O UACC-FILE.
           IF  WUACC-SEQ-FILE-STATUS NOT = '00'
               SET LUACM-RETRN-NOTFND        TO TRUE
               GO TO 3000-CHANGE-ACCESS-X
           END-IF.

           MOVE LUACM-USER-ID                TO WUACC-USER-ID.

           READ UACC-FILE
               INVALID KEY
                   MOVE '23' TO WUACC-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WUACC-IO-OK
               SET LUACM-RETRN-NOTFND        TO TRUE
               CLOSE UACC-FILE
               GO TO 3000-CHANGE-ACCESS-X
           END-IF.

           IF  LUACM-SECUR-CLAS-ID NOT = SPACES
               MOVE LUACM-SECUR-CLAS-ID      TO WUACC-SECUR-CLAS-ID
           END-IF.
           IF  LUACM-MGR-USER-ID NOT = SPACES
               MOVE LUACM-MGR-USER-ID        TO WUACC-MGR-USER-ID
           END-IF.
           MOVE WGLOB-USER-ID                TO WUACC-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WUACC-LAST-CHG-DT.

           MOVE 'CH'                         TO WS-EVNT-CD.
           PERFORM 8000-WRITE-EVIDENCE
              THRU 8000-WRITE-EVIDENCE-X.

           IF  NOT LUACM-RETRN-OK
               CLOSE UACC-FILE
               GO TO 3000-CHANGE-ACCESS-X
           END-IF.

           REWRITE WUACC-REC-INFO
               INVALID KEY
                   MOVE '99' TO WUACC-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WUACC-IO-OK
               PERFORM 1900-RETURN-USER
                  THRU 1900-RETURN-USER-X
           ELSE
               SET LUACM-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE UACC-FILE.

       3000-CHANGE-ACCESS-X.
           EXIT.

      *-----------------------
       4000-REINSTATE-ACCESS.
      *-----------------------

           SET  LUACM-RETRN-OK               TO TRUE.

           MOVE SPACES                       TO LUACM-SECUR-CLAS-ID
                                                LUACM-MGR-USER-ID.

           PERFORM 1100-EDIT-CHANGE
              THRU 1100-EDIT-CHANGE-X.

           IF  NOT LUACM-RETRN-OK
               GO TO 4000-REINSTATE-ACCESS-X
           END-IF.

           OPEN I-O UACC-FILE.
           IF  WUACC-SEQ-FILE-STATUS NOT = '00'
               SET LUACM-RETRN-NOTFND        TO TRUE
               GO TO 4000-REINSTATE-ACCESS-X
           END-IF.

           MOVE LUACM-USER-ID                TO WUACC-USER-ID.

           READ UACC-FILE
               INVALID KEY
                   MOVE '23' TO WUACC-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WUACC-IO-OK
               SET LUACM-RETRN-NOTFND        TO TRUE
               CLOSE UACC-FILE
               GO TO 4000-REINSTATE-ACCESS-X
           END-IF.

           IF  NOT WUACC-ACCS-SUSPENDED
               SET LUACM-RETRN-NOT-SUSPENDED TO TRUE
               CLOSE UACC-FILE
               GO TO 4000-REINSTATE-ACCESS-X
           END-IF.

      *
      *  THE GRANT DATE MOVES TO TODAY SO THE DORMANCY PERIOD RUNS
      *  AGAIN FROM THE REINSTATEMENT, NOT FROM THE OLD SIGN-ON.
      *
           SET  WUACC-ACCS-ACTIVE            TO TRUE.
           MOVE WGLOB-CRNT-DT                TO WUACC-GRANT-DT.
           MOVE SPACES                       TO WUACC-SUSP-DT
                                                WUACC-SUSP-RSN-CD
                                                WUACC-SUSP-USER-ID.
           MOVE WGLOB-USER-ID                TO WUACC-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WUACC-LAST-CHG-DT.

           MOVE 'RI'                         TO WS-EVNT-CD.
           PERFORM 8000-WRITE-EVIDENCE
              THRU 8000-WRITE-EVIDENCE-X.

           IF  NOT LUACM-RETRN-OK
               CLOSE UACC-FILE
               GO TO 4000-REINSTATE-ACCESS-X
           END-IF.

           REWRITE WUACC-REC-INFO
               INVALID KEY
                   MOVE '99' TO WUACC-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WUACC-IO-OK
               PERFORM 1900-RETURN-USER
                  THRU 1900-RETURN-USER-X
           ELSE
               SET LUACM-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE UACC-FILE.

       4000-REINSTATE-ACCESS-X.
           EXIT.

      *--------------------
       5000-READNEXT-USER.
      *--------------------

      *
      *  RETURNS THE FIRST USER AFTER THE USER ID SUPPLIED - THE
      *  SCREEN PAGES BY FEEDING BACK THE LAST USER IT DISPLAYED.
      *
           OPEN INPUT UACC-FILE.
           IF  WUACC-SEQ-FILE-STATUS NOT = '00'
               SET LUACM-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-USER-X
           END-IF.

           MOVE LUACM-USER-ID                TO WUACC-USER-ID.

           START UACC-FILE
               KEY IS GREATER THAN WUACC-KEY
               INVALID KEY
                   MOVE '23' TO WUACC-SEQ-FILE-STATUS
           END-START.

           IF  WUACC-IO-OK
               READ UACC-FILE NEXT
                   AT END
                       MOVE '10' TO WUACC-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WUACC-IO-OK
               PERFORM 1900-RETURN-USER
                  THRU 1900-RETURN-USER-X
               SET LUACM-RETRN-OK            TO TRUE
           ELSE
               SET LUACM-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE UACC-FILE.

       5000-READNEXT-USER-X.
           EXIT.

      *---------------------
       8000-WRITE-EVIDENCE.
      *---------------------

      *
      *  THE EVIDENCE RECORD OF THE CHANGE ABOUT TO BE MADE, FROM THE
      *  ROW AS IT WILL STAND.
      *
           OPEN EXTEND UAEV-FILE.
           IF  WUAEV-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT UAEV-FILE
           END-IF.
           IF  WUAEV-SEQ-FILE-STATUS NOT = '00'
               SET LUACM-RETRN-ERROR         TO TRUE
               GO TO 8000-WRITE-EVIDENCE-X
           END-IF.

           MOVE SPACES                       TO RUAEV-SEQ-REC-INFO.
           MOVE WS-EVNT-CD                   TO RUAEV-EVNT-CD.
           MOVE WUACC-USER-ID                TO RUAEV-USER-ID.
           MOVE WUACC-SECUR-CLAS-ID          TO RUAEV-SECUR-CLAS-ID.
           MOVE WUACC-MGR-USER-ID            TO RUAEV-MGR-USER-ID.
           MOVE WGLOB-USER-ID                TO RUAEV-BY-USER-ID.
           MOVE WGLOB-TERMINAL-ID            TO RUAEV-TERM-ID.
           MOVE WGLOB-CRNT-DT                TO RUAEV-EVNT-DT.
           MOVE WGLOB-SYSTEM-TIME            TO RUAEV-EVNT-TIME.
           MOVE WPGWS-CRNT-PGM-ID            TO RUAEV-PGM-ID.
           MOVE LUACM-RSN-TXT                TO RUAEV-RSN-TXT.

           WRITE RUAEV-SEQ-REC-INFO.

           IF  WUAEV-SEQ-FILE-STATUS NOT = '00'
               SET LUACM-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE UAEV-FILE.

       8000-WRITE-EVIDENCE-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQUACM                     **
      *****************************************************************
