      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQUATT.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQUATT                                         **
      **  REMARKS:  MANAGER'S ACCESS ATTESTATION FOR THE QUARTERLY   **
      **            USER ACCESS RECERTIFICATION.  PAGES THE SIGNED-  **
      **            ON MANAGER'S USERS IN A CAMPAIGN FROM THE        **
      **            ATTESTATION FILE (UATT) OPENED BY ZSBMUARC -     **
      **            SECURITY CLASS, ROLE, HIGH-RISK TRANSACTION      **
      **            COUNT AND LAST SIGN-ON - AND TAKES THE MANAGER'S **
      **            DECISION ON EACH LINE:                           **
      **                                                             **
      **            - CONFIRM: THE USER STILL NEEDS THE ACCESS;      **
      **            - REVOKE: THE USER NO LONGER NEEDS IT.  THE      **
      **              USER IS SUSPENDED ON THE USER ACCESS REGISTER  **
      **              (UACC) AT ONCE AND MAY RUN NO TRANSACTION      **
      **              UNTIL THE SECURITY OFFICER REINSTATES IT.      **
      **                                                             **
      **            A MANAGER SEES AND DECIDES ONLY HIS OR HER OWN   **
      **            LINES, NEVER ONE FOR HIMSELF OR HERSELF, ONLY    **
      **            WHILE THE LINE IS PENDING AND NOT PAST ITS DUE   **
      **            DATE.  EVERY DECISION IS WRITTEN TO THE EVIDENCE **
      **            LOG (ZCSRUAEV) BEFORE IT IS RECORDED; A DECISION **
      **            THAT CANNOT BE LOGGED IS NOT RECORDED.           **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  UT                                               **
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

           COPY CCFHUATT.

           COPY CCFHUACC.

           SELECT UAEV-FILE ASSIGN TO ZSUAEV
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WUAEV-SEQ-FILE-STATUS.
      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWUATT.

       COPY CCFWUACC.

       FD  UAEV-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRUAEV.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQUATT'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWUATT.
       COPY CCWWUACC.

       01  WUAEV-SEQ-IO-WORK-AREA.
           05  WUAEV-SEQ-FILE-NAME       PIC X(04)  VALUE 'UAEV'.
           05  WUAEV-SEQ-FILE-STATUS     PIC X(02).

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLUATT.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LUATT-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LUATT-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           IF  LUATT-CMPGN-ID = SPACES
               SET LUATT-RETRN-INVALID        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LUATT-FUNCTION-FIRST
                   PERFORM 1000-FIRST-LINE
                      THRU 1000-FIRST-LINE-X
               WHEN LUATT-FUNCTION-NEXT
                   PERFORM 2000-NEXT-LINE
                      THRU 2000-NEXT-LINE-X
               WHEN LUATT-FUNCTION-CONFIRM
               WHEN LUATT-FUNCTION-REVOKE
                   PERFORM 3000-DECIDE-LINE
                      THRU 3000-DECIDE-LINE-X
               WHEN OTHER
                   SET LUATT-RETRN-ERROR TO TRUE
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

      *-----------------
       1000-FIRST-LINE.
      *-----------------

           OPEN INPUT UATT-FILE.
           IF  WUATT-SEQ-FILE-STATUS NOT = '00'
               SET LUATT-RETRN-EOF           TO TRUE
               GO TO 1000-FIRST-LINE-X
           END-IF.

           MOVE LOW-VALUES                   TO WUATT-KEY.
           MOVE LUATT-CMPGN-ID               TO WUATT-CMPGN-ID.
           MOVE WGLOB-USER-ID                TO WUATT-MGR-USER-ID.

           START UATT-FILE
               KEY IS NOT LESS THAN WUATT-KEY
               INVALID KEY
                   MOVE '23' TO WUATT-SEQ-FILE-STATUS
           END-START.

           PERFORM 5000-RETURN-NEXT-LINE
              THRU 5000-RETURN-NEXT-LINE-X.

           CLOSE UATT-FILE.

       1000-FIRST-LINE-X.
           EXIT.

      *----------------
       2000-NEXT-LINE.
      *----------------

           OPEN INPUT UATT-FILE.
           IF  WUATT-SEQ-FILE-STATUS NOT = '00'
               SET LUATT-RETRN-EOF           TO TRUE
               GO TO 2000-NEXT-LINE-X
           END-IF.

           MOVE LUATT-CMPGN-ID               TO WUATT-CMPGN-ID.
           MOVE WGLOB-USER-ID                TO WUATT-MGR-USER-ID.
           MOVE LUATT-USER-ID                TO WUATT-USER-ID.

           START UATT-FILE
               KEY IS GREATER THAN WUATT-KEY
               INVALID KEY
                   MOVE '23' TO WUATT-SEQ-FILE-STATUS
           END-START.

           PERFORM 5000-RETURN-NEXT-LINE
              THRU 5000-RETURN-NEXT-LINE-X.

           CLOSE UATT-FILE.

       2000-NEXT-LINE-X.
           EXIT.

      *------------------
       3000-DECIDE-LINE.
      *------------------

           IF  LUATT-USER-ID = SPACES
           OR  LUATT-USER-ID = WGLOB-USER-ID
               SET LUATT-RETRN-INVALID       TO TRUE
               GO TO 3000-DECIDE-LINE-X
           END-IF.

           IF  LUATT-FUNCTION-REVOKE
           AND LUATT-DCSN-RSN-TXT = SPACES
               SET LUATT-RETRN-INVALID       TO TRUE
               GO TO 3000-DECIDE-LINE-X
           END-IF.

           OPEN I-O UATT-FILE.
           IF  WUATT-SEQ-FILE-STATUS NOT = '00'
               SET LUATT-RETRN-NOTFND        TO TRUE
               GO TO 3000-DECIDE-LINE-X
           END-IF.

           MOVE LUATT-CMPGN-ID               TO WUATT-CMPGN-ID.
           MOVE WGLOB-USER-ID                TO WUATT-MGR-USER-ID.
           MOVE LUATT-USER-ID                TO WUATT-USER-ID.

           READ UATT-FILE
               INVALID KEY
                   MOVE '23' TO WUATT-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WUATT-IO-OK
               SET LUATT-RETRN-NOTFND        TO TRUE
               CLOSE UATT-FILE
               GO TO 3000-DECIDE-LINE-X
           END-IF.

           IF  NOT WUATT-DCSN-PENDING
               PERFORM 5900-RETURN-LINE
                  THRU 5900-RETURN-LINE-X
               SET LUATT-RETRN-NOT-PENDING   TO TRUE
               CLOSE UATT-FILE
               GO TO 3000-DECIDE-LINE-X
           END-IF.

           IF  WGLOB-CRNT-DT > WUATT-DUE-DT
               PERFORM 5900-RETURN-LINE
                  THRU 5900-RETURN-LINE-X
               SET LUATT-RETRN-PAST-DUE      TO TRUE
               CLOSE UATT-FILE
               GO TO 3000-DECIDE-LINE-X
           END-IF.

           IF  LUATT-FUNCTION-CONFIRM
               SET WUATT-DCSN-CONFIRMED      TO TRUE
           ELSE
               SET WUATT-DCSN-REVOKED        TO TRUE
           END-IF.
           MOVE WGLOB-USER-ID                TO WUATT-DCSN-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WUATT-DCSN-DT.
           MOVE WGLOB-SYSTEM-TIME            TO WUATT-DCSN-TIME.
           MOVE WGLOB-TERMINAL-ID            TO WUATT-DCSN-TERM-ID.
           MOVE LUATT-DCSN-RSN-TXT           TO WUATT-DCSN-RSN-TXT.

           SET  LUATT-RETRN-OK               TO TRUE.

           PERFORM 8000-WRITE-EVIDENCE
              THRU 8000-WRITE-EVIDENCE-X.

           IF  NOT LUATT-RETRN-OK
               CLOSE UATT-FILE
               GO TO 3000-DECIDE-LINE-X
           END-IF.

           REWRITE WUATT-REC-INFO
               INVALID KEY
                   MOVE '99' TO WUATT-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WUATT-IO-OK
               SET LUATT-RETRN-ERROR         TO TRUE
               CLOSE UATT-FILE
               GO TO 3000-DECIDE-LINE-X
           END-IF.

           PERFORM 5900-RETURN-LINE
              THRU 5900-RETURN-LINE-X.

           CLOSE UATT-FILE.

           IF  LUATT-FUNCTION-REVOKE
               PERFORM 3100-SUSPEND-USER
                  THRU 3100-SUSPEND-USER-X
           END-IF.

       3000-DECIDE-LINE-X.
           EXIT.

      *-------------------
       3100-SUSPEND-USER.
      *-------------------

      *
      *  A USER ALREADY SUSPENDED KEEPS THE FIRST SUSPENSION.
      *
           OPEN I-O UACC-FILE.
           IF  WUACC-SEQ-FILE-STATUS NOT = '00'
               SET LUATT-RETRN-ERROR         TO TRUE
               GO TO 3100-SUSPEND-USER-X
           END-IF.

           MOVE LUATT-USER-ID                TO WUACC-USER-ID.

           READ UACC-FILE
               INVALID KEY
                   MOVE '23' TO WUACC-SEQ-FILE-STATUS
           END-READ.

           IF  WUACC-IO-OK
           AND WUACC-ACCS-ACTIVE
               SET  WUACC-ACCS-SUSPENDED     TO TRUE
               SET  WUACC-SUSP-REVOKED       TO TRUE
               MOVE WGLOB-CRNT-DT            TO WUACC-SUSP-DT
               MOVE WGLOB-USER-ID            TO WUACC-SUSP-USER-ID
               MOVE WGLOB-USER-ID            TO WUACC-LAST-CHG-USER-ID
               MOVE WGLOB-CRNT-DT            TO WUACC-LAST-CHG-DT
               REWRITE WUACC-REC-INFO
                   INVALID KEY
                       MOVE '99' TO WUACC-SEQ-FILE-STATUS
               END-REWRITE
               IF  NOT WUACC-IO-OK
                   SET LUATT-RETRN-ERROR     TO TRUE
               END-IF
           END-IF.

           CLOSE UACC-FILE.

       3100-SUSPEND-USER-X.
           EXIT.

      *-----------------------
       5000-RETURN-NEXT-LINE.
      *-----------------------

      *
      *  FROM THE STARTED POSITION, THE NEXT LINE OF THE SAME
      *  CAMPAIGN AND MANAGER.
      *
           IF  NOT WUATT-IO-OK
               SET LUATT-RETRN-EOF           TO TRUE
               GO TO 5000-RETURN-NEXT-LINE-X
           END-IF.

           READ UATT-FILE NEXT
               AT END
                   MOVE '10' TO WUATT-SEQ-FILE-STATUS
           END-READ.

           IF  WUATT-IO-OK
           AND WUATT-CMPGN-ID = LUATT-CMPGN-ID
           AND WUATT-MGR-USER-ID = WGLOB-USER-ID
               PERFORM 5900-RETURN-LINE
                  THRU 5900-RETURN-LINE-X
               SET LUATT-RETRN-OK            TO TRUE
           ELSE
               SET LUATT-RETRN-EOF           TO TRUE
           END-IF.

       5000-RETURN-NEXT-LINE-X.
           EXIT.

      *------------------
       5900-RETURN-LINE.
      *------------------

           MOVE WUATT-USER-ID                TO LUATT-USER-ID.
           MOVE WUATT-SECUR-CLAS-ID          TO LUATT-SECUR-CLAS-ID.
           MOVE WUATT-ROLE-DESC-TXT          TO LUATT-ROLE-DESC-TXT.
           MOVE WUATT-HIRISK-CNT             TO LUATT-HIRISK-CNT.
           MOVE WUATT-LAST-SGNON-DT          TO LUATT-LAST-SGNON-DT.
           MOVE WUATT-DUE-DT                 TO LUATT-DUE-DT.
           MOVE WUATT-DCSN-CD                TO LUATT-DCSN-CD.
           MOVE WUATT-DCSN-USER-ID           TO LUATT-DCSN-USER-ID.
           MOVE WUATT-DCSN-DT                TO LUATT-DCSN-DT.
           MOVE WUATT-DCSN-RSN-TXT           TO LUATT-DCSN-RSN-TXT.

       5900-RETURN-LINE-X.
           EXIT.

      *---------------------
       8000-WRITE-EVIDENCE.
      *---------------------

           OPEN EXTEND UAEV-FILE.
           IF  WUAEV-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT UAEV-FILE
           END-IF.
           IF  WUAEV-SEQ-FILE-STATUS NOT = '00'
               SET LUATT-RETRN-ERROR         TO TRUE
               GO TO 8000-WRITE-EVIDENCE-X
           END-IF.

           MOVE SPACES                       TO RUAEV-SEQ-REC-INFO.
           IF  WUATT-DCSN-CONFIRMED
               SET RUAEV-EVNT-CONFIRMED      TO TRUE
           ELSE
               SET RUAEV-EVNT-REVOKED        TO TRUE
           END-IF.
           MOVE WUATT-USER-ID                TO RUAEV-USER-ID.
           MOVE WUATT-SECUR-CLAS-ID          TO RUAEV-SECUR-CLAS-ID.
           MOVE WUATT-MGR-USER-ID            TO RUAEV-MGR-USER-ID.
           MOVE WUATT-CMPGN-ID               TO RUAEV-CMPGN-ID.
           MOVE WGLOB-USER-ID                TO RUAEV-BY-USER-ID.
           MOVE WGLOB-TERMINAL-ID            TO RUAEV-TERM-ID.
           MOVE WGLOB-CRNT-DT                TO RUAEV-EVNT-DT.
           MOVE WGLOB-SYSTEM-TIME            TO RUAEV-EVNT-TIME.
           MOVE WPGWS-CRNT-PGM-ID            TO RUAEV-PGM-ID.
           MOVE WUATT-DCSN-RSN-TXT           TO RUAEV-RSN-TXT.

           WRITE RUAEV-SEQ-REC-INFO.

           IF  WUAEV-SEQ-FILE-STATUS NOT = '00'
               SET LUATT-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE UAEV-FILE.

       8000-WRITE-EVIDENCE-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQUATT                     **
      *****************************************************************
