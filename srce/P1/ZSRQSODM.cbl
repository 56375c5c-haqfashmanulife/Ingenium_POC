      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQSODM.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQSODM                                         **
      **  REMARKS:  ONLINE MAINTENANCE FOR THE SEGREGATION-OF-DUTIES **
      **            CONFLICT RULE TABLE (SODR) AND EXCEPTION         **
      **            REGISTER (SODX) FOR THE SECURITY OFFICER.        **
      **                                                             **
      **            A RULE NAMES TWO TRANSACTIONS NO ONE PERSON      **
      **            SHOULD HOLD BOTH SIDES OF, AND THE WINDOW IN     **
      **            DAYS WITHIN WHICH THE SAME USER MAY NOT PERFORM  **
      **            BOTH ON ONE POLICY.  THE PAIR IS KEPT LOWER      **
      **            TRANSACTION ID FIRST, SO EITHER ORDER FINDS IT.  **
      **                                                             **
      **            AN EXCEPTION LETS ONE ROLE HOLD BOTH SIDES OF    **
      **            ONE RULE UNTIL ITS EXPIRY DATE.  IT IS           **
      **            REQUESTED PENDING WITH ITS REASON AND MUST BE    **
      **            APPROVED BY A DIFFERENT OFFICER BEFORE THE ROLE  **
      **            MATRIX MAINTENANCE WILL ACCEPT THE CONFLICT.  A  **
      **            WITHDRAWN OR EXPIRED EXCEPTION MAY BE REQUESTED  **
      **            AGAIN.                                           **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  UT                                               **
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

           COPY CCFHSODR.

           COPY CCFHSODX.

           COPY CCFHROLE.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWSODR.

       COPY CCFWSODX.

       COPY CCFWROLE.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQSODM'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWSODR.
       COPY CCWWSODX.
       COPY CCWWROLE.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-SWAP-TRAN-ID            PIC X(08)  VALUE SPACES.
           05  WS-ROLE-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-ROLE-FOUND                     VALUE 'Y'.
               88  WS-ROLE-NOT-FOUND                 VALUE 'N'.
           05  WS-RULE-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-RULE-FOUND                     VALUE 'Y'.
               88  WS-RULE-NOT-FOUND                 VALUE 'N'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLSODM.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LSODM-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LSODM-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

      *
      *  THE PAIR IS HELD LOWER TRANSACTION ID FIRST.
      *
           IF  LSODM-TRAN-ID-2 NOT = SPACES
           AND LSODM-TRAN-ID-1 > LSODM-TRAN-ID-2
               MOVE LSODM-TRAN-ID-1           TO WS-SWAP-TRAN-ID
               MOVE LSODM-TRAN-ID-2           TO LSODM-TRAN-ID-1
               MOVE WS-SWAP-TRAN-ID           TO LSODM-TRAN-ID-2
           END-IF.

           EVALUATE TRUE
               WHEN LSODM-FUNCTION-RULE-INQUIRE
                   PERFORM 1000-RULE-INQUIRE
                      THRU 1000-RULE-INQUIRE-X
               WHEN LSODM-FUNCTION-RULE-ADD
                   PERFORM 1100-RULE-ADD
                      THRU 1100-RULE-ADD-X
               WHEN LSODM-FUNCTION-RULE-CHANGE
                   PERFORM 1200-RULE-CHANGE
                      THRU 1200-RULE-CHANGE-X
               WHEN LSODM-FUNCTION-RULE-DELETE
                   PERFORM 1300-RULE-DELETE
                      THRU 1300-RULE-DELETE-X
               WHEN LSODM-FUNCTION-RULE-READNEXT
                   PERFORM 1400-RULE-READNEXT
                      THRU 1400-RULE-READNEXT-X
               WHEN LSODM-FUNCTION-EXCP-INQUIRE
                   PERFORM 2000-EXCP-INQUIRE
                      THRU 2000-EXCP-INQUIRE-X
               WHEN LSODM-FUNCTION-EXCP-REQUEST
                   PERFORM 2100-EXCP-REQUEST
                      THRU 2100-EXCP-REQUEST-X
               WHEN LSODM-FUNCTION-EXCP-APPROVE
                   PERFORM 2200-EXCP-APPROVE
                      THRU 2200-EXCP-APPROVE-X
               WHEN LSODM-FUNCTION-EXCP-WITHDRAW
                   PERFORM 2300-EXCP-WITHDRAW
                      THRU 2300-EXCP-WITHDRAW-X
               WHEN LSODM-FUNCTION-EXCP-READNEXT
                   PERFORM 2400-EXCP-READNEXT
                      THRU 2400-EXCP-READNEXT-X
               WHEN OTHER
                   SET LSODM-RETRN-ERROR TO TRUE
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
       1000-RULE-INQUIRE.
      *-------------------

           PERFORM 1800-FIND-RULE
              THRU 1800-FIND-RULE-X.

           IF  WS-RULE-FOUND
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LSODM-RETRN-OK            TO TRUE
           ELSE
               SET LSODM-RETRN-NOTFND        TO TRUE
           END-IF.

       1000-RULE-INQUIRE-X.
           EXIT.

      *---------------
       1100-RULE-ADD.
      *---------------

           PERFORM 1700-EDIT-RULE
              THRU 1700-EDIT-RULE-X.

           IF  LSODM-RETRN-INVALID
               GO TO 1100-RULE-ADD-X
           END-IF.

      *
      *  THE RULE TABLE IS CREATED ON FIRST USE.
      *
           OPEN I-O SODR-FILE.
           IF  WSODR-IO-NOFILE
               OPEN OUTPUT SODR-FILE
               CLOSE SODR-FILE
               OPEN I-O SODR-FILE
           END-IF.
           IF  WSODR-SEQ-FILE-STATUS NOT = '00'
               SET LSODM-RETRN-ERROR         TO TRUE
               GO TO 1100-RULE-ADD-X
           END-IF.

           MOVE SPACES                       TO WSODR-REC-INFO.
           MOVE LSODM-TRAN-ID-1              TO WSODR-TRAN-ID-1.
           MOVE LSODM-TRAN-ID-2              TO WSODR-TRAN-ID-2.
           MOVE LSODM-RULE-DESC-TXT          TO WSODR-RULE-DESC-TXT.
           MOVE LSODM-WINDOW-DAYS            TO WSODR-WINDOW-DAYS.
           MOVE LSODM-RULE-STAT-CD           TO WSODR-RULE-STAT-CD.
           IF  WSODR-RULE-STAT-CD = SPACES
               SET WSODR-RULE-ACTIVE         TO TRUE
           END-IF.
           MOVE WGLOB-USER-ID                TO WSODR-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WSODR-LAST-CHG-DT.

           WRITE WSODR-REC-INFO
               INVALID KEY
                   MOVE '22' TO WSODR-SEQ-FILE-STATUS
           END-WRITE.

           IF  WSODR-IO-DUPKEY
               SET LSODM-RETRN-DUPLICATE     TO TRUE
           ELSE
           IF  NOT WSODR-IO-OK
               SET LSODM-RETRN-ERROR         TO TRUE
           ELSE
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LSODM-RETRN-OK            TO TRUE
           END-IF
           END-IF.

           CLOSE SODR-FILE.

       1100-RULE-ADD-X.
           EXIT.

      *------------------
       1200-RULE-CHANGE.
      *------------------

           PERFORM 1700-EDIT-RULE
              THRU 1700-EDIT-RULE-X.

           IF  LSODM-RETRN-INVALID
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           OPEN I-O SODR-FILE.
           IF  WSODR-SEQ-FILE-STATUS NOT = '00'
               SET LSODM-RETRN-NOTFND        TO TRUE
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           MOVE LSODM-TRAN-ID-1              TO WSODR-TRAN-ID-1.
           MOVE LSODM-TRAN-ID-2              TO WSODR-TRAN-ID-2.

           READ SODR-FILE
               INVALID KEY
                   MOVE '23' TO WSODR-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WSODR-IO-OK
               SET LSODM-RETRN-NOTFND        TO TRUE
               CLOSE SODR-FILE
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           MOVE LSODM-RULE-DESC-TXT          TO WSODR-RULE-DESC-TXT.
           MOVE LSODM-WINDOW-DAYS            TO WSODR-WINDOW-DAYS.
           IF  LSODM-RULE-STAT-CD NOT = SPACES
               MOVE LSODM-RULE-STAT-CD       TO WSODR-RULE-STAT-CD
           END-IF.
           MOVE WGLOB-USER-ID                TO WSODR-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WSODR-LAST-CHG-DT.

           REWRITE WSODR-REC-INFO
               INVALID KEY
                   MOVE '99' TO WSODR-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WSODR-IO-OK
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LSODM-RETRN-OK            TO TRUE
           ELSE
               SET LSODM-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE SODR-FILE.

       1200-RULE-CHANGE-X.
           EXIT.

      *------------------
       1300-RULE-DELETE.
      *------------------

      *
      *  THE ROLES' EXCEPTIONS TO A DELETED RULE ARE LEFT ON THE
      *  REGISTER AS ITS HISTORY; WITH NO RULE THEY HAVE NO EFFECT.
      *
           OPEN I-O SODR-FILE.
           IF  WSODR-SEQ-FILE-STATUS NOT = '00'
               SET LSODM-RETRN-NOTFND        TO TRUE
               GO TO 1300-RULE-DELETE-X
           END-IF.

           MOVE LSODM-TRAN-ID-1              TO WSODR-TRAN-ID-1.
           MOVE LSODM-TRAN-ID-2              TO WSODR-TRAN-ID-2.

           DELETE SODR-FILE
               INVALID KEY
                   MOVE '23' TO WSODR-SEQ-FILE-STATUS
           END-DELETE.

           IF  WSODR-IO-OK
               SET LSODM-RETRN-OK            TO TRUE
           ELSE
               SET LSODM-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE SODR-FILE.

       1300-RULE-DELETE-X.
           EXIT.

      *--------------------
       1400-RULE-READNEXT.
      *--------------------

      *
      *  RETURNS THE FIRST RULE AFTER THE PAIR SUPPLIED - THE
      *  SCREEN PAGES BY FEEDING BACK THE LAST PAIR IT DISPLAYED.
      *
           OPEN INPUT SODR-FILE.
           IF  WSODR-SEQ-FILE-STATUS NOT = '00'
               SET LSODM-RETRN-EOF           TO TRUE
               GO TO 1400-RULE-READNEXT-X
           END-IF.

           MOVE LSODM-TRAN-ID-1              TO WSODR-TRAN-ID-1.
           MOVE LSODM-TRAN-ID-2              TO WSODR-TRAN-ID-2.

           START SODR-FILE
               KEY IS GREATER THAN WSODR-KEY
               INVALID KEY
                   MOVE '23' TO WSODR-SEQ-FILE-STATUS
           END-START.

           IF  WSODR-IO-OK
               READ SODR-FILE NEXT
                   AT END
                       MOVE '10' TO WSODR-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WSODR-IO-OK
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LSODM-RETRN-OK            TO TRUE
           ELSE
               SET LSODM-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE SODR-FILE.

       1400-RULE-READNEXT-X.
           EXIT.

      *----------------
       1700-EDIT-RULE.
      *----------------

      *
      *  TWO DIFFERENT TRANSACTIONS, A DESCRIPTION AND A NUMERIC
      *  WINDOW (ZERO - NO POLICY-LEVEL CHECK).
      *
           SET  LSODM-RETRN-OK               TO TRUE.

           IF  LSODM-TRAN-ID-1 = SPACES
           OR  LSODM-TRAN-ID-2 = SPACES
           OR  LSODM-TRAN-ID-1 = LSODM-TRAN-ID-2
           OR  LSODM-RULE-DESC-TXT = SPACES
           OR  LSODM-WINDOW-DAYS NOT NUMERIC
               SET LSODM-RETRN-INVALID       TO TRUE
           END-IF.

           IF  LSODM-RULE-STAT-CD NOT = SPACES
           AND LSODM-RULE-STAT-CD NOT = 'A'
           AND LSODM-RULE-STAT-CD NOT = 'I'
               SET LSODM-RETRN-INVALID       TO TRUE
           END-IF.

       1700-EDIT-RULE-X.
           EXIT.

      *----------------
       1800-FIND-RULE.
      *----------------

           SET  WS-RULE-NOT-FOUND            TO TRUE.

           OPEN INPUT SODR-FILE.
           IF  WSODR-SEQ-FILE-STATUS NOT = '00'
               GO TO 1800-FIND-RULE-X
           END-IF.

           MOVE LSODM-TRAN-ID-1              TO WSODR-TRAN-ID-1.
           MOVE LSODM-TRAN-ID-2              TO WSODR-TRAN-ID-2.

           READ SODR-FILE
               INVALID KEY
                   MOVE '23' TO WSODR-SEQ-FILE-STATUS
           END-READ.

           IF  WSODR-IO-OK
               SET WS-RULE-FOUND             TO TRUE
           END-IF.

           CLOSE SODR-FILE.

       1800-FIND-RULE-X.
           EXIT.

      *------------------
       1900-RETURN-RULE.
      *------------------

           MOVE WSODR-TRAN-ID-1              TO LSODM-TRAN-ID-1.
           MOVE WSODR-TRAN-ID-2              TO LSODM-TRAN-ID-2.
           MOVE WSODR-RULE-DESC-TXT          TO LSODM-RULE-DESC-TXT.
           MOVE WSODR-WINDOW-DAYS            TO LSODM-WINDOW-DAYS.
           MOVE WSODR-RULE-STAT-CD           TO LSODM-RULE-STAT-CD.
           MOVE WSODR-LAST-CHG-USER-ID       TO LSODM-LAST-CHG-USER-ID.
           MOVE WSODR-LAST-CHG-DT            TO LSODM-LAST-CHG-DT.

       1900-RETURN-RULE-X.
           EXIT.
      /
      *-------------------
       2000-EXCP-INQUIRE.
      *-------------------

           OPEN INPUT SODX-FILE.
           IF  WSODX-SEQ-FILE-STATUS NOT = '00'
               SET LSODM-RETRN-NOTFND        TO TRUE
               GO TO 2000-EXCP-INQUIRE-X
           END-IF.

           MOVE LSODM-ROLE-ID                TO WSODX-ROLE-ID.
           MOVE LSODM-TRAN-ID-1              TO WSODX-TRAN-ID-1.
           MOVE LSODM-TRAN-ID-2              TO WSODX-TRAN-ID-2.

           READ SODX-FILE
               INVALID KEY
                   MOVE '23' TO WSODX-SEQ-FILE-STATUS
           END-READ.

           IF  WSODX-IO-OK
               PERFORM 2900-RETURN-EXCP
                  THRU 2900-RETURN-EXCP-X
               SET LSODM-RETRN-OK            TO TRUE
           ELSE
               SET LSODM-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE SODX-FILE.

       2000-EXCP-INQUIRE-X.
           EXIT.

      *-------------------
       2100-EXCP-REQUEST.
      *-------------------

      *
      *  THE ROLE AND THE RULE MUST EXIST, AND THE REASON AND A
      *  FUTURE EXPIRY DATE ARE REQUIRED.
      *
           SET  LSODM-RETRN-OK               TO TRUE.

           IF  LSODM-ROLE-ID = SPACES
           OR  LSODM-RSN-TXT = SPACES
           OR  LSODM-XPRY-DT = SPACES
           OR  LSODM-XPRY-DT NOT > WGLOB-CRNT-DT
               SET LSODM-RETRN-INVALID       TO TRUE
               GO TO 2100-EXCP-REQUEST-X
           END-IF.

           PERFORM 2800-FIND-ROLE
              THRU 2800-FIND-ROLE-X.

           IF  WS-ROLE-NOT-FOUND
               SET LSODM-RETRN-INVALID       TO TRUE
               GO TO 2100-EXCP-REQUEST-X
           END-IF.

           PERFORM 1800-FIND-RULE
              THRU 1800-FIND-RULE-X.

           IF  WS-RULE-NOT-FOUND
               SET LSODM-RETRN-NO-RULE       TO TRUE
               GO TO 2100-EXCP-REQUEST-X
           END-IF.

      *
      *  THE REGISTER IS CREATED ON FIRST USE.
      *
           OPEN I-O SODX-FILE.
           IF  WSODX-IO-NOFILE
               OPEN OUTPUT SODX-FILE
               CLOSE SODX-FILE
               OPEN I-O SODX-FILE
           END-IF.
           IF  WSODX-SEQ-FILE-STATUS NOT = '00'
               SET LSODM-RETRN-ERROR         TO TRUE
               GO TO 2100-EXCP-REQUEST-X
           END-IF.

           MOVE LSODM-ROLE-ID                TO WSODX-ROLE-ID.
           MOVE LSODM-TRAN-ID-1              TO WSODX-TRAN-ID-1.
           MOVE LSODM-TRAN-ID-2              TO WSODX-TRAN-ID-2.

           READ SODX-FILE
               INVALID KEY
                   MOVE '23' TO WSODX-SEQ-FILE-STATUS
           END-READ.

      *
      *  A PENDING REQUEST, OR AN APPROVAL STILL IN FORCE, STANDS;
      *  A WITHDRAWN OR EXPIRED ONE IS REQUESTED AFRESH.
      *
           IF  WSODX-IO-OK
               IF  WSODX-EXCP-PENDING
               OR (WSODX-EXCP-APPROVED
               AND WSODX-XPRY-DT NOT < WGLOB-CRNT-DT)
                   SET LSODM-RETRN-DUPLICATE TO TRUE
                   CLOSE SODX-FILE
                   GO TO 2100-EXCP-REQUEST-X
               END-IF
           END-IF.

           MOVE SPACES                       TO WSODX-REC-INFO.
           MOVE LSODM-ROLE-ID                TO WSODX-ROLE-ID.
           MOVE LSODM-TRAN-ID-1              TO WSODX-TRAN-ID-1.
           MOVE LSODM-TRAN-ID-2              TO WSODX-TRAN-ID-2.
           SET  WSODX-EXCP-PENDING           TO TRUE.
           MOVE LSODM-RSN-TXT                TO WSODX-RSN-TXT.
           MOVE LSODM-XPRY-DT                TO WSODX-XPRY-DT.
           MOVE WGLOB-USER-ID                TO WSODX-RQST-USER-ID
                                                WSODX-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WSODX-RQST-DT
                                                WSODX-LAST-CHG-DT.

           IF  WSODX-IO-OK
               REWRITE WSODX-REC-INFO
                   INVALID KEY
                       MOVE '99' TO WSODX-SEQ-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE WSODX-REC-INFO
                   INVALID KEY
                       MOVE '22' TO WSODX-SEQ-FILE-STATUS
               END-WRITE
           END-IF.

           IF  WSODX-IO-OK
               PERFORM 2900-RETURN-EXCP
                  THRU 2900-RETURN-EXCP-X
           ELSE
               SET LSODM-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE SODX-FILE.

       2100-EXCP-REQUEST-X.
           EXIT.

      *-------------------
       2200-EXCP-APPROVE.
      *-------------------

      *
      *  FOUR EYES: THE OFFICER WHO REQUESTED THE EXCEPTION MAY NOT
      *  APPROVE IT.  AN EXCEPTION ALREADY PAST ITS EXPIRY DATE
      *  CANNOT BE APPROVED.
      *
           OPEN I-O SODX-FILE.
           IF  WSODX-SEQ-FILE-STATUS NOT = '00'
               SET LSODM-RETRN-NOTFND        TO TRUE
               GO TO 2200-EXCP-APPROVE-X
           END-IF.

           MOVE LSODM-ROLE-ID                TO WSODX-ROLE-ID.
           MOVE LSODM-TRAN-ID-1              TO WSODX-TRAN-ID-1.
           MOVE LSODM-TRAN-ID-2              TO WSODX-TRAN-ID-2.

           READ SODX-FILE
               INVALID KEY
                   MOVE '23' TO WSODX-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WSODX-IO-OK
               SET LSODM-RETRN-NOTFND        TO TRUE
               CLOSE SODX-FILE
               GO TO 2200-EXCP-APPROVE-X
           END-IF.

           IF  NOT WSODX-EXCP-PENDING
               SET LSODM-RETRN-NOT-PENDING   TO TRUE
               CLOSE SODX-FILE
               GO TO 2200-EXCP-APPROVE-X
           END-IF.

           IF  WSODX-RQST-USER-ID = WGLOB-USER-ID
               SET LSODM-RETRN-SAME-USER     TO TRUE
               CLOSE SODX-FILE
               GO TO 2200-EXCP-APPROVE-X
           END-IF.

           IF  WSODX-XPRY-DT < WGLOB-CRNT-DT
               SET LSODM-RETRN-INVALID       TO TRUE
               CLOSE SODX-FILE
               GO TO 2200-EXCP-APPROVE-X
           END-IF.

           SET  WSODX-EXCP-APPROVED          TO TRUE.
           MOVE WGLOB-USER-ID                TO WSODX-APPRV-USER-ID
                                                WSODX-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WSODX-APPRV-DT
                                                WSODX-LAST-CHG-DT.

           REWRITE WSODX-REC-INFO
               INVALID KEY
                   MOVE '99' TO WSODX-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WSODX-IO-OK
               PERFORM 2900-RETURN-EXCP
                  THRU 2900-RETURN-EXCP-X
               SET LSODM-RETRN-OK            TO TRUE
           ELSE
               SET LSODM-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE SODX-FILE.

       2200-EXCP-APPROVE-X.
           EXIT.

      *--------------------
       2300-EXCP-WITHDRAW.
      *--------------------

           OPEN I-O SODX-FILE.
           IF  WSODX-SEQ-FILE-STATUS NOT = '00'
               SET LSODM-RETRN-NOTFND        TO TRUE
               GO TO 2300-EXCP-WITHDRAW-X
           END-IF.

           MOVE LSODM-ROLE-ID                TO WSODX-ROLE-ID.
           MOVE LSODM-TRAN-ID-1              TO WSODX-TRAN-ID-1.
           MOVE LSODM-TRAN-ID-2              TO WSODX-TRAN-ID-2.

           READ SODX-FILE
               INVALID KEY
                   MOVE '23' TO WSODX-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WSODX-IO-OK
               SET LSODM-RETRN-NOTFND        TO TRUE
               CLOSE SODX-FILE
               GO TO 2300-EXCP-WITHDRAW-X
           END-IF.

           IF  WSODX-EXCP-WITHDRAWN
               SET LSODM-RETRN-INVALID       TO TRUE
               CLOSE SODX-FILE
               GO TO 2300-EXCP-WITHDRAW-X
           END-IF.

           SET  WSODX-EXCP-WITHDRAWN         TO TRUE.
           MOVE WGLOB-USER-ID                TO WSODX-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WSODX-LAST-CHG-DT.

           REWRITE WSODX-REC-INFO
               INVALID KEY
                   MOVE '99' TO WSODX-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WSODX-IO-OK
               PERFORM 2900-RETURN-EXCP
                  THRU 2900-RETURN-EXCP-X
               SET LSODM-RETRN-OK            TO TRUE
           ELSE
               SET LSODM-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE SODX-FILE.

       2300-EXCP-WITHDRAW-X.
           EXIT.

      *--------------------
       2400-EXCP-READNEXT.
      *--------------------

      *
      *  RETURNS THE ROLE'S FIRST EXCEPTION AFTER THE PAIR SUPPLIED.
      *
           OPEN INPUT SODX-FILE.
           IF  WSODX-SEQ-FILE-STATUS NOT = '00'
               SET LSODM-RETRN-EOF           TO TRUE
               GO TO 2400-EXCP-READNEXT-X
           END-IF.

           MOVE LSODM-ROLE-ID                TO WSODX-ROLE-ID.
           MOVE LSODM-TRAN-ID-1              TO WSODX-TRAN-ID-1.
           MOVE LSODM-TRAN-ID-2              TO WSODX-TRAN-ID-2.

           START SODX-FILE
               KEY IS GREATER THAN WSODX-KEY
               INVALID KEY
                   MOVE '23' TO WSODX-SEQ-FILE-STATUS
           END-START.

           IF  WSODX-IO-OK
               READ SODX-FILE NEXT
                   AT END
                       MOVE '10' TO WSODX-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WSODX-IO-OK
           AND WSODX-ROLE-ID = LSODM-ROLE-ID
               PERFORM 2900-RETURN-EXCP
                  THRU 2900-RETURN-EXCP-X
               SET LSODM-RETRN-OK            TO TRUE
           ELSE
               SET LSODM-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE SODX-FILE.

       2400-EXCP-READNEXT-X.
           EXIT.

      *----------------
       2800-FIND-ROLE.
      *----------------

           SET  WS-ROLE-NOT-FOUND            TO TRUE.

           OPEN INPUT ROLE-FILE.
           IF  WROLE-SEQ-FILE-STATUS NOT = '00'
               GO TO 2800-FIND-ROLE-X
           END-IF.

           MOVE LSODM-ROLE-ID                TO WROLE-ROLE-ID.

           READ ROLE-FILE
               INVALID KEY
                   MOVE '23' TO WROLE-SEQ-FILE-STATUS
           END-READ.

           IF  WROLE-IO-OK
               SET WS-ROLE-FOUND             TO TRUE
           END-IF.

           CLOSE ROLE-FILE.

       2800-FIND-ROLE-X.
           EXIT.

      *------------------
       2900-RETURN-EXCP.
      *------------------

           MOVE WSODX-ROLE-ID                TO LSODM-ROLE-ID.
           MOVE WSODX-TRAN-ID-1              TO LSODM-TRAN-ID-1.
           MOVE WSODX-TRAN-ID-2              TO LSODM-TRAN-ID-2.
           MOVE WSODX-EXCP-STAT-CD           TO LSODM-EXCP-STAT-CD.
           MOVE WSODX-RSN-TXT                TO LSODM-RSN-TXT.
           MOVE WSODX-XPRY-DT                TO LSODM-XPRY-DT.
           MOVE WSODX-RQST-USER-ID           TO LSODM-RQST-USER-ID.
           MOVE WSODX-RQST-DT                TO LSODM-RQST-DT.
           MOVE WSODX-APPRV-USER-ID          TO LSODM-APPRV-USER-ID.
           MOVE WSODX-APPRV-DT               TO LSODM-APPRV-DT.
           MOVE WSODX-LAST-CHG-USER-ID       TO LSODM-LAST-CHG-USER-ID.
           MOVE WSODX-LAST-CHG-DT            TO LSODM-LAST-CHG-DT.

       2900-RETURN-EXCP-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQSODM                     **
      *****************************************************************
