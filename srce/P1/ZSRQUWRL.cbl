      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQUWRL.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQUWRL                                         **
      **  REMARKS:  ONLINE MAINTENANCE OF THE AUTOMATED UNDERWRITING **
      **            RULES TABLE (UWRL) FOR THE UNDERWRITING          **
      **            MANAGERS.                                        **
      **                                                             **
      **            EACH RULE, TRIED IN SEQUENCE, DECIDES A NEW      **
      **            APPLICATION AS AUTO-APPROVE, REFER OR DECLINE    **
      **            WHEN THE APPLICATION MEETS EVERY CONDITION THE   **
      **            RULE SETS - PLAN, CHANNEL, ISSUE AGE, FACE BAND, **
      **            ACCUMULATED FACE, DISCLOSURE ANSWERS,            **
      **            OCCUPATION CLASS AND BMI BAND.  THE DAILY        **
      **            DECISION RUN (ZSBMUWAD) APPLIES THE RULES IN     **
      **            EFFECT ON ITS PROCESS DATE.                      **
      **                                                             **
      **            EVERY ADD, CHANGE AND DELETE IS WRITTEN TO THE   **
      **            CONFIGURATION AUDIT TRAIL (XSRU9691) BEFORE THE  **
      **            RULE IS CHANGED, AND IS REFUSED IF IT CANNOT BE. **
      **                                                             **
      **  DOMAIN :  NB                                               **
      **  CLASS  :  UT                                               **
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

           COPY CCFHUWRL.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWUWRL.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQUWRL'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY XCWL9691.

       COPY CCWWUWRL.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLUWRL.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LUWRL-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LUWRL-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LUWRL-FUNCTION-INQUIRE
                   PERFORM 1000-RULE-INQUIRE
                      THRU 1000-RULE-INQUIRE-X
               WHEN LUWRL-FUNCTION-ADD
                   PERFORM 1100-RULE-ADD
                      THRU 1100-RULE-ADD-X
               WHEN LUWRL-FUNCTION-CHANGE
                   PERFORM 1200-RULE-CHANGE
                      THRU 1200-RULE-CHANGE-X
               WHEN LUWRL-FUNCTION-DELETE
                   PERFORM 1300-RULE-DELETE
                      THRU 1300-RULE-DELETE-X
               WHEN LUWRL-FUNCTION-NEXT
                   PERFORM 1400-RULE-READNEXT
                      THRU 1400-RULE-READNEXT-X
               WHEN OTHER
                   SET LUWRL-RETRN-ERROR TO TRUE
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

           OPEN INPUT UWRL-FILE.
           IF  WUWRL-SEQ-FILE-STATUS NOT = '00'
               SET LUWRL-RETRN-NOTFND        TO TRUE
               GO TO 1000-RULE-INQUIRE-X
           END-IF.

           MOVE LUWRL-RULE-SEQ-NUM           TO WUWRL-RULE-SEQ-NUM.

           READ UWRL-FILE
               INVALID KEY
                   MOVE '23' TO WUWRL-SEQ-FILE-STATUS
           END-READ.

           IF  WUWRL-IO-OK
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LUWRL-RETRN-OK            TO TRUE
           ELSE
               SET LUWRL-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE UWRL-FILE.

       1000-RULE-INQUIRE-X.
           EXIT.

      *---------------
       1100-RULE-ADD.
      *---------------

           PERFORM 1700-EDIT-RULE
              THRU 1700-EDIT-RULE-X.

           IF  LUWRL-RETRN-INVALID
               GO TO 1100-RULE-ADD-X
           END-IF.

      *
      *  THE RULE TABLE IS CREATED ON FIRST USE.
      *
           OPEN I-O UWRL-FILE.
           IF  WUWRL-IO-NOFILE
               OPEN OUTPUT UWRL-FILE
               CLOSE UWRL-FILE
               OPEN I-O UWRL-FILE
           END-IF.
           IF  WUWRL-SEQ-FILE-STATUS NOT = '00'
               SET LUWRL-RETRN-ERROR         TO TRUE
               GO TO 1100-RULE-ADD-X
           END-IF.

           MOVE LUWRL-RULE-SEQ-NUM           TO WUWRL-RULE-SEQ-NUM.

           READ UWRL-FILE
               INVALID KEY
                   MOVE '23' TO WUWRL-SEQ-FILE-STATUS
           END-READ.

           IF  WUWRL-IO-OK
               SET LUWRL-RETRN-DUPKEY        TO TRUE
               CLOSE UWRL-FILE
               GO TO 1100-RULE-ADD-X
           END-IF.

           MOVE SPACES                       TO WUWRL-REC-INFO.
           MOVE LUWRL-RULE-SEQ-NUM           TO WUWRL-RULE-SEQ-NUM.
           PERFORM 1800-MOVE-RULE
              THRU 1800-MOVE-RULE-X.
           IF  WUWRL-RULE-STAT-CD = SPACES
               SET WUWRL-RULE-ACTIVE         TO TRUE
           END-IF.

           MOVE SPACES                       TO L9691-PARM-INFO.
           MOVE 'UWRL'                       TO L9691-TBL-ID.
           MOVE WUWRL-KEY                    TO L9691-ROW-KEY.
           MOVE WUWRL-REC-INFO               TO L9691-AFTER-IMAGE.
           PERFORM  9691-1000-AUDIT-CREATE
               THRU 9691-1000-AUDIT-CREATE-X.

           IF  NOT L9691-RETRN-OK
               SET LUWRL-RETRN-NOT-AUDITED   TO TRUE
               CLOSE UWRL-FILE
               GO TO 1100-RULE-ADD-X
           END-IF.

           WRITE WUWRL-REC-INFO
               INVALID KEY
                   MOVE '22' TO WUWRL-SEQ-FILE-STATUS
           END-WRITE.

           IF  WUWRL-IO-DUPKEY
               SET LUWRL-RETRN-DUPKEY        TO TRUE
           ELSE
           IF  NOT WUWRL-IO-OK
               SET LUWRL-RETRN-ERROR         TO TRUE
           ELSE
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LUWRL-RETRN-OK            TO TRUE
           END-IF
           END-IF.

           CLOSE UWRL-FILE.

       1100-RULE-ADD-X.
           EXIT.

      *------------------
       1200-RULE-CHANGE.
      *------------------

           PERFORM 1700-EDIT-RULE
              THRU 1700-EDIT-RULE-X.

           IF  LUWRL-RETRN-INVALID
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           OPEN I-O UWRL-FILE.
           IF  WUWRL-SEQ-FILE-STATUS NOT = '00'
               SET LUWRL-RETRN-NOTFND        TO TRUE
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           MOVE LUWRL-RULE-SEQ-NUM           TO WUWRL-RULE-SEQ-NUM.

           READ UWRL-FILE
               INVALID KEY
                   MOVE '23' TO WUWRL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WUWRL-IO-OK
               SET LUWRL-RETRN-NOTFND        TO TRUE
               CLOSE UWRL-FILE
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           MOVE SPACES                       TO L9691-PARM-INFO.
           MOVE 'UWRL'                       TO L9691-TBL-ID.
           MOVE WUWRL-KEY                    TO L9691-ROW-KEY.
           MOVE WUWRL-REC-INFO               TO L9691-BEFORE-IMAGE.

           PERFORM 1800-MOVE-RULE
              THRU 1800-MOVE-RULE-X.

           MOVE WUWRL-REC-INFO               TO L9691-AFTER-IMAGE.
           PERFORM  9691-2000-AUDIT-UPDATE
               THRU 9691-2000-AUDIT-UPDATE-X.

           IF  NOT L9691-RETRN-OK
               SET LUWRL-RETRN-NOT-AUDITED   TO TRUE
               CLOSE UWRL-FILE
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           REWRITE WUWRL-REC-INFO
               INVALID KEY
                   MOVE '99' TO WUWRL-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WUWRL-IO-OK
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LUWRL-RETRN-OK            TO TRUE
           ELSE
               SET LUWRL-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE UWRL-FILE.

       1200-RULE-CHANGE-X.
           EXIT.

      *------------------
       1300-RULE-DELETE.
      *------------------

      *
      *  DECISIONS ALREADY MADE UNDER A DELETED RULE STAND - THE
      *  DECISION REGISTER KEEPS THE RULE'S NUMBER AND DESCRIPTION.
      *  TO STOP A RULE FIRING WHILE KEEPING IT, MAKE IT INACTIVE.
      *
           OPEN I-O UWRL-FILE.
           IF  WUWRL-SEQ-FILE-STATUS NOT = '00'
               SET LUWRL-RETRN-NOTFND        TO TRUE
               GO TO 1300-RULE-DELETE-X
           END-IF.

           MOVE LUWRL-RULE-SEQ-NUM           TO WUWRL-RULE-SEQ-NUM.

           READ UWRL-FILE
               INVALID KEY
                   MOVE '23' TO WUWRL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WUWRL-IO-OK
               SET LUWRL-RETRN-NOTFND        TO TRUE
               CLOSE UWRL-FILE
               GO TO 1300-RULE-DELETE-X
           END-IF.

           MOVE SPACES                       TO L9691-PARM-INFO.
           MOVE 'UWRL'                       TO L9691-TBL-ID.
           MOVE WUWRL-KEY                    TO L9691-ROW-KEY.
           MOVE WUWRL-REC-INFO               TO L9691-BEFORE-IMAGE.
           PERFORM  9691-3000-AUDIT-DELETE
               THRU 9691-3000-AUDIT-DELETE-X.

           IF  NOT L9691-RETRN-OK
               SET LUWRL-RETRN-NOT-AUDITED   TO TRUE
               CLOSE UWRL-FILE
               GO TO 1300-RULE-DELETE-X
           END-IF.

           PERFORM 1900-RETURN-RULE
              THRU 1900-RETURN-RULE-X.

           DELETE UWRL-FILE
               INVALID KEY
                   MOVE '23' TO WUWRL-SEQ-FILE-STATUS
           END-DELETE.

           IF  WUWRL-IO-OK
               SET LUWRL-RETRN-OK            TO TRUE
           ELSE
               SET LUWRL-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE UWRL-FILE.

       1300-RULE-DELETE-X.
           EXIT.

      *--------------------
       1400-RULE-READNEXT.
      *--------------------

      *
      *  RETURNS THE FIRST RULE AFTER THE SEQUENCE SUPPLIED - THE
      *  SCREEN PAGES BY FEEDING BACK THE LAST RULE IT DISPLAYED.
      *
           OPEN INPUT UWRL-FILE.
           IF  WUWRL-SEQ-FILE-STATUS NOT = '00'
               SET LUWRL-RETRN-EOF           TO TRUE
               GO TO 1400-RULE-READNEXT-X
           END-IF.

           MOVE LUWRL-RULE-SEQ-NUM           TO WUWRL-RULE-SEQ-NUM.

           START UWRL-FILE
               KEY IS GREATER THAN WUWRL-KEY
               INVALID KEY
                   MOVE '23' TO WUWRL-SEQ-FILE-STATUS
           END-START.

           IF  WUWRL-IO-OK
               READ UWRL-FILE NEXT
                   AT END
                       MOVE '10' TO WUWRL-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WUWRL-IO-OK
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LUWRL-RETRN-OK            TO TRUE
           ELSE
               SET LUWRL-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE UWRL-FILE.

       1400-RULE-READNEXT-X.
           EXIT.

      *----------------
       1700-EDIT-RULE.
      *----------------

      *
      *  A SEQUENCE, A DESCRIPTION, A DECISION OF A, R OR D AND AN
      *  EFFECTIVE DATE ARE REQUIRED.  EACH RANGE, WHEN GIVEN, MUST
      *  NOT RUN BACKWARDS; THE DISCLOSURE CONDITION IS BLANK, C OR
      *  Y AND THE OCCUPATION CLASS BLANK OR 1 TO 9.
      *
           SET  LUWRL-RETRN-OK               TO TRUE.

           MOVE LUWRL-DCSN-CD                TO WUWRL-DCSN-CD.

           IF  LUWRL-RULE-SEQ-NUM NOT NUMERIC
           OR  LUWRL-RULE-SEQ-NUM = ZERO
           OR  LUWRL-RULE-DESC-TXT = SPACES
           OR  LUWRL-EFF-DT = SPACES
           OR  NOT WUWRL-DCSN-VALID
               SET LUWRL-RETRN-INVALID       TO TRUE
               GO TO 1700-EDIT-RULE-X
           END-IF.

           IF  LUWRL-RULE-STAT-CD NOT = SPACES
           AND LUWRL-RULE-STAT-CD NOT = 'A'
           AND LUWRL-RULE-STAT-CD NOT = 'I'
               SET LUWRL-RETRN-INVALID       TO TRUE
           END-IF.

           IF  LUWRL-XPRY-DT NOT = SPACES
           AND LUWRL-XPRY-DT < LUWRL-EFF-DT
               SET LUWRL-RETRN-INVALID       TO TRUE
           END-IF.

           IF  LUWRL-ISS-AGE-MIN NOT NUMERIC
           OR  LUWRL-ISS-AGE-MAX NOT NUMERIC
           OR  LUWRL-BMI-MIN     NOT NUMERIC
           OR  LUWRL-BMI-MAX     NOT NUMERIC
               SET LUWRL-RETRN-INVALID       TO TRUE
               GO TO 1700-EDIT-RULE-X
           END-IF.

           IF  LUWRL-ISS-AGE-MAX > ZERO
           AND LUWRL-ISS-AGE-MAX < LUWRL-ISS-AGE-MIN
               SET LUWRL-RETRN-INVALID       TO TRUE
           END-IF.

           IF  LUWRL-FACE-MIN-AMT < ZERO
           OR  LUWRL-FACE-MAX-AMT < ZERO
           OR  LUWRL-ACUM-FACE-MAX-AMT < ZERO
               SET LUWRL-RETRN-INVALID       TO TRUE
           END-IF.

           IF  LUWRL-FACE-MAX-AMT > ZERO
           AND LUWRL-FACE-MAX-AMT < LUWRL-FACE-MIN-AMT
               SET LUWRL-RETRN-INVALID       TO TRUE
           END-IF.

           IF  LUWRL-BMI-MAX > ZERO
           AND LUWRL-BMI-MAX < LUWRL-BMI-MIN
               SET LUWRL-RETRN-INVALID       TO TRUE
           END-IF.

           IF  LUWRL-DSCLSR-COND-CD NOT = SPACE
           AND LUWRL-DSCLSR-COND-CD NOT = 'C'
           AND LUWRL-DSCLSR-COND-CD NOT = 'Y'
               SET LUWRL-RETRN-INVALID       TO TRUE
           END-IF.

           IF  LUWRL-OCCP-CLS-MAX-CD NOT = SPACE
           AND (LUWRL-OCCP-CLS-MAX-CD < '1'
            OR  LUWRL-OCCP-CLS-MAX-CD > '9')
               SET LUWRL-RETRN-INVALID       TO TRUE
           END-IF.

       1700-EDIT-RULE-X.
           EXIT.

      *----------------
       1800-MOVE-RULE.
      *----------------

           MOVE LUWRL-RULE-DESC-TXT          TO WUWRL-RULE-DESC-TXT.
           MOVE LUWRL-EFF-DT                 TO WUWRL-EFF-DT.
           MOVE LUWRL-XPRY-DT                TO WUWRL-XPRY-DT.
           MOVE LUWRL-PLAN-ID                TO WUWRL-PLAN-ID.
           MOVE LUWRL-CHNL-CD                TO WUWRL-CHNL-CD.
           MOVE LUWRL-ISS-AGE-MIN            TO WUWRL-ISS-AGE-MIN.
           MOVE LUWRL-ISS-AGE-MAX            TO WUWRL-ISS-AGE-MAX.
           MOVE LUWRL-FACE-MIN-AMT           TO WUWRL-FACE-MIN-AMT.
           MOVE LUWRL-FACE-MAX-AMT           TO WUWRL-FACE-MAX-AMT.
           MOVE LUWRL-ACUM-FACE-MAX-AMT      TO WUWRL-ACUM-FACE-MAX-AMT.
           MOVE LUWRL-DSCLSR-COND-CD         TO WUWRL-DSCLSR-COND-CD.
           MOVE LUWRL-OCCP-CLS-MAX-CD        TO WUWRL-OCCP-CLS-MAX-CD.
           MOVE LUWRL-BMI-MIN                TO WUWRL-BMI-MIN.
           MOVE LUWRL-BMI-MAX                TO WUWRL-BMI-MAX.
           MOVE LUWRL-DCSN-CD                TO WUWRL-DCSN-CD.

           IF  LUWRL-RULE-STAT-CD NOT = SPACES
               MOVE LUWRL-RULE-STAT-CD       TO WUWRL-RULE-STAT-CD
           END-IF.
           MOVE WGLOB-USER-ID                TO WUWRL-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WUWRL-LAST-CHG-DT.

       1800-MOVE-RULE-X.
           EXIT.

      *------------------
       1900-RETURN-RULE.
      *------------------

           MOVE WUWRL-RULE-SEQ-NUM           TO LUWRL-RULE-SEQ-NUM.
           MOVE WUWRL-RULE-DESC-TXT          TO LUWRL-RULE-DESC-TXT.
           MOVE WUWRL-RULE-STAT-CD           TO LUWRL-RULE-STAT-CD.
           MOVE WUWRL-EFF-DT                 TO LUWRL-EFF-DT.
           MOVE WUWRL-XPRY-DT                TO LUWRL-XPRY-DT.
           MOVE WUWRL-PLAN-ID                TO LUWRL-PLAN-ID.
           MOVE WUWRL-CHNL-CD                TO LUWRL-CHNL-CD.
           MOVE WUWRL-ISS-AGE-MIN            TO LUWRL-ISS-AGE-MIN.
           MOVE WUWRL-ISS-AGE-MAX            TO LUWRL-ISS-AGE-MAX.
           MOVE WUWRL-FACE-MIN-AMT           TO LUWRL-FACE-MIN-AMT.
           MOVE WUWRL-FACE-MAX-AMT           TO LUWRL-FACE-MAX-AMT.
           MOVE WUWRL-ACUM-FACE-MAX-AMT      TO LUWRL-ACUM-FACE-MAX-AMT.
           MOVE WUWRL-DSCLSR-COND-CD         TO LUWRL-DSCLSR-COND-CD.
           MOVE WUWRL-OCCP-CLS-MAX-CD        TO LUWRL-OCCP-CLS-MAX-CD.
           MOVE WUWRL-BMI-MIN                TO LUWRL-BMI-MIN.
           MOVE WUWRL-BMI-MAX                TO LUWRL-BMI-MAX.
           MOVE WUWRL-DCSN-CD                TO LUWRL-DCSN-CD.
           MOVE WUWRL-LAST-CHG-USER-ID       TO LUWRL-LAST-CHG-USER-ID.
           MOVE WUWRL-LAST-CHG-DT            TO LUWRL-LAST-CHG-DT.

       1900-RETURN-RULE-X.
           EXIT.
      /
       COPY XCPL9691.
      *****************************************************************
      **                 END OF PROGRAM ZSRQUWRL                     **
      *****************************************************************
