      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQALRR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQALRR                                         **
      **  REMARKS:  ONLINE MAINTENANCE FOR THE BATCH ALERT ROUTING   **
      **            RULES (ALRR) FOR OPERATIONS.                     **
      **                                                             **
      **            A RULE NAMES, FOR ONE APPLICATION AREA AND       **
      **            SEVERITY, UP TO FIVE ON-CALL CONTACTS IN         **
      **            ESCALATION ORDER WITH THE CHANNEL (E - EMAIL,    **
      **            S - SMS) AND ADDRESS OF EACH, AND THE MINUTES    **
      **            TO WAIT FOR AN ACKNOWLEDGEMENT BEFORE THE NEXT   **
      **            CONTACT IS TRIED.  AREA '**' IS THE DEFAULT      **
      **            RULE FOR THE SEVERITY.                           **
      **                                                             **
      **            EVERY ADD, CHANGE AND DELETE IS WRITTEN TO THE   **
      **            CONFIGURATION AUDIT TRAIL (XSRU9691) BEFORE THE  **
      **            RULE IS CHANGED, AND IS REFUSED IF IT CANNOT BE. **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51294**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHALRR.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWALRR.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQALRR'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY XCWL9691.

       COPY CCWWALRR.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-CX                      PIC S9(04) COMP VALUE +0.
           05  WS-GAP-SWITCH              PIC X(01)  VALUE 'N'.
               88  WS-GAP-SEEN                       VALUE 'Y'.
               88  WS-GAP-NOT-SEEN                   VALUE 'N'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLALRR.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LALRR-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LALRR-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LALRR-FUNCTION-INQUIRE
                   PERFORM 1000-RULE-INQUIRE
                      THRU 1000-RULE-INQUIRE-X
               WHEN LALRR-FUNCTION-ADD
                   PERFORM 1100-RULE-ADD
                      THRU 1100-RULE-ADD-X
               WHEN LALRR-FUNCTION-CHANGE
                   PERFORM 1200-RULE-CHANGE
                      THRU 1200-RULE-CHANGE-X
               WHEN LALRR-FUNCTION-DELETE
                   PERFORM 1300-RULE-DELETE
                      THRU 1300-RULE-DELETE-X
               WHEN LALRR-FUNCTION-READNEXT
                   PERFORM 1400-RULE-READNEXT
                      THRU 1400-RULE-READNEXT-X
               WHEN OTHER
                   SET LALRR-RETRN-ERROR TO TRUE
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

           OPEN INPUT ALRR-FILE.
           IF  WALRR-SEQ-FILE-STATUS NOT = '00'
               SET LALRR-RETRN-NOTFND        TO TRUE
               GO TO 1000-RULE-INQUIRE-X
           END-IF.

           MOVE LALRR-APPL-AREA-CD           TO WALRR-APPL-AREA-CD.
           MOVE LALRR-SEV-CD                 TO WALRR-SEV-CD.

           READ ALRR-FILE
               INVALID KEY
                   MOVE '23' TO WALRR-SEQ-FILE-STATUS
           END-READ.

           IF  WALRR-IO-OK
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LALRR-RETRN-OK            TO TRUE
           ELSE
               SET LALRR-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE ALRR-FILE.

       1000-RULE-INQUIRE-X.
           EXIT.

      *---------------
       1100-RULE-ADD.
      *---------------

           PERFORM 1700-EDIT-RULE
              THRU 1700-EDIT-RULE-X.

           IF  LALRR-RETRN-INVALID
               GO TO 1100-RULE-ADD-X
           END-IF.

      *
      *  THE RULE TABLE IS CREATED ON FIRST USE.
      *
           OPEN I-O ALRR-FILE.
           IF  WALRR-IO-NOFILE
               OPEN OUTPUT ALRR-FILE
               CLOSE ALRR-FILE
               OPEN I-O ALRR-FILE
           END-IF.
           IF  WALRR-SEQ-FILE-STATUS NOT = '00'
               SET LALRR-RETRN-ERROR         TO TRUE
               GO TO 1100-RULE-ADD-X
           END-IF.

           MOVE LALRR-APPL-AREA-CD           TO WALRR-APPL-AREA-CD.
           MOVE LALRR-SEV-CD                 TO WALRR-SEV-CD.

           READ ALRR-FILE
               INVALID KEY
                   MOVE '23' TO WALRR-SEQ-FILE-STATUS
           END-READ.

           IF  WALRR-IO-OK
               SET LALRR-RETRN-DUPLICATE     TO TRUE
               CLOSE ALRR-FILE
               GO TO 1100-RULE-ADD-X
           END-IF.

           MOVE SPACES                       TO WALRR-REC-INFO.
           PERFORM 1800-MOVE-RULE
              THRU 1800-MOVE-RULE-X.
           IF  WALRR-RULE-STAT-CD = SPACES
               SET WALRR-RULE-ACTIVE         TO TRUE
           END-IF.

           MOVE SPACES                       TO L9691-PARM-INFO.
           MOVE 'ALRR'                       TO L9691-TBL-ID.
           MOVE WALRR-KEY                    TO L9691-ROW-KEY.
           MOVE WALRR-REC-INFO               TO L9691-AFTER-IMAGE.
           PERFORM  9691-1000-AUDIT-CREATE
               THRU 9691-1000-AUDIT-CREATE-X.

           IF  NOT L9691-RETRN-OK
               SET LALRR-RETRN-NOT-AUDITED   TO TRUE
               CLOSE ALRR-FILE
               GO TO 1100-RULE-ADD-X
           END-IF.

           WRITE WALRR-REC-INFO
               INVALID KEY
                   MOVE '22' TO WALRR-SEQ-FILE-STATUS
           END-WRITE.

           IF  WALRR-IO-DUPKEY
               SET LALRR-RETRN-DUPLICATE     TO TRUE
           ELSE
           IF  NOT WALRR-IO-OK
               SET LALRR-RETRN-ERROR         TO TRUE
           ELSE
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LALRR-RETRN-OK            TO TRUE
           END-IF
           END-IF.

           CLOSE ALRR-FILE.

       1100-RULE-ADD-X.
           EXIT.

      *------------------
       1200-RULE-CHANGE.
      *------------------

           PERFORM 1700-EDIT-RULE
              THRU 1700-EDIT-RULE-X.

           IF  LALRR-RETRN-INVALID
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           OPEN I-O ALRR-FILE.
           IF  WALRR-SEQ-FILE-STATUS NOT = '00'
               SET LALRR-RETRN-NOTFND        TO TRUE
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           MOVE LALRR-APPL-AREA-CD           TO WALRR-APPL-AREA-CD.
           MOVE LALRR-SEV-CD                 TO WALRR-SEV-CD.

           READ ALRR-FILE
               INVALID KEY
                   MOVE '23' TO WALRR-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WALRR-IO-OK
               SET LALRR-RETRN-NOTFND        TO TRUE
               CLOSE ALRR-FILE
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           MOVE SPACES                       TO L9691-PARM-INFO.
           MOVE 'ALRR'                       TO L9691-TBL-ID.
           MOVE WALRR-KEY                    TO L9691-ROW-KEY.
           MOVE WALRR-REC-INFO               TO L9691-BEFORE-IMAGE.

           PERFORM 1800-MOVE-RULE
              THRU 1800-MOVE-RULE-X.

           MOVE WALRR-REC-INFO               TO L9691-AFTER-IMAGE.
           PERFORM  9691-2000-AUDIT-UPDATE
               THRU 9691-2000-AUDIT-UPDATE-X.

           IF  NOT L9691-RETRN-OK
               SET LALRR-RETRN-NOT-AUDITED   TO TRUE
               CLOSE ALRR-FILE
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           REWRITE WALRR-REC-INFO
               INVALID KEY
                   MOVE '99' TO WALRR-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WALRR-IO-OK
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LALRR-RETRN-OK            TO TRUE
           ELSE
               SET LALRR-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE ALRR-FILE.

       1200-RULE-CHANGE-X.
           EXIT.

      *------------------
       1300-RULE-DELETE.
      *------------------

      *
      *  ALERTS ALREADY RAISED UNDER A DELETED RULE ARE NOT SENT ON;
      *  THE ESCALATION RUN FALLS BACK TO THE DEFAULT RULE OR MARKS
      *  THEM CONTACTS EXHAUSTED.
      *
           OPEN I-O ALRR-FILE.
           IF  WALRR-SEQ-FILE-STATUS NOT = '00'
               SET LALRR-RETRN-NOTFND        TO TRUE
               GO TO 1300-RULE-DELETE-X
           END-IF.

           MOVE LALRR-APPL-AREA-CD           TO WALRR-APPL-AREA-CD.
           MOVE LALRR-SEV-CD                 TO WALRR-SEV-CD.

           READ ALRR-FILE
               INVALID KEY
                   MOVE '23' TO WALRR-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WALRR-IO-OK
               SET LALRR-RETRN-NOTFND        TO TRUE
               CLOSE ALRR-FILE
               GO TO 1300-RULE-DELETE-X
           END-IF.

           MOVE SPACES                       TO L9691-PARM-INFO.
           MOVE 'ALRR'                       TO L9691-TBL-ID.
           MOVE WALRR-KEY                    TO L9691-ROW-KEY.
           MOVE WALRR-REC-INFO               TO L9691-BEFORE-IMAGE.
           PERFORM  9691-3000-AUDIT-DELETE
               THRU 9691-3000-AUDIT-DELETE-X.

           IF  NOT L9691-RETRN-OK
               SET LALRR-RETRN-NOT-AUDITED   TO TRUE
               CLOSE ALRR-FILE
               GO TO 1300-RULE-DELETE-X
           END-IF.

           DELETE ALRR-FILE
               INVALID KEY
                   MOVE '23' TO WALRR-SEQ-FILE-STATUS
           END-DELETE.

           IF  WALRR-IO-OK
               SET LALRR-RETRN-OK            TO TRUE
           ELSE
               SET LALRR-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE ALRR-FILE.

       1300-RULE-DELETE-X.
           EXIT.

      *--------------------
       1400-RULE-READNEXT.
      *--------------------

      *
      *  RETURNS THE FIRST RULE AFTER THE AREA AND SEVERITY
      *  SUPPLIED - THE SCREEN PAGES BY FEEDING BACK THE LAST RULE
      *  IT DISPLAYED.
      *
           OPEN INPUT ALRR-FILE.
           IF  WALRR-SEQ-FILE-STATUS NOT = '00'
               SET LALRR-RETRN-EOF           TO TRUE
               GO TO 1400-RULE-READNEXT-X
           END-IF.

           MOVE LALRR-APPL-AREA-CD           TO WALRR-APPL-AREA-CD.
           MOVE LALRR-SEV-CD                 TO WALRR-SEV-CD.

           START ALRR-FILE
               KEY IS GREATER THAN WALRR-KEY
               INVALID KEY
                   MOVE '23' TO WALRR-SEQ-FILE-STATUS
           END-START.

           IF  WALRR-IO-OK
               READ ALRR-FILE NEXT
                   AT END
                       MOVE '10' TO WALRR-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WALRR-IO-OK
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LALRR-RETRN-OK            TO TRUE
           ELSE
               SET LALRR-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE ALRR-FILE.

       1400-RULE-READNEXT-X.
           EXIT.

      *----------------
       1700-EDIT-RULE.
      *----------------

      *
      *  AN AREA, A SEVERITY OF H OR M, A DESCRIPTION, A NUMERIC
      *  WAIT OF AT LEAST ONE MINUTE AND A FIRST CONTACT.  EVERY
      *  CONTACT NEEDS A CHANNEL OF E OR S AND AN ADDRESS, AND THE
      *  LIST MAY HAVE NO GAP - THE FIRST BLANK NAME ENDS IT.
      *
           SET  LALRR-RETRN-OK               TO TRUE.

           IF  LALRR-APPL-AREA-CD = SPACES
           OR  LALRR-RULE-DESC-TXT = SPACES
           OR  LALRR-ACK-WAIT-MINS NOT NUMERIC
           OR  LALRR-ACK-WAIT-MINS = ZERO
           OR  LALRR-CNTCT-NM (1) = SPACES
               SET LALRR-RETRN-INVALID       TO TRUE
           END-IF.

           IF  LALRR-SEV-CD NOT = 'H'
           AND LALRR-SEV-CD NOT = 'M'
               SET LALRR-RETRN-INVALID       TO TRUE
           END-IF.

           IF  LALRR-RULE-STAT-CD NOT = SPACES
           AND LALRR-RULE-STAT-CD NOT = 'A'
           AND LALRR-RULE-STAT-CD NOT = 'I'
               SET LALRR-RETRN-INVALID       TO TRUE
           END-IF.

           SET  WS-GAP-NOT-SEEN              TO TRUE.

           PERFORM 1710-EDIT-CONTACT
              THRU 1710-EDIT-CONTACT-X
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL   WS-CX > 5.

       1700-EDIT-RULE-X.
           EXIT.

      *-------------------
       1710-EDIT-CONTACT.
      *-------------------

           IF  LALRR-CNTCT-NM (WS-CX) = SPACES
               SET WS-GAP-SEEN               TO TRUE
               GO TO 1710-EDIT-CONTACT-X
           END-IF.

           IF  WS-GAP-SEEN
           OR  LALRR-CNTCT-ADDR-TXT (WS-CX) = SPACES
               SET LALRR-RETRN-INVALID       TO TRUE
           END-IF.

           IF  LALRR-CNTCT-CHNL-CD (WS-CX) NOT = 'E'
           AND LALRR-CNTCT-CHNL-CD (WS-CX) NOT = 'S'
               SET LALRR-RETRN-INVALID       TO TRUE
           END-IF.

       1710-EDIT-CONTACT-X.
           EXIT.

      *----------------
       1800-MOVE-RULE.
      *----------------

           MOVE LALRR-APPL-AREA-CD           TO WALRR-APPL-AREA-CD.
           MOVE LALRR-SEV-CD                 TO WALRR-SEV-CD.
           MOVE LALRR-RULE-DESC-TXT          TO WALRR-RULE-DESC-TXT.
           MOVE LALRR-ACK-WAIT-MINS          TO WALRR-ACK-WAIT-MINS.

           PERFORM 1810-MOVE-CONTACT
              THRU 1810-MOVE-CONTACT-X
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL   WS-CX > 5.

           IF  LALRR-RULE-STAT-CD NOT = SPACES
               MOVE LALRR-RULE-STAT-CD       TO WALRR-RULE-STAT-CD
           END-IF.
           MOVE WGLOB-USER-ID                TO WALRR-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WALRR-LAST-CHG-DT.

       1800-MOVE-RULE-X.
           EXIT.

      *-------------------
       1810-MOVE-CONTACT.
      *-------------------

           MOVE LALRR-CNTCT-NM (WS-CX)       TO WALRR-CNTCT-NM (WS-CX).
           MOVE LALRR-CNTCT-CHNL-CD (WS-CX)
                                        TO WALRR-CNTCT-CHNL-CD (WS-CX).
           MOVE LALRR-CNTCT-ADDR-TXT (WS-CX)
                                        TO WALRR-CNTCT-ADDR-TXT (WS-CX).

       1810-MOVE-CONTACT-X.
           EXIT.

      *------------------
       1900-RETURN-RULE.
      *------------------

           MOVE WALRR-APPL-AREA-CD           TO LALRR-APPL-AREA-CD.
           MOVE WALRR-SEV-CD                 TO LALRR-SEV-CD.
           MOVE WALRR-RULE-DESC-TXT          TO LALRR-RULE-DESC-TXT.
           MOVE WALRR-ACK-WAIT-MINS          TO LALRR-ACK-WAIT-MINS.

           PERFORM 1910-RETURN-CONTACT
              THRU 1910-RETURN-CONTACT-X
                   VARYING WS-CX FROM 1 BY 1
                   UNTIL   WS-CX > 5.

           MOVE WALRR-RULE-STAT-CD           TO LALRR-RULE-STAT-CD.
           MOVE WALRR-LAST-CHG-USER-ID       TO LALRR-LAST-CHG-USER-ID.
           MOVE WALRR-LAST-CHG-DT            TO LALRR-LAST-CHG-DT.

       1900-RETURN-RULE-X.
           EXIT.

      *---------------------
       1910-RETURN-CONTACT.
      *---------------------

           MOVE WALRR-CNTCT-NM (WS-CX)       TO LALRR-CNTCT-NM (WS-CX).
           MOVE WALRR-CNTCT-CHNL-CD (WS-CX)
                                        TO LALRR-CNTCT-CHNL-CD (WS-CX).
           MOVE WALRR-CNTCT-ADDR-TXT (WS-CX)
                                        TO LALRR-CNTCT-ADDR-TXT (WS-CX).

       1910-RETURN-CONTACT-X.
           EXIT.
      /
       COPY XCPL9691.
      *****************************************************************
      **                 END OF PROGRAM ZSRQALRR                     **
      *****************************************************************
