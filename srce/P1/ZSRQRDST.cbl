      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQRDST.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQRDST                                         **
      **  REMARKS:  ONLINE MAINTENANCE FOR THE REPORT DISTRIBUTION   **
      **            RULES (RDST) FOR OPERATIONS.                     **
      **                                                             **
      **            THE REPORT'S OWN RULE (BLANK BURST KEY) SAYS     **
      **            WHETHER THE REPORT IS BURST BY SERVICING BRANCH  **
      **            (B), BY AGENT (A) OR NOT AT ALL (N), WHICH TTAB  **
      **            BRANCH-REMAP TABLE TYPE THE BRANCHES ARE RUN     **
      **            THROUGH, AND WHERE A PIECE GOES WHEN IT HAS NO   **
      **            RULE OF ITS OWN.  A RULE KEYED BY A BRANCH OR    **
      **            AGENT ID SENDS THAT ONE PIECE TO ITS OWN BRANCH  **
      **            PRINTER (P), MAILBOX (M) OR TO THE ARCHIVE ONLY  **
      **            (A).  THE PRINTER ID IS THE ONE SET UP ON THE    **
      **            PRINTER TABLE (XSOM0210).                        **
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
S51296**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHRDST.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWRDST.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQRDST'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY XCWL9691.

       COPY CCWWRDST.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLRDST.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LRDST-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LRDST-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LRDST-FUNCTION-INQUIRE
                   PERFORM 1000-RULE-INQUIRE
                      THRU 1000-RULE-INQUIRE-X
               WHEN LRDST-FUNCTION-ADD
                   PERFORM 1100-RULE-ADD
                      THRU 1100-RULE-ADD-X
               WHEN LRDST-FUNCTION-CHANGE
                   PERFORM 1200-RULE-CHANGE
                      THRU 1200-RULE-CHANGE-X
               WHEN LRDST-FUNCTION-DELETE
                   PERFORM 1300-RULE-DELETE
                      THRU 1300-RULE-DELETE-X
               WHEN LRDST-FUNCTION-READNEXT
                   PERFORM 1400-RULE-READNEXT
                      THRU 1400-RULE-READNEXT-X
               WHEN OTHER
                   SET LRDST-RETRN-ERROR TO TRUE
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

           OPEN INPUT RDST-FILE.
           IF  WRDST-SEQ-FILE-STATUS NOT = '00'
               SET LRDST-RETRN-NOTFND        TO TRUE
               GO TO 1000-RULE-INQUIRE-X
           END-IF.

           MOVE LRDST-RPT-ID                 TO WRDST-RPT-ID.
           MOVE LRDST-BURST-KEY              TO WRDST-BURST-KEY.

           READ RDST-FILE
               INVALID KEY
                   MOVE '23' TO WRDST-SEQ-FILE-STATUS
           END-READ.

           IF  WRDST-IO-OK
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LRDST-RETRN-OK            TO TRUE
           ELSE
               SET LRDST-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE RDST-FILE.

       1000-RULE-INQUIRE-X.
           EXIT.

      *---------------
       1100-RULE-ADD.
      *---------------

           PERFORM 1700-EDIT-RULE
              THRU 1700-EDIT-RULE-X.

           IF  LRDST-RETRN-INVALID
               GO TO 1100-RULE-ADD-X
           END-IF.

      *
      *  THE RULE TABLE IS CREATED ON FIRST USE.
      *
           OPEN I-O RDST-FILE.
           IF  WRDST-IO-NOFILE
               OPEN OUTPUT RDST-FILE
               CLOSE RDST-FILE
               OPEN I-O RDST-FILE
           END-IF.
           IF  WRDST-SEQ-FILE-STATUS NOT = '00'
               SET LRDST-RETRN-ERROR         TO TRUE
               GO TO 1100-RULE-ADD-X
           END-IF.

      *
      *  A BRANCH OR AGENT OVERRIDE NEEDS THE REPORT'S OWN RULE -
      *  WITHOUT IT THE REPORT IS NOT BURST AT ALL.
      *
           IF  LRDST-BURST-KEY NOT = SPACES
               MOVE LRDST-RPT-ID             TO WRDST-RPT-ID
               MOVE SPACES                   TO WRDST-BURST-KEY
               READ RDST-FILE
                   INVALID KEY
                       MOVE '23' TO WRDST-SEQ-FILE-STATUS
               END-READ
               IF  NOT WRDST-IO-OK
                   SET LRDST-RETRN-NO-RPT-RULE
                                             TO TRUE
                   CLOSE RDST-FILE
                   GO TO 1100-RULE-ADD-X
               END-IF
           END-IF.

           MOVE LRDST-RPT-ID                 TO WRDST-RPT-ID.
           MOVE LRDST-BURST-KEY              TO WRDST-BURST-KEY.

           READ RDST-FILE
               INVALID KEY
                   MOVE '23' TO WRDST-SEQ-FILE-STATUS
           END-READ.

           IF  WRDST-IO-OK
               SET LRDST-RETRN-DUPLICATE     TO TRUE
               CLOSE RDST-FILE
               GO TO 1100-RULE-ADD-X
           END-IF.

           MOVE SPACES                       TO WRDST-REC-INFO.
           PERFORM 1800-MOVE-RULE
              THRU 1800-MOVE-RULE-X.

           MOVE SPACES                       TO L9691-PARM-INFO.
           MOVE 'RDST'                       TO L9691-TBL-ID.
           MOVE WRDST-KEY                    TO L9691-ROW-KEY.
           MOVE WRDST-REC-INFO               TO L9691-AFTER-IMAGE.
           PERFORM  9691-1000-AUDIT-CREATE
               THRU 9691-1000-AUDIT-CREATE-X.

           IF  NOT L9691-RETRN-OK
               SET LRDST-RETRN-NOT-AUDITED   TO TRUE
               CLOSE RDST-FILE
               GO TO 1100-RULE-ADD-X
           END-IF.

           WRITE WRDST-REC-INFO
               INVALID KEY
                   MOVE '22' TO WRDST-SEQ-FILE-STATUS
           END-WRITE.

           IF  WRDST-IO-DUPKEY
               SET LRDST-RETRN-DUPLICATE     TO TRUE
           ELSE
           IF  NOT WRDST-IO-OK
               SET LRDST-RETRN-ERROR         TO TRUE
           ELSE
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LRDST-RETRN-OK            TO TRUE
           END-IF
           END-IF.

           CLOSE RDST-FILE.

       1100-RULE-ADD-X.
           EXIT.

      *------------------
       1200-RULE-CHANGE.
      *------------------

           PERFORM 1700-EDIT-RULE
              THRU 1700-EDIT-RULE-X.

           IF  LRDST-RETRN-INVALID
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           OPEN I-O RDST-FILE.
           IF  WRDST-SEQ-FILE-STATUS NOT = '00'
               SET LRDST-RETRN-NOTFND        TO TRUE
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           MOVE LRDST-RPT-ID                 TO WRDST-RPT-ID.
           MOVE LRDST-BURST-KEY              TO WRDST-BURST-KEY.

           READ RDST-FILE
               INVALID KEY
                   MOVE '23' TO WRDST-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WRDST-IO-OK
               SET LRDST-RETRN-NOTFND        TO TRUE
               CLOSE RDST-FILE
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           MOVE SPACES                       TO L9691-PARM-INFO.
           MOVE 'RDST'                       TO L9691-TBL-ID.
           MOVE WRDST-KEY                    TO L9691-ROW-KEY.
           MOVE WRDST-REC-INFO               TO L9691-BEFORE-IMAGE.

           PERFORM 1800-MOVE-RULE
              THRU 1800-MOVE-RULE-X.

           MOVE WRDST-REC-INFO               TO L9691-AFTER-IMAGE.
           PERFORM  9691-2000-AUDIT-UPDATE
               THRU 9691-2000-AUDIT-UPDATE-X.

           IF  NOT L9691-RETRN-OK
               SET LRDST-RETRN-NOT-AUDITED   TO TRUE
               CLOSE RDST-FILE
               GO TO 1200-RULE-CHANGE-X
           END-IF.

           REWRITE WRDST-REC-INFO
               INVALID KEY
                   MOVE '99' TO WRDST-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WRDST-IO-OK
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LRDST-RETRN-OK            TO TRUE
           ELSE
               SET LRDST-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE RDST-FILE.

       1200-RULE-CHANGE-X.
           EXIT.

      *------------------
       1300-RULE-DELETE.
      *------------------

      *
      *  THE REPORT'S OWN RULE CANNOT GO WHILE BRANCH OR AGENT
      *  OVERRIDES STILL HANG OFF IT - THEY ARE DELETED FIRST.
      *
           OPEN I-O RDST-FILE.
           IF  WRDST-SEQ-FILE-STATUS NOT = '00'
               SET LRDST-RETRN-NOTFND        TO TRUE
               GO TO 1300-RULE-DELETE-X
           END-IF.

           IF  LRDST-BURST-KEY = SPACES
               PERFORM 1350-CHECK-OVERRIDES
                  THRU 1350-CHECK-OVERRIDES-X
               IF  LRDST-RETRN-INVALID
                   CLOSE RDST-FILE
                   GO TO 1300-RULE-DELETE-X
               END-IF
           END-IF.

           MOVE LRDST-RPT-ID                 TO WRDST-RPT-ID.
           MOVE LRDST-BURST-KEY              TO WRDST-BURST-KEY.

           READ RDST-FILE
               INVALID KEY
                   MOVE '23' TO WRDST-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WRDST-IO-OK
               SET LRDST-RETRN-NOTFND        TO TRUE
               CLOSE RDST-FILE
               GO TO 1300-RULE-DELETE-X
           END-IF.

           MOVE SPACES                       TO L9691-PARM-INFO.
           MOVE 'RDST'                       TO L9691-TBL-ID.
           MOVE WRDST-KEY                    TO L9691-ROW-KEY.
           MOVE WRDST-REC-INFO               TO L9691-BEFORE-IMAGE.
           PERFORM  9691-3000-AUDIT-DELETE
               THRU 9691-3000-AUDIT-DELETE-X.

           IF  NOT L9691-RETRN-OK
               SET LRDST-RETRN-NOT-AUDITED   TO TRUE
               CLOSE RDST-FILE
               GO TO 1300-RULE-DELETE-X
           END-IF.

           DELETE RDST-FILE
               INVALID KEY
                   MOVE '23' TO WRDST-SEQ-FILE-STATUS
           END-DELETE.

           IF  WRDST-IO-OK
               SET LRDST-RETRN-OK            TO TRUE
           ELSE
               SET LRDST-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE RDST-FILE.

       1300-RULE-DELETE-X.
           EXIT.

      *----------------------
       1350-CHECK-OVERRIDES.
      *----------------------

           SET  LRDST-RETRN-OK               TO TRUE.

           MOVE LRDST-RPT-ID                 TO WRDST-RPT-ID.
           MOVE SPACES                       TO WRDST-BURST-KEY.

           START RDST-FILE
               KEY IS GREATER THAN WRDST-KEY
               INVALID KEY
                   MOVE '23' TO WRDST-SEQ-FILE-STATUS
           END-START.

           IF  WRDST-IO-OK
               READ RDST-FILE NEXT
                   AT END
                       MOVE '10' TO WRDST-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WRDST-IO-OK
           AND WRDST-RPT-ID = LRDST-RPT-ID
               SET LRDST-RETRN-INVALID       TO TRUE
           END-IF.

       1350-CHECK-OVERRIDES-X.
           EXIT.

      *--------------------
       1400-RULE-READNEXT.
      *--------------------

      *
      *  RETURNS THE FIRST RULE AFTER THE REPORT AND BURST KEY
      *  SUPPLIED - THE SCREEN PAGES BY FEEDING BACK THE LAST RULE
      *  IT DISPLAYED.
      *
           OPEN INPUT RDST-FILE.
           IF  WRDST-SEQ-FILE-STATUS NOT = '00'
               SET LRDST-RETRN-EOF           TO TRUE
               GO TO 1400-RULE-READNEXT-X
           END-IF.

           MOVE LRDST-RPT-ID                 TO WRDST-RPT-ID.
           MOVE LRDST-BURST-KEY              TO WRDST-BURST-KEY.

           START RDST-FILE
               KEY IS GREATER THAN WRDST-KEY
               INVALID KEY
                   MOVE '23' TO WRDST-SEQ-FILE-STATUS
           END-START.

           IF  WRDST-IO-OK
               READ RDST-FILE NEXT
                   AT END
                       MOVE '10' TO WRDST-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WRDST-IO-OK
               PERFORM 1900-RETURN-RULE
                  THRU 1900-RETURN-RULE-X
               SET LRDST-RETRN-OK            TO TRUE
           ELSE
               SET LRDST-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE RDST-FILE.

       1400-RULE-READNEXT-X.
           EXIT.

      *----------------
       1700-EDIT-RULE.
      *----------------

      *
      *  A REPORT ID AND A DESCRIPTION ALWAYS.  THE REPORT'S OWN
      *  RULE NEEDS A BURST TYPE OF B, A OR N, AND MAY NAME A REMAP
      *  TABLE ONLY WHEN BURSTING BY BRANCH; AN OVERRIDE CARRIES
      *  NEITHER.  THE DESTINATION IS P WITH A PRINTER ID, M WITH A
      *  MAILBOX ADDRESS, OR A WITH NEITHER.
      *
           SET  LRDST-RETRN-OK               TO TRUE.

           IF  LRDST-RPT-ID = SPACES
           OR  LRDST-RULE-DESC-TXT = SPACES
               SET LRDST-RETRN-INVALID       TO TRUE
           END-IF.

           IF  LRDST-BURST-KEY = SPACES
               IF  LRDST-BURST-TYP-CD NOT = 'B'
               AND LRDST-BURST-TYP-CD NOT = 'A'
               AND LRDST-BURST-TYP-CD NOT = 'N'
                   SET LRDST-RETRN-INVALID   TO TRUE
               END-IF
               IF  LRDST-BURST-TYP-CD NOT = 'B'
               AND LRDST-BRMP-TBL-TYP-ID NOT = SPACES
                   SET LRDST-RETRN-INVALID   TO TRUE
               END-IF
           ELSE
               IF  LRDST-BURST-TYP-CD NOT = SPACES
               OR  LRDST-BRMP-TBL-TYP-ID NOT = SPACES
                   SET LRDST-RETRN-INVALID   TO TRUE
               END-IF
           END-IF.

           EVALUATE LRDST-DEST-TYP-CD
               WHEN 'P'
                   IF  LRDST-PRTR-ID = SPACES
                   OR  LRDST-MBOX-ADDR-TXT NOT = SPACES
                       SET LRDST-RETRN-INVALID
                                             TO TRUE
                   END-IF
               WHEN 'M'
                   IF  LRDST-MBOX-ADDR-TXT = SPACES
                   OR  LRDST-PRTR-ID NOT = SPACES
                       SET LRDST-RETRN-INVALID
                                             TO TRUE
                   END-IF
               WHEN 'A'
                   IF  LRDST-PRTR-ID NOT = SPACES
                   OR  LRDST-MBOX-ADDR-TXT NOT = SPACES
                       SET LRDST-RETRN-INVALID
                                             TO TRUE
                   END-IF
               WHEN OTHER
                   SET LRDST-RETRN-INVALID   TO TRUE
           END-EVALUATE.

       1700-EDIT-RULE-X.
           EXIT.

      *----------------
       1800-MOVE-RULE.
      *----------------

           MOVE LRDST-RPT-ID                 TO WRDST-RPT-ID.
           MOVE LRDST-BURST-KEY              TO WRDST-BURST-KEY.
           MOVE LRDST-RULE-DESC-TXT          TO WRDST-RULE-DESC-TXT.
           MOVE LRDST-BURST-TYP-CD           TO WRDST-BURST-TYP-CD.
           MOVE LRDST-BRMP-TBL-TYP-ID        TO WRDST-BRMP-TBL-TYP-ID.
           MOVE LRDST-DEST-TYP-CD            TO WRDST-DEST-TYP-CD.
           MOVE LRDST-PRTR-ID                TO WRDST-PRTR-ID.
           MOVE LRDST-MBOX-ADDR-TXT          TO WRDST-MBOX-ADDR-TXT.
           MOVE WGLOB-USER-ID                TO WRDST-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WRDST-LAST-CHG-DT.

       1800-MOVE-RULE-X.
           EXIT.

      *------------------
       1900-RETURN-RULE.
      *------------------

           MOVE WRDST-RPT-ID                 TO LRDST-RPT-ID.
           MOVE WRDST-BURST-KEY              TO LRDST-BURST-KEY.
           MOVE WRDST-RULE-DESC-TXT          TO LRDST-RULE-DESC-TXT.
           MOVE WRDST-BURST-TYP-CD           TO LRDST-BURST-TYP-CD.
           MOVE WRDST-BRMP-TBL-TYP-ID        TO LRDST-BRMP-TBL-TYP-ID.
           MOVE WRDST-DEST-TYP-CD            TO LRDST-DEST-TYP-CD.
           MOVE WRDST-PRTR-ID                TO LRDST-PRTR-ID.
           MOVE WRDST-MBOX-ADDR-TXT          TO LRDST-MBOX-ADDR-TXT.
           MOVE WRDST-LAST-CHG-USER-ID       TO LRDST-LAST-CHG-USER-ID.
           MOVE WRDST-LAST-CHG-DT            TO LRDST-LAST-CHG-DT.

       1900-RETURN-RULE-X.
           EXIT.
      /
       COPY XCPL9691.
      *****************************************************************
      **                 END OF PROGRAM ZSRQRDST                     **
      *****************************************************************
