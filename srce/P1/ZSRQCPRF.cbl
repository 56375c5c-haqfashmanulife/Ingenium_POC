      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQCPRF.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQCPRF                                         **
      **  REMARKS:  ONLINE MAINTENANCE OF THE CLIENT COMMUNICATION   **
      **            PREFERENCE MASTER (CPRF).  ONE ROW PER CLIENT    **
      **            AND DOCUMENT CATEGORY SAYS HOW THAT CATEGORY OF  **
      **            NOTICE REACHES THE CLIENT - PAPER, E-MAIL, SMS,  **
      **            WEB PORTAL ONLY OR DO NOT CONTACT - WITH THE     **
      **            DATE AND SOURCE OF THE CLIENT'S CONSENT.  THE    **
      **            '**' ROW IS THE CLIENT'S DEFAULT FOR A CATEGORY  **
      **            WITHOUT A ROW OF ITS OWN.  EVERY ADD, CHANGE AND **
      **            DELETE IS WRITTEN TO THE PREFERENCE HISTORY      **
      **            (CPRH), WHICH CAN BE PAGED HERE.  A ROW CHANGED  **
      **            HERE AFTER AN E-MAIL BOUNCE-BACK REVERTED IT TO  **
      **            PAPER NO LONGER SHOWS AS REVERTED.               **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHCPRF.

           COPY CCFHCPRH.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWCPRF.

       COPY CCFWCPRH.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQCPRF'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWCPRF.

       COPY CCWWCPRH.

       01  WS-CPRF-WORK-AREA.
           05  WS-EDIT-SW                   PIC X(01).
               88  WS-EDIT-OK                         VALUE 'Y'.
               88  WS-EDIT-NOT-OK                     VALUE 'N'.
           05  WS-OLD-CHNL-CD               PIC X(01).
           05  WS-HIST-ACTN-CD              PIC X(01).

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLCPRF.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LCPRF-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LCPRF-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LCPRF-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-PREFERENCE
                      THRU 1000-INQUIRE-PREFERENCE-X
               WHEN LCPRF-FUNCTION-ADD
                   PERFORM 2000-ADD-PREFERENCE
                      THRU 2000-ADD-PREFERENCE-X
               WHEN LCPRF-FUNCTION-CHANGE
                   PERFORM 3000-CHANGE-PREFERENCE
                      THRU 3000-CHANGE-PREFERENCE-X
               WHEN LCPRF-FUNCTION-DELETE
                   PERFORM 4000-DELETE-PREFERENCE
                      THRU 4000-DELETE-PREFERENCE-X
               WHEN LCPRF-FUNCTION-NEXT
                   PERFORM 5000-READNEXT-PREFERENCE
                      THRU 5000-READNEXT-PREFERENCE-X
               WHEN LCPRF-FUNCTION-HIST-NEXT
                   PERFORM 5500-READNEXT-HISTORY
                      THRU 5500-READNEXT-HISTORY-X
               WHEN OTHER
                   SET LCPRF-RETRN-ERROR TO TRUE
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

      *-------------------------
       0100-OPEN-MASTER-UPDATE.
      *-------------------------

      *
      *  THE MASTER IS CREATED ON FIRST USE.
      *
           OPEN I-O CPRF-FILE.
           IF  WCPRF-IO-NOFILE
               OPEN OUTPUT CPRF-FILE
               CLOSE CPRF-FILE
               OPEN I-O CPRF-FILE
           END-IF.

       0100-OPEN-MASTER-UPDATE-X.
           EXIT.

      *-------------------------
       1000-INQUIRE-PREFERENCE.
      *-------------------------

           OPEN INPUT CPRF-FILE.
           IF  WCPRF-SEQ-FILE-STATUS NOT = '00'
               SET LCPRF-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-PREFERENCE-X
           END-IF.

           MOVE LCPRF-CLI-ID                 TO WCPRF-CLI-ID.
           MOVE LCPRF-DOC-CAT-CD             TO WCPRF-DOC-CAT-CD.

           READ CPRF-FILE
               INVALID KEY
                   MOVE '23' TO WCPRF-SEQ-FILE-STATUS
           END-READ.

           IF  WCPRF-IO-OK
               PERFORM 1900-RETURN-PREFERENCE
                  THRU 1900-RETURN-PREFERENCE-X
               SET LCPRF-RETRN-OK            TO TRUE
           ELSE
               SET LCPRF-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE CPRF-FILE.

       1000-INQUIRE-PREFERENCE-X.
           EXIT.

      *---------------------
       2000-ADD-PREFERENCE.
      *---------------------

           PERFORM 6000-EDIT-PREFERENCE
              THRU 6000-EDIT-PREFERENCE-X.

           IF  WS-EDIT-NOT-OK
               SET LCPRF-RETRN-INVALID       TO TRUE
               GO TO 2000-ADD-PREFERENCE-X
           END-IF.

           PERFORM 0100-OPEN-MASTER-UPDATE
              THRU 0100-OPEN-MASTER-UPDATE-X.
           IF  WCPRF-SEQ-FILE-STATUS NOT = '00'
               SET LCPRF-RETRN-ERROR         TO TRUE
               GO TO 2000-ADD-PREFERENCE-X
           END-IF.

           MOVE SPACES                       TO WCPRF-REC-INFO.
           MOVE LCPRF-CLI-ID                 TO WCPRF-CLI-ID.
           MOVE LCPRF-DOC-CAT-CD             TO WCPRF-DOC-CAT-CD.
           MOVE ZERO                         TO WCPRF-BNC-CNT.
           PERFORM 6100-MOVE-PREFERENCE
              THRU 6100-MOVE-PREFERENCE-X.

           WRITE WCPRF-REC-INFO
               INVALID KEY
                   MOVE '22' TO WCPRF-SEQ-FILE-STATUS
           END-WRITE.

           IF  WCPRF-IO-DUPKEY
               SET LCPRF-RETRN-DUPKEY        TO TRUE
               CLOSE CPRF-FILE
               GO TO 2000-ADD-PREFERENCE-X
           END-IF.

           IF  NOT WCPRF-IO-OK
               SET LCPRF-RETRN-ERROR         TO TRUE
               CLOSE CPRF-FILE
               GO TO 2000-ADD-PREFERENCE-X
           END-IF.

           PERFORM 1900-RETURN-PREFERENCE
              THRU 1900-RETURN-PREFERENCE-X.
           SET LCPRF-RETRN-OK                TO TRUE.

           CLOSE CPRF-FILE.

           MOVE SPACE                        TO WS-OLD-CHNL-CD.
           SET  WCPRH-ACTN-ADD               TO TRUE.
           MOVE WCPRH-ACTN-CD                TO WS-HIST-ACTN-CD.
           PERFORM 7000-WRITE-HISTORY
              THRU 7000-WRITE-HISTORY-X.

       2000-ADD-PREFERENCE-X.
           EXIT.

      *------------------------
       3000-CHANGE-PREFERENCE.
      *------------------------

           PERFORM 6000-EDIT-PREFERENCE
              THRU 6000-EDIT-PREFERENCE-X.

           IF  WS-EDIT-NOT-OK
               SET LCPRF-RETRN-INVALID       TO TRUE
               GO TO 3000-CHANGE-PREFERENCE-X
           END-IF.

           OPEN I-O CPRF-FILE.
           IF  WCPRF-SEQ-FILE-STATUS NOT = '00'
               SET LCPRF-RETRN-NOTFND        TO TRUE
               GO TO 3000-CHANGE-PREFERENCE-X
           END-IF.

           MOVE LCPRF-CLI-ID                 TO WCPRF-CLI-ID.
           MOVE LCPRF-DOC-CAT-CD             TO WCPRF-DOC-CAT-CD.

           READ CPRF-FILE
               INVALID KEY
                   MOVE '23' TO WCPRF-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCPRF-IO-OK
               SET LCPRF-RETRN-NOTFND        TO TRUE
               CLOSE CPRF-FILE
               GO TO 3000-CHANGE-PREFERENCE-X
           END-IF.

           MOVE WCPRF-CHNL-CD                TO WS-OLD-CHNL-CD.

      *
      *  THE CLIENT HAS CONFIRMED THE CHANNEL AGAIN, SO A ROW THE
      *  BOUNCE-BACK RUN REVERTED TO PAPER IS NO LONGER REVERTED AND
      *  THE BOUNCE COUNT STARTS AGAIN.  EARLIER BOUNCES STAY ON THE
      *  HISTORY.
      *
           MOVE SPACES                       TO WCPRF-REVRT-DT
                                                WCPRF-PRIOR-CHNL-CD.
           MOVE ZERO                         TO WCPRF-BNC-CNT.
           PERFORM 6100-MOVE-PREFERENCE
              THRU 6100-MOVE-PREFERENCE-X.

           REWRITE WCPRF-REC-INFO
               INVALID KEY
                   MOVE '99' TO WCPRF-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WCPRF-IO-OK
               SET LCPRF-RETRN-ERROR         TO TRUE
               CLOSE CPRF-FILE
               GO TO 3000-CHANGE-PREFERENCE-X
           END-IF.

           PERFORM 1900-RETURN-PREFERENCE
              THRU 1900-RETURN-PREFERENCE-X.
           SET LCPRF-RETRN-OK                TO TRUE.

           CLOSE CPRF-FILE.

           SET  WCPRH-ACTN-CHANGE            TO TRUE.
           MOVE WCPRH-ACTN-CD                TO WS-HIST-ACTN-CD.
           PERFORM 7000-WRITE-HISTORY
              THRU 7000-WRITE-HISTORY-X.

       3000-CHANGE-PREFERENCE-X.
           EXIT.

      *------------------------
       4000-DELETE-PREFERENCE.
      *------------------------

           OPEN I-O CPRF-FILE.
           IF  WCPRF-SEQ-FILE-STATUS NOT = '00'
               SET LCPRF-RETRN-NOTFND        TO TRUE
               GO TO 4000-DELETE-PREFERENCE-X
           END-IF.

           MOVE LCPRF-CLI-ID                 TO WCPRF-CLI-ID.
           MOVE LCPRF-DOC-CAT-CD             TO WCPRF-DOC-CAT-CD.

           READ CPRF-FILE
               INVALID KEY
                   MOVE '23' TO WCPRF-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCPRF-IO-OK
               SET LCPRF-RETRN-NOTFND        TO TRUE
               CLOSE CPRF-FILE
               GO TO 4000-DELETE-PREFERENCE-X
           END-IF.

           PERFORM 1900-RETURN-PREFERENCE
              THRU 1900-RETURN-PREFERENCE-X.
           MOVE WCPRF-CHNL-CD                TO WS-OLD-CHNL-CD.

           DELETE CPRF-FILE
               INVALID KEY
                   MOVE '99' TO WCPRF-SEQ-FILE-STATUS
           END-DELETE.

           IF  NOT WCPRF-IO-OK
               SET LCPRF-RETRN-ERROR         TO TRUE
               CLOSE CPRF-FILE
               GO TO 4000-DELETE-PREFERENCE-X
           END-IF.

           SET LCPRF-RETRN-OK                TO TRUE.

           CLOSE CPRF-FILE.

      *
      *  THE DELETED ROW'S DETAILS GO TO HISTORY; THE CATEGORY NOW
      *  FOLLOWS THE CLIENT'S DEFAULT ROW, OR PAPER.
      *
           MOVE SPACE                        TO LCPRF-CHNL-CD.
           SET  WCPRH-ACTN-DELETE            TO TRUE.
           MOVE WCPRH-ACTN-CD                TO WS-HIST-ACTN-CD.
           PERFORM 7000-WRITE-HISTORY
              THRU 7000-WRITE-HISTORY-X.

       4000-DELETE-PREFERENCE-X.
           EXIT.

      *--------------------------
       5000-READNEXT-PREFERENCE.
      *--------------------------

           OPEN INPUT CPRF-FILE.
           IF  WCPRF-SEQ-FILE-STATUS NOT = '00'
               SET LCPRF-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-PREFERENCE-X
           END-IF.

           MOVE LCPRF-CLI-ID                 TO WCPRF-CLI-ID.
           MOVE LCPRF-DOC-CAT-CD             TO WCPRF-DOC-CAT-CD.

           START CPRF-FILE
               KEY IS GREATER THAN WCPRF-KEY
               INVALID KEY
                   MOVE '23' TO WCPRF-SEQ-FILE-STATUS
           END-START.

           IF  WCPRF-IO-OK
               READ CPRF-FILE NEXT
                   AT END
                       MOVE '10' TO WCPRF-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WCPRF-IO-OK
           AND WCPRF-CLI-ID = LCPRF-CLI-ID
               PERFORM 1900-RETURN-PREFERENCE
                  THRU 1900-RETURN-PREFERENCE-X
               SET LCPRF-RETRN-OK            TO TRUE
           ELSE
               SET LCPRF-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE CPRF-FILE.

       5000-READNEXT-PREFERENCE-X.
           EXIT.

      *-----------------------
       5500-READNEXT-HISTORY.
      *-----------------------

           OPEN INPUT CPRH-FILE.
           IF  WCPRH-SEQ-FILE-STATUS NOT = '00'
               SET LCPRF-RETRN-EOF           TO TRUE
               GO TO 5500-READNEXT-HISTORY-X
           END-IF.

           MOVE LCPRF-CLI-ID                 TO WCPRH-CLI-ID.
           MOVE LCPRF-DOC-CAT-CD             TO WCPRH-DOC-CAT-CD.
           MOVE LCPRF-HIST-CHG-DT            TO WCPRH-CHG-DT.
           MOVE LCPRF-HIST-SEQ-NUM           TO WCPRH-SEQ-NUM.

           START CPRH-FILE
               KEY IS GREATER THAN WCPRH-KEY
               INVALID KEY
                   MOVE '23' TO WCPRH-SEQ-FILE-STATUS
           END-START.

           IF  WCPRH-IO-OK
               READ CPRH-FILE NEXT
                   AT END
                       MOVE '10' TO WCPRH-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WCPRH-IO-OK
           AND WCPRH-CLI-ID = LCPRF-CLI-ID
           AND WCPRH-DOC-CAT-CD = LCPRF-DOC-CAT-CD
               PERFORM 1950-RETURN-HISTORY
                  THRU 1950-RETURN-HISTORY-X
               SET LCPRF-RETRN-OK            TO TRUE
           ELSE
               SET LCPRF-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE CPRH-FILE.

       5500-READNEXT-HISTORY-X.
           EXIT.

      *------------------------
       1900-RETURN-PREFERENCE.
      *------------------------

           MOVE WCPRF-CLI-ID                 TO LCPRF-CLI-ID.
           MOVE WCPRF-DOC-CAT-CD             TO LCPRF-DOC-CAT-CD.
           MOVE WCPRF-CHNL-CD                TO LCPRF-CHNL-CD.
           MOVE WCPRF-EMAIL-ADDR-TXT         TO LCPRF-EMAIL-ADDR-TXT.
           MOVE WCPRF-MOBL-PHON-NUM          TO LCPRF-MOBL-PHON-NUM.
           MOVE WCPRF-CNSNT-DT               TO LCPRF-CNSNT-DT.
           MOVE WCPRF-CNSNT-SRC-CD           TO LCPRF-CNSNT-SRC-CD.
           MOVE WCPRF-BNC-CNT                TO LCPRF-BNC-CNT.
           MOVE WCPRF-LAST-BNC-DT            TO LCPRF-LAST-BNC-DT.
           MOVE WCPRF-REVRT-DT               TO LCPRF-REVRT-DT.
           MOVE WCPRF-PRIOR-CHNL-CD          TO LCPRF-PRIOR-CHNL-CD.
           MOVE WCPRF-LAST-CHG-USER-ID       TO LCPRF-LAST-CHG-USER-ID.
           MOVE WCPRF-LAST-CHG-DT            TO LCPRF-LAST-CHG-DT.

       1900-RETURN-PREFERENCE-X.
           EXIT.

      *---------------------
       1950-RETURN-HISTORY.
      *---------------------

           MOVE WCPRH-CHG-DT                 TO LCPRF-HIST-CHG-DT.
           MOVE WCPRH-SEQ-NUM                TO LCPRF-HIST-SEQ-NUM.
           MOVE WCPRH-ACTN-CD                TO LCPRF-HIST-ACTN-CD.
           MOVE WCPRH-OLD-CHNL-CD            TO LCPRF-HIST-OLD-CHNL-CD.
           MOVE WCPRH-NEW-CHNL-CD            TO LCPRF-HIST-NEW-CHNL-CD.
           MOVE WCPRH-EMAIL-ADDR-TXT
                                      TO LCPRF-HIST-EMAIL-ADDR-TXT.
           MOVE WCPRH-MOBL-PHON-NUM
                                      TO LCPRF-HIST-MOBL-PHON-NUM.
           MOVE WCPRH-CNSNT-DT               TO LCPRF-HIST-CNSNT-DT.
           MOVE WCPRH-CNSNT-SRC-CD           TO LCPRF-HIST-CNSNT-SRC-CD.
           MOVE WCPRH-CHG-USER-ID            TO LCPRF-HIST-CHG-USER-ID.

       1950-RETURN-HISTORY-X.
           EXIT.

      *----------------------
       6000-EDIT-PREFERENCE.
      *----------------------

      *
      *  E-MAIL NEEDS AN ADDRESS AND SMS A MOBILE NUMBER.  ANY
      *  CHANNEL OTHER THAN PAPER NEEDS THE DATE AND SOURCE OF THE
      *  CLIENT'S CONSENT.
      *
           SET WS-EDIT-OK                    TO TRUE.

           MOVE LCPRF-DOC-CAT-CD             TO WCPRF-DOC-CAT-CD.
           MOVE LCPRF-CHNL-CD                TO WCPRF-CHNL-CD.
           MOVE LCPRF-CNSNT-SRC-CD           TO WCPRF-CNSNT-SRC-CD.

           IF  LCPRF-CLI-ID = SPACES
           OR  NOT WCPRF-CAT-VALID
           OR  NOT WCPRF-CHNL-VALID
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6000-EDIT-PREFERENCE-X
           END-IF.

           IF  WCPRF-CHNL-EMAIL
           AND LCPRF-EMAIL-ADDR-TXT = SPACES
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

           IF  WCPRF-CHNL-SMS
           AND LCPRF-MOBL-PHON-NUM = SPACES
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

           IF  NOT WCPRF-CHNL-PAPER
               IF  LCPRF-CNSNT-DT = SPACES
               OR  NOT WCPRF-CNSNT-SRC-VALID
                   SET WS-EDIT-NOT-OK        TO TRUE
               END-IF
           END-IF.

       6000-EDIT-PREFERENCE-X.
           EXIT.

      *----------------------
       6100-MOVE-PREFERENCE.
      *----------------------

           MOVE LCPRF-CHNL-CD                TO WCPRF-CHNL-CD.
           MOVE LCPRF-EMAIL-ADDR-TXT         TO WCPRF-EMAIL-ADDR-TXT.
           MOVE LCPRF-MOBL-PHON-NUM          TO WCPRF-MOBL-PHON-NUM.
           MOVE LCPRF-CNSNT-DT               TO WCPRF-CNSNT-DT.
           MOVE LCPRF-CNSNT-SRC-CD           TO WCPRF-CNSNT-SRC-CD.
           MOVE WGLOB-CRNT-DT                TO WCPRF-LAST-CHG-DT.
           MOVE WGLOB-USER-ID                TO WCPRF-LAST-CHG-USER-ID.

       6100-MOVE-PREFERENCE-X.
           EXIT.

      *--------------------
       7000-WRITE-HISTORY.
      *--------------------

      *
      *  A SECOND CHANGE TO THE ROW ON THE SAME DAY TAKES THE NEXT
      *  SEQUENCE NUMBER.  THE HISTORY IS CREATED ON FIRST USE.
      *
           OPEN I-O CPRH-FILE.
           IF  WCPRH-IO-NOFILE
               OPEN OUTPUT CPRH-FILE
               CLOSE CPRH-FILE
               OPEN I-O CPRH-FILE
           END-IF.
           IF  WCPRH-SEQ-FILE-STATUS NOT = '00'
               SET LCPRF-RETRN-ERROR         TO TRUE
               GO TO 7000-WRITE-HISTORY-X
           END-IF.

           MOVE SPACES                       TO WCPRH-REC-INFO.
           MOVE LCPRF-CLI-ID                 TO WCPRH-CLI-ID.
           MOVE LCPRF-DOC-CAT-CD             TO WCPRH-DOC-CAT-CD.
           MOVE WGLOB-CRNT-DT                TO WCPRH-CHG-DT.
           MOVE ZERO                         TO WCPRH-SEQ-NUM.
           MOVE WS-HIST-ACTN-CD              TO WCPRH-ACTN-CD.
           MOVE WS-OLD-CHNL-CD               TO WCPRH-OLD-CHNL-CD.
           MOVE LCPRF-CHNL-CD                TO WCPRH-NEW-CHNL-CD.
           MOVE LCPRF-EMAIL-ADDR-TXT         TO WCPRH-EMAIL-ADDR-TXT.
           MOVE LCPRF-MOBL-PHON-NUM          TO WCPRH-MOBL-PHON-NUM.
           MOVE LCPRF-CNSNT-DT               TO WCPRH-CNSNT-DT.
           MOVE LCPRF-CNSNT-SRC-CD           TO WCPRH-CNSNT-SRC-CD.
           MOVE WGLOB-USER-ID                TO WCPRH-CHG-USER-ID.

           MOVE '22'                         TO WCPRH-SEQ-FILE-STATUS.
           PERFORM 7100-WRITE-HISTORY-ROW
              THRU 7100-WRITE-HISTORY-ROW-X
               UNTIL NOT WCPRH-IO-DUPKEY.

           IF  NOT WCPRH-IO-OK
               SET LCPRF-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE CPRH-FILE.

       7000-WRITE-HISTORY-X.
           EXIT.

      *------------------------
       7100-WRITE-HISTORY-ROW.
      *------------------------

           ADD 1                             TO WCPRH-SEQ-NUM.

           WRITE WCPRH-REC-INFO
               INVALID KEY
                   MOVE '22'                 TO WCPRH-SEQ-FILE-STATUS
           END-WRITE.

       7100-WRITE-HISTORY-ROW-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQCPRF                     **
      *****************************************************************
