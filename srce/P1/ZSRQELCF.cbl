      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQELCF.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQELCF                                         **
      **  REMARKS:  ELDERLY CONFIRMATION DESK.  WORKS THE HOLDS      **
      **            PLACED BY THE HOLD CHECK (ZSRQELDH) ON           **
      **            SURRENDERS, LOANS, BENEFICIARY AND BANK ACCOUNT  **
      **            CHANGES REQUESTED BY CLIENTS AGED 70 OR OVER.    **
      **            PAGES THE PENDING HOLDS, RECORDS EACH            **
      **            CONFIRMATION CALL (WHO WAS CALLED - THE CLIENT   **
      **            OR A REGISTERED FAMILY MEMBER - THEIR            **
      **            RELATIONSHIP AND THE OUTCOME), AND RELEASES OR   **
      **            CANCELS THE HOLD.  A HOLD CAN ONLY BE RELEASED   **
      **            WHEN ITS LAST CALL WAS CONFIRMED.  ON RELEASE    **
      **            THE HELD REQUEST IS RE-DRIVEN THROUGH THE        **
      **            PROGRAM THAT PLACED IT; IF THAT CANNOT BE DONE   **
      **            FROM HERE THE RELEASE STANDS AND THE REQUEST     **
      **            GOES THROUGH WHEN IT IS NEXT SUBMITTED.  EVERY   **
      **            CALL, RELEASE AND CANCELLATION IS APPENDED TO    **
      **            THE CALL LOG (ZCSRELCL) BEFORE THE HOLD IS       **
      **            UPDATED, AND IS REFUSED IF IT CANNOT BE.         **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51287**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHELHD.

           SELECT ELCL-FILE ASSIGN TO ZSELCL
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WELCL-SEQ-FILE-STATUS.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWELHD.

       FD  ELCL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRELCL.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQELCF'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWELHD.

       01  WELCL-SEQ-IO-WORK-AREA.
           05  WELCL-SEQ-FILE-NAME       PIC X(04)  VALUE 'ELCL'.
           05  WELCL-SEQ-FILE-STATUS     PIC X(02).

       01  WS-ELCF-WORK-AREA.
           05  WS-EDIT-SW                   PIC X(01).
               88  WS-EDIT-OK                         VALUE 'Y'.
               88  WS-EDIT-NOT-OK                     VALUE 'N'.
           05  WS-AUDIT-SW                  PIC X(01).
               88  WS-AUDIT-WRITTEN                   VALUE 'Y'.
               88  WS-AUDIT-FAILED                    VALUE 'N'.
           05  WS-ACTN-CD                   PIC X(02).
               88  WS-ACTN-CALL                       VALUE 'CL'.
               88  WS-ACTN-RELEASE                    VALUE 'RL'.
               88  WS-ACTN-CANCEL                     VALUE 'CN'.
           05  WS-NEW-STAT-CD               PIC X(01).
           05  WS-RDRV-PGM-ID               PIC X(08).
           05  WS-RDRV-PARM-IMAGE           PIC X(1000).

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLELCF.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LELCF-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LELCF-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LELCF-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-HOLD
                      THRU 1000-INQUIRE-HOLD-X
               WHEN LELCF-FUNCTION-CALL
                   PERFORM 2000-RECORD-CALL
                      THRU 2000-RECORD-CALL-X
               WHEN LELCF-FUNCTION-RELEASE
                   PERFORM 3000-RELEASE-HOLD
                      THRU 3000-RELEASE-HOLD-X
               WHEN LELCF-FUNCTION-CANCEL
                   PERFORM 4000-CANCEL-HOLD
                      THRU 4000-CANCEL-HOLD-X
               WHEN LELCF-FUNCTION-PEND-NEXT
                   PERFORM 5000-READNEXT-PENDING
                      THRU 5000-READNEXT-PENDING-X
               WHEN OTHER
                   SET LELCF-RETRN-ERROR TO TRUE
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
       1000-INQUIRE-HOLD.
      *-------------------

           OPEN INPUT ELHD-FILE.
           IF  WELHD-SEQ-FILE-STATUS NOT = '00'
               SET LELCF-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-HOLD-X
           END-IF.

           MOVE LELCF-HOLD-KEY               TO WELHD-KEY.

           READ ELHD-FILE
               INVALID KEY
                   MOVE '23' TO WELHD-SEQ-FILE-STATUS
           END-READ.

           IF  WELHD-IO-OK
               PERFORM 1900-RETURN-HOLD
                  THRU 1900-RETURN-HOLD-X
               SET LELCF-RETRN-OK            TO TRUE
           ELSE
               SET LELCF-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE ELHD-FILE.

       1000-INQUIRE-HOLD-X.
           EXIT.

      *------------------
       2000-RECORD-CALL.
      *------------------

           PERFORM 6000-EDIT-CALL
              THRU 6000-EDIT-CALL-X.

           IF  WS-EDIT-NOT-OK
               SET LELCF-RETRN-INVALID       TO TRUE
               GO TO 2000-RECORD-CALL-X
           END-IF.

           PERFORM 7000-READ-HOLD-FOR-UPDATE
              THRU 7000-READ-HOLD-FOR-UPDATE-X.

           IF  NOT LELCF-RETRN-OK
               GO TO 2000-RECORD-CALL-X
           END-IF.

           IF  NOT WELHD-STAT-PENDING
               PERFORM 1900-RETURN-HOLD
                  THRU 1900-RETURN-HOLD-X
               SET LELCF-RETRN-NOT-PENDING   TO TRUE
               CLOSE ELHD-FILE
               GO TO 2000-RECORD-CALL-X
           END-IF.

           SET  WS-ACTN-CALL                 TO TRUE.
           MOVE WELHD-HOLD-STAT-CD           TO WS-NEW-STAT-CD.

           PERFORM 8100-WRITE-AUDIT
              THRU 8100-WRITE-AUDIT-X.

           IF  WS-AUDIT-FAILED
               SET LELCF-RETRN-ERROR         TO TRUE
               CLOSE ELHD-FILE
               GO TO 2000-RECORD-CALL-X
           END-IF.

           ADD  1                            TO WELHD-CALL-CNT.
           MOVE WGLOB-CRNT-DT                TO WELHD-CALL-DT.
           MOVE LELCF-CALLED-NM              TO WELHD-CALLED-NM.
           MOVE LELCF-CALLED-REL-CD          TO WELHD-CALLED-REL-CD.
           MOVE LELCF-CALL-OUTCOME-CD        TO WELHD-CALL-OUTCOME-CD.
           MOVE WGLOB-USER-ID                TO WELHD-CALL-USER-ID.

           PERFORM 7100-REWRITE-HOLD
              THRU 7100-REWRITE-HOLD-X.

           CLOSE ELHD-FILE.

       2000-RECORD-CALL-X.
           EXIT.

      *-------------------
       3000-RELEASE-HOLD.
      *-------------------

           PERFORM 7000-READ-HOLD-FOR-UPDATE
              THRU 7000-READ-HOLD-FOR-UPDATE-X.

           IF  NOT LELCF-RETRN-OK
               GO TO 3000-RELEASE-HOLD-X
           END-IF.

           IF  NOT WELHD-STAT-PENDING
               PERFORM 1900-RETURN-HOLD
                  THRU 1900-RETURN-HOLD-X
               SET LELCF-RETRN-NOT-PENDING   TO TRUE
               CLOSE ELHD-FILE
               GO TO 3000-RELEASE-HOLD-X
           END-IF.

      *
      *  ONLY A CONFIRMED CALL RELEASES THE REQUEST.
      *
           IF  NOT WELHD-OUTCOME-CONFIRMED
               PERFORM 1900-RETURN-HOLD
                  THRU 1900-RETURN-HOLD-X
               SET LELCF-RETRN-NOT-CONFIRMED TO TRUE
               CLOSE ELHD-FILE
               GO TO 3000-RELEASE-HOLD-X
           END-IF.

           SET  WS-ACTN-RELEASE              TO TRUE.
           MOVE 'R'                          TO WS-NEW-STAT-CD.

           PERFORM 8100-WRITE-AUDIT
              THRU 8100-WRITE-AUDIT-X.

           IF  WS-AUDIT-FAILED
               SET LELCF-RETRN-ERROR         TO TRUE
               CLOSE ELHD-FILE
               GO TO 3000-RELEASE-HOLD-X
           END-IF.

           SET  WELHD-STAT-RELEASED          TO TRUE.
           MOVE WGLOB-CRNT-DT                TO WELHD-RSLV-DT.
           MOVE WGLOB-USER-ID                TO WELHD-RSLV-USER-ID.

           PERFORM 7100-REWRITE-HOLD
              THRU 7100-REWRITE-HOLD-X.

           MOVE WELHD-RQST-PGM-ID            TO WS-RDRV-PGM-ID.
           MOVE WELHD-PARM-IMAGE             TO WS-RDRV-PARM-IMAGE.

           CLOSE ELHD-FILE.

           IF  NOT LELCF-RETRN-OK
               GO TO 3000-RELEASE-HOLD-X
           END-IF.

           PERFORM 3100-REDRIVE-REQUEST
              THRU 3100-REDRIVE-REQUEST-X.

       3000-RELEASE-HOLD-X.
           EXIT.

      *----------------------
       3100-REDRIVE-REQUEST.
      *----------------------

      *
      *  THE HELD REQUEST IS PASSED BACK TO THE PROGRAM THAT PLACED
      *  THE HOLD AS IT WAS FIRST RECEIVED.  THAT PROGRAM'S HOLD
      *  CHECK FINDS THE RELEASE AND MARKS IT EXECUTED.  THE HOLD
      *  IS READ BACK TO SEE WHETHER IT WAS.
      *
           CALL WS-RDRV-PGM-ID USING WGLOB-GLOBAL-AREA
                                     WS-RDRV-PARM-IMAGE
               ON EXCEPTION
                   CONTINUE
           END-CALL.

           OPEN INPUT ELHD-FILE.
           IF  WELHD-SEQ-FILE-STATUS NOT = '00'
               SET LELCF-RETRN-NOT-EXECUTED  TO TRUE
               GO TO 3100-REDRIVE-REQUEST-X
           END-IF.

           MOVE LELCF-HOLD-KEY               TO WELHD-KEY.

           READ ELHD-FILE
               INVALID KEY
                   MOVE '23' TO WELHD-SEQ-FILE-STATUS
           END-READ.

           IF  WELHD-IO-OK
               PERFORM 1900-RETURN-HOLD
                  THRU 1900-RETURN-HOLD-X
           END-IF.

           IF  WELHD-IO-OK
           AND WELHD-STAT-EXECUTED
               SET LELCF-RETRN-OK            TO TRUE
           ELSE
               SET LELCF-RETRN-NOT-EXECUTED  TO TRUE
           END-IF.

           CLOSE ELHD-FILE.

       3100-REDRIVE-REQUEST-X.
           EXIT.

      *------------------
       4000-CANCEL-HOLD.
      *------------------

      *
      *  A RELEASED HOLD NOT YET EXECUTED CAN STILL BE CANCELLED.
      *
           PERFORM 7000-READ-HOLD-FOR-UPDATE
              THRU 7000-READ-HOLD-FOR-UPDATE-X.

           IF  NOT LELCF-RETRN-OK
               GO TO 4000-CANCEL-HOLD-X
           END-IF.

           IF  NOT WELHD-STAT-PENDING
           AND NOT WELHD-STAT-RELEASED
               PERFORM 1900-RETURN-HOLD
                  THRU 1900-RETURN-HOLD-X
               SET LELCF-RETRN-NOT-PENDING   TO TRUE
               CLOSE ELHD-FILE
               GO TO 4000-CANCEL-HOLD-X
           END-IF.

           SET  WS-ACTN-CANCEL               TO TRUE.
           MOVE 'C'                          TO WS-NEW-STAT-CD.

           PERFORM 8100-WRITE-AUDIT
              THRU 8100-WRITE-AUDIT-X.

           IF  WS-AUDIT-FAILED
               SET LELCF-RETRN-ERROR         TO TRUE
               CLOSE ELHD-FILE
               GO TO 4000-CANCEL-HOLD-X
           END-IF.

           SET  WELHD-STAT-CANCELLED         TO TRUE.
           MOVE WGLOB-CRNT-DT                TO WELHD-RSLV-DT.
           MOVE WGLOB-USER-ID                TO WELHD-RSLV-USER-ID.

           PERFORM 7100-REWRITE-HOLD
              THRU 7100-REWRITE-HOLD-X.

           CLOSE ELHD-FILE.

       4000-CANCEL-HOLD-X.
           EXIT.

      *-----------------------
       5000-READNEXT-PENDING.
      *-----------------------

           OPEN INPUT ELHD-FILE.
           IF  WELHD-SEQ-FILE-STATUS NOT = '00'
               SET LELCF-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-PENDING-X
           END-IF.

           MOVE LELCF-HOLD-KEY               TO WELHD-KEY.

           START ELHD-FILE
               KEY IS GREATER THAN WELHD-KEY
               INVALID KEY
                   MOVE '23' TO WELHD-SEQ-FILE-STATUS
           END-START.

           IF  WELHD-IO-OK
               PERFORM 5100-READ-NEXT-HOLD
                  THRU 5100-READ-NEXT-HOLD-X
           END-IF.

      *
      *  ONLY PENDING HOLDS ARE PAGED; SKIP PAST THE RESOLVED ONES.
      *
           PERFORM 5100-READ-NEXT-HOLD
              THRU 5100-READ-NEXT-HOLD-X
               UNTIL NOT WELHD-IO-OK
               OR    WELHD-STAT-PENDING.

           IF  WELHD-IO-OK
               PERFORM 1900-RETURN-HOLD
                  THRU 1900-RETURN-HOLD-X
               SET LELCF-RETRN-OK            TO TRUE
           ELSE
               SET LELCF-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE ELHD-FILE.

       5000-READNEXT-PENDING-X.
           EXIT.

      *---------------------
       5100-READ-NEXT-HOLD.
      *---------------------

           READ ELHD-FILE NEXT
               AT END
                   MOVE '10' TO WELHD-SEQ-FILE-STATUS
           END-READ.

       5100-READ-NEXT-HOLD-X.
           EXIT.

      *------------------
       1900-RETURN-HOLD.
      *------------------

           MOVE WELHD-KEY                    TO LELCF-HOLD-KEY.
           MOVE WELHD-CALLED-NM              TO LELCF-CALLED-NM.
           MOVE WELHD-CALLED-REL-CD          TO LELCF-CALLED-REL-CD.
           MOVE WELHD-CALL-OUTCOME-CD        TO LELCF-CALL-OUTCOME-CD.
           MOVE WELHD-CLI-AGE                TO LELCF-CLI-AGE.
           MOVE WELHD-RQST-USER-ID           TO LELCF-RQST-USER-ID.
           MOVE WELHD-RQST-PGM-ID            TO LELCF-RQST-PGM-ID.
           MOVE WELHD-HOLD-STAT-CD           TO LELCF-HOLD-STAT-CD.
           MOVE WELHD-CALL-CNT               TO LELCF-CALL-CNT.
           MOVE WELHD-CALL-DT                TO LELCF-CALL-DT.
           MOVE WELHD-CALL-USER-ID           TO LELCF-CALL-USER-ID.
           MOVE WELHD-RSLV-DT                TO LELCF-RSLV-DT.
           MOVE WELHD-RSLV-USER-ID           TO LELCF-RSLV-USER-ID.
           MOVE WELHD-EXEC-DT                TO LELCF-EXEC-DT.

       1900-RETURN-HOLD-X.
           EXIT.

      *----------------
       6000-EDIT-CALL.
      *----------------

      *
      *  A CALL RECORDS WHO ANSWERED, THEIR RELATIONSHIP TO THE
      *  CLIENT AND THE OUTCOME.
      *
           SET WS-EDIT-OK                    TO TRUE.

           MOVE LELCF-CALLED-REL-CD          TO WELHD-CALLED-REL-CD.
           MOVE LELCF-CALL-OUTCOME-CD        TO WELHD-CALL-OUTCOME-CD.

           IF  LELCF-CLI-ID = SPACES
           OR  LELCF-CALLED-NM = SPACES
           OR  NOT WELHD-REL-VALID
           OR  NOT WELHD-OUTCOME-VALID
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

       6000-EDIT-CALL-X.
           EXIT.

      *---------------------------
       7000-READ-HOLD-FOR-UPDATE.
      *---------------------------

           OPEN I-O ELHD-FILE.
           IF  WELHD-SEQ-FILE-STATUS NOT = '00'
               SET LELCF-RETRN-NOTFND        TO TRUE
               GO TO 7000-READ-HOLD-FOR-UPDATE-X
           END-IF.

           MOVE LELCF-HOLD-KEY               TO WELHD-KEY.

           READ ELHD-FILE
               INVALID KEY
                   MOVE '23' TO WELHD-SEQ-FILE-STATUS
           END-READ.

           IF  WELHD-IO-OK
               SET LELCF-RETRN-OK            TO TRUE
           ELSE
               SET LELCF-RETRN-NOTFND        TO TRUE
               CLOSE ELHD-FILE
           END-IF.

       7000-READ-HOLD-FOR-UPDATE-X.
           EXIT.

      *-------------------
       7100-REWRITE-HOLD.
      *-------------------

           REWRITE WELHD-REC-INFO
               INVALID KEY
                   MOVE '99' TO WELHD-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WELHD-IO-OK
               PERFORM 1900-RETURN-HOLD
                  THRU 1900-RETURN-HOLD-X
               SET LELCF-RETRN-OK            TO TRUE
           ELSE
               SET LELCF-RETRN-ERROR         TO TRUE
           END-IF.

       7100-REWRITE-HOLD-X.
           EXIT.

      *-----------------
       8100-WRITE-AUDIT.
      *-----------------

           SET  WS-AUDIT-FAILED              TO TRUE.

           OPEN EXTEND ELCL-FILE.
           IF  WELCL-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT ELCL-FILE
           END-IF.
           IF  WELCL-SEQ-FILE-STATUS NOT = '00'
               GO TO 8100-WRITE-AUDIT-X
           END-IF.

           MOVE SPACES                       TO RELCL-SEQ-REC-INFO.
           MOVE WELHD-CLI-ID                 TO RELCL-CLI-ID.
           MOVE WELHD-TXN-TYP-CD             TO RELCL-TXN-TYP-CD.
           MOVE WELHD-POL-ID                 TO RELCL-POL-ID.
           MOVE WELHD-HOLD-DT                TO RELCL-HOLD-DT.
           MOVE WELHD-SEQ-NUM                TO RELCL-SEQ-NUM.
           MOVE WS-ACTN-CD                   TO RELCL-ACTN-CD.
           IF  WS-ACTN-CALL
               MOVE LELCF-CALLED-NM          TO RELCL-CALLED-NM
               MOVE LELCF-CALLED-REL-CD      TO RELCL-CALLED-REL-CD
               MOVE LELCF-CALL-OUTCOME-CD    TO RELCL-CALL-OUTCOME-CD
           END-IF.
           MOVE WS-NEW-STAT-CD               TO RELCL-NEW-STAT-CD.
           MOVE WGLOB-USER-ID                TO RELCL-USER-ID.
           MOVE WGLOB-CRNT-DT                TO RELCL-AUDIT-DT.
           MOVE WGLOB-SYSTEM-TIME            TO RELCL-AUDIT-TIME.

           WRITE RELCL-SEQ-REC-INFO.

           IF  WELCL-SEQ-FILE-STATUS = '00'
               SET WS-AUDIT-WRITTEN          TO TRUE
           END-IF.

           CLOSE ELCL-FILE.

       8100-WRITE-AUDIT-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQELCF                     **
      *****************************************************************
