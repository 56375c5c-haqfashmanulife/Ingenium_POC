      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQPPTM.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQPPTM                                         **
      **  REMARKS:  ONLINE MAINTENANCE FOR THE PLAN PREMIUM-PAYING   **
      **            TERM TABLE (PPTM) THE PREMIUM COMPLETION         **
      **            LOOKAHEAD (ZSBMPCLK) READS.  SUPPORTS ADD,       **
      **            CHANGE, DELETE, INQUIRE AND PAGING IN PLAN       **
      **            ORDER.  THE TERM IS WHOLE YEARS FROM ISSUE,      **
      **            1 TO 99.  A CHANGED TERM IS TAKEN UP BY EVERY    **
      **            IN-FORCE POLICY ON THE PLAN AT THE NEXT RUN OF   **
      **            THE LOOKAHEAD.                                   **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51308**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHPPTM.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWPPTM.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQPPTM'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWPPTM.

       01  WS-PPTM-WORK-AREA.
           05  WS-EDIT-SW                   PIC X(01).
               88  WS-EDIT-OK                         VALUE 'Y'.
               88  WS-EDIT-NOT-OK                     VALUE 'N'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLPPTM.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LPPTM-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LPPTM-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LPPTM-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-PLAN
                      THRU 1000-INQUIRE-PLAN-X
               WHEN LPPTM-FUNCTION-ADD
                   PERFORM 2000-ADD-PLAN
                      THRU 2000-ADD-PLAN-X
               WHEN LPPTM-FUNCTION-CHANGE
                   PERFORM 3000-CHANGE-PLAN
                      THRU 3000-CHANGE-PLAN-X
               WHEN LPPTM-FUNCTION-DELETE
                   PERFORM 4000-DELETE-PLAN
                      THRU 4000-DELETE-PLAN-X
               WHEN LPPTM-FUNCTION-READNEXT
                   PERFORM 5000-READNEXT-PLAN
                      THRU 5000-READNEXT-PLAN-X
               WHEN OTHER
                   SET LPPTM-RETRN-ERROR TO TRUE
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
       1000-INQUIRE-PLAN.
      *-------------------

           OPEN INPUT PPTM-FILE.
           IF  WPPTM-SEQ-FILE-STATUS NOT = '00'
               SET LPPTM-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-PLAN-X
           END-IF.

           MOVE LPPTM-PLAN-ID                TO WPPTM-PLAN-ID.

           READ PPTM-FILE
               INVALID KEY
                   MOVE '23' TO WPPTM-SEQ-FILE-STATUS
           END-READ.

           IF  WPPTM-IO-OK
               PERFORM 1900-RETURN-PLAN
                  THRU 1900-RETURN-PLAN-X
               SET LPPTM-RETRN-OK            TO TRUE
           ELSE
               SET LPPTM-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE PPTM-FILE.

       1000-INQUIRE-PLAN-X.
           EXIT.

      *---------------
       2000-ADD-PLAN.
      *---------------

           PERFORM 6000-EDIT-PLAN
              THRU 6000-EDIT-PLAN-X.

           IF  WS-EDIT-NOT-OK
               SET LPPTM-RETRN-INVALID       TO TRUE
               GO TO 2000-ADD-PLAN-X
           END-IF.

           OPEN I-O PPTM-FILE.
           IF  WPPTM-IO-NOFILE
               OPEN OUTPUT PPTM-FILE
               CLOSE PPTM-FILE
               OPEN I-O PPTM-FILE
           END-IF.
           IF  WPPTM-SEQ-FILE-STATUS NOT = '00'
               SET LPPTM-RETRN-ERROR         TO TRUE
               GO TO 2000-ADD-PLAN-X
           END-IF.

           MOVE SPACES                       TO WPPTM-REC-INFO.
           MOVE LPPTM-PLAN-ID                TO WPPTM-PLAN-ID.
           PERFORM 2900-MOVE-PLAN
              THRU 2900-MOVE-PLAN-X.

           WRITE WPPTM-REC-INFO
               INVALID KEY
                   MOVE '22' TO WPPTM-SEQ-FILE-STATUS
           END-WRITE.

           IF  WPPTM-IO-DUPKEY
               SET LPPTM-RETRN-DUPLICATE     TO TRUE
           ELSE
               SET LPPTM-RETRN-OK            TO TRUE
           END-IF.

           CLOSE PPTM-FILE.

       2000-ADD-PLAN-X.
           EXIT.

      *----------------
       2900-MOVE-PLAN.
      *----------------

           MOVE LPPTM-PLAN-DESC-TXT          TO WPPTM-PLAN-DESC-TXT.
           MOVE LPPTM-PMT-TRM-YRS            TO WPPTM-PMT-TRM-YRS.
           MOVE WGLOB-USER-ID                TO WPPTM-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WPPTM-LAST-CHG-DT.

       2900-MOVE-PLAN-X.
           EXIT.

      *------------------
       3000-CHANGE-PLAN.
      *------------------

           PERFORM 6000-EDIT-PLAN
              THRU 6000-EDIT-PLAN-X.

           IF  WS-EDIT-NOT-OK
               SET LPPTM-RETRN-INVALID       TO TRUE
               GO TO 3000-CHANGE-PLAN-X
           END-IF.

           OPEN I-O PPTM-FILE.
           IF  WPPTM-SEQ-FILE-STATUS NOT = '00'
               SET LPPTM-RETRN-ERROR         TO TRUE
               GO TO 3000-CHANGE-PLAN-X
           END-IF.

           MOVE LPPTM-PLAN-ID                TO WPPTM-PLAN-ID.

           READ PPTM-FILE
               INVALID KEY
                   MOVE '23' TO WPPTM-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WPPTM-IO-OK
               SET LPPTM-RETRN-NOTFND        TO TRUE
               CLOSE PPTM-FILE
               GO TO 3000-CHANGE-PLAN-X
           END-IF.

           PERFORM 2900-MOVE-PLAN
              THRU 2900-MOVE-PLAN-X.

           REWRITE WPPTM-REC-INFO
               INVALID KEY
                   MOVE '99' TO WPPTM-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WPPTM-IO-OK
               SET LPPTM-RETRN-OK            TO TRUE
           ELSE
               SET LPPTM-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE PPTM-FILE.

       3000-CHANGE-PLAN-X.
           EXIT.

      *------------------
       4000-DELETE-PLAN.
      *------------------

      *
      *  REMOVING THE ROW MAKES THE PLAN WHOLE-TERM PAYING; POLICIES
      *  ALREADY COMPLETED BY ZSBMPCMP ARE NOT REOPENED.
      *
           OPEN I-O PPTM-FILE.
           IF  WPPTM-SEQ-FILE-STATUS NOT = '00'
               SET LPPTM-RETRN-ERROR         TO TRUE
               GO TO 4000-DELETE-PLAN-X
           END-IF.

           MOVE LPPTM-PLAN-ID                TO WPPTM-PLAN-ID.

           DELETE PPTM-FILE
               INVALID KEY
                   MOVE '23' TO WPPTM-SEQ-FILE-STATUS
           END-DELETE.

           IF  WPPTM-IO-OK
               SET LPPTM-RETRN-OK            TO TRUE
           ELSE
               SET LPPTM-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE PPTM-FILE.

       4000-DELETE-PLAN-X.
           EXIT.

      *--------------------
       5000-READNEXT-PLAN.
      *--------------------

           OPEN INPUT PPTM-FILE.
           IF  WPPTM-SEQ-FILE-STATUS NOT = '00'
               SET LPPTM-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-PLAN-X
           END-IF.

           MOVE LPPTM-PLAN-ID                TO WPPTM-PLAN-ID.

           START PPTM-FILE
               KEY IS GREATER THAN WPPTM-KEY
               INVALID KEY
                   MOVE '23' TO WPPTM-SEQ-FILE-STATUS
           END-START.

           IF  WPPTM-IO-OK
               READ PPTM-FILE NEXT
                   AT END
                       MOVE '10' TO WPPTM-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WPPTM-IO-OK
               MOVE WPPTM-PLAN-ID            TO LPPTM-PLAN-ID
               PERFORM 1900-RETURN-PLAN
                  THRU 1900-RETURN-PLAN-X
               SET LPPTM-RETRN-OK            TO TRUE
           ELSE
               SET LPPTM-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE PPTM-FILE.

       5000-READNEXT-PLAN-X.
           EXIT.

      *------------------
       1900-RETURN-PLAN.
      *------------------

           MOVE WPPTM-PLAN-DESC-TXT          TO LPPTM-PLAN-DESC-TXT.
           MOVE WPPTM-PMT-TRM-YRS            TO LPPTM-PMT-TRM-YRS.
           MOVE WPPTM-LAST-CHG-USER-ID       TO LPPTM-LAST-CHG-USER-ID.
           MOVE WPPTM-LAST-CHG-DT            TO LPPTM-LAST-CHG-DT.

       1900-RETURN-PLAN-X.
           EXIT.

      *----------------
       6000-EDIT-PLAN.
      *----------------

      *
      *  A PLAN NEEDS ITS KEY AND A NUMERIC TERM OF 1 TO 99 YEARS.
      *
           SET WS-EDIT-OK                    TO TRUE.

           IF  LPPTM-PLAN-ID = SPACES
           OR  LPPTM-PMT-TRM-YRS NOT NUMERIC
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6000-EDIT-PLAN-X
           END-IF.

           IF  LPPTM-PMT-TRM-YRS = ZERO
           OR  LPPTM-PMT-TRM-YRS > 99
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

       6000-EDIT-PLAN-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQPPTM                     **
      *****************************************************************
