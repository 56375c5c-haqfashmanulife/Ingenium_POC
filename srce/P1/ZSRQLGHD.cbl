      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQLGHD.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQLGHD                                         **
      **  REMARKS:  ONLINE MAINTENANCE OF THE CLIENT LEGAL HOLD      **
      **            REGISTER (LGHD) FOR THE LEGAL DEPARTMENT.        **
      **            PLACES A HOLD ON A CLIENT FOR A LITIGATION,      **
      **            REGULATORY OR INTERNAL CASE, RELEASES IT WHEN    **
      **            THE CASE CLOSES, AND INQUIRES ON AND PAGES       **
      **            THROUGH A CLIENT'S HOLDS.  WHILE ANY HOLD IS     **
      **            ACTIVE THE CLIENT'S PERSONAL DATA IS KEPT BY THE **
      **            ANNUAL ERASURE RUN (ZSBMPDRE).  A HOLD IS NEVER  **
      **            DELETED - A RELEASED HOLD KEEPS WHO PLACED AND   **
      **            RELEASED IT AND WHEN.                            **
      **                                                             **
      **  DOMAIN :  CI                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51288**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHLGHD.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWLGHD.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQLGHD'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWLGHD.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLLGHD.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LLGHD-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LLGHD-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LLGHD-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-HOLD
                      THRU 1000-INQUIRE-HOLD-X
               WHEN LLGHD-FUNCTION-PLACE
                   PERFORM 2000-PLACE-HOLD
                      THRU 2000-PLACE-HOLD-X
               WHEN LLGHD-FUNCTION-RELEASE
                   PERFORM 3000-RELEASE-HOLD
                      THRU 3000-RELEASE-HOLD-X
               WHEN LLGHD-FUNCTION-HOLD-NEXT
                   PERFORM 5000-READNEXT-HOLD
                      THRU 5000-READNEXT-HOLD-X
               WHEN OTHER
                   SET LLGHD-RETRN-ERROR TO TRUE
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

           IF  LLGHD-CLI-ID = SPACES
               SET LLGHD-RETRN-INVALID       TO TRUE
               GO TO 1000-INQUIRE-HOLD-X
           END-IF.

           OPEN INPUT LGHD-FILE.
           IF  WLGHD-SEQ-FILE-STATUS NOT = '00'
               SET LLGHD-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-HOLD-X
           END-IF.

           IF  LLGHD-CASE-REF-NUM NOT = SPACES
               MOVE LLGHD-CLI-ID             TO WLGHD-CLI-ID
               MOVE LLGHD-CASE-REF-NUM       TO WLGHD-CASE-REF-NUM
               READ LGHD-FILE
                   INVALID KEY
                       MOVE '23' TO WLGHD-SEQ-FILE-STATUS
               END-READ
           ELSE
               PERFORM 1100-FIND-ACTIVE-HOLD
                  THRU 1100-FIND-ACTIVE-HOLD-X
           END-IF.

           IF  WLGHD-IO-OK
               PERFORM 1900-RETURN-HOLD
                  THRU 1900-RETURN-HOLD-X
               SET LLGHD-RETRN-OK            TO TRUE
           ELSE
               SET LLGHD-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE LGHD-FILE.

       1000-INQUIRE-HOLD-X.
           EXIT.

      *-----------------------
       1100-FIND-ACTIVE-HOLD.
      *-----------------------

      *
      *  LEAVES THE FIRST ACTIVE HOLD FOR THE CLIENT IN THE RECORD
      *  AREA WITH A GOOD STATUS, OR A NOT-FOUND STATUS.
      *
           MOVE LOW-VALUES                   TO WLGHD-KEY.
           MOVE LLGHD-CLI-ID                 TO WLGHD-CLI-ID.

           START LGHD-FILE
               KEY IS NOT LESS THAN WLGHD-KEY
               INVALID KEY
                   MOVE '23' TO WLGHD-SEQ-FILE-STATUS
           END-START.

           IF  NOT WLGHD-IO-OK
               GO TO 1100-FIND-ACTIVE-HOLD-X
           END-IF.

           PERFORM 5600-READ-NEXT-HOLD
              THRU 5600-READ-NEXT-HOLD-X.

           PERFORM 5600-READ-NEXT-HOLD
              THRU 5600-READ-NEXT-HOLD-X
               UNTIL NOT WLGHD-IO-OK
               OR    WLGHD-CLI-ID NOT = LLGHD-CLI-ID
               OR    WLGHD-STAT-ACTIVE.

           IF  WLGHD-IO-OK
           AND WLGHD-CLI-ID NOT = LLGHD-CLI-ID
               MOVE '23'                     TO WLGHD-SEQ-FILE-STATUS
           END-IF.

           IF  NOT WLGHD-IO-OK
               MOVE '23'                     TO WLGHD-SEQ-FILE-STATUS
           END-IF.

       1100-FIND-ACTIVE-HOLD-X.
           EXIT.

      *-----------------
       2000-PLACE-HOLD.
      *-----------------

           MOVE LLGHD-HOLD-TYP-CD            TO WLGHD-HOLD-TYP-CD.

           IF  LLGHD-CLI-ID = SPACES
           OR  LLGHD-CASE-REF-NUM = SPACES
           OR  LLGHD-HOLD-RSN-TXT = SPACES
           OR  NOT WLGHD-TYP-VALID
               SET LLGHD-RETRN-INVALID       TO TRUE
               GO TO 2000-PLACE-HOLD-X
           END-IF.

      *
      *  THE REGISTER IS CREATED ON FIRST USE.
      *
           OPEN I-O LGHD-FILE.
           IF  WLGHD-IO-NOFILE
               OPEN OUTPUT LGHD-FILE
               CLOSE LGHD-FILE
               OPEN I-O LGHD-FILE
           END-IF.
           IF  WLGHD-SEQ-FILE-STATUS NOT = '00'
               SET LLGHD-RETRN-ERROR         TO TRUE
               GO TO 2000-PLACE-HOLD-X
           END-IF.

      *
      *  A CASE ALREADY HELD FOR THE CLIENT, ACTIVE OR RELEASED, IS
      *  A DUPLICATE - A HOLD PUT BACK ON TAKES A NEW CASE NUMBER.
      *
           MOVE SPACES                       TO WLGHD-REC-INFO.
           MOVE LLGHD-CLI-ID                 TO WLGHD-CLI-ID.
           MOVE LLGHD-CASE-REF-NUM           TO WLGHD-CASE-REF-NUM.
           MOVE LLGHD-HOLD-TYP-CD            TO WLGHD-HOLD-TYP-CD.
           SET  WLGHD-STAT-ACTIVE            TO TRUE.
           MOVE LLGHD-HOLD-RSN-TXT           TO WLGHD-HOLD-RSN-TXT.
           MOVE WGLOB-CRNT-DT                TO WLGHD-PLACED-DT.
           MOVE WGLOB-USER-ID                TO WLGHD-PLACED-USER-ID.

           WRITE WLGHD-REC-INFO
               INVALID KEY
                   MOVE '22' TO WLGHD-SEQ-FILE-STATUS
           END-WRITE.

           EVALUATE TRUE
               WHEN WLGHD-IO-OK
                   PERFORM 1900-RETURN-HOLD
                      THRU 1900-RETURN-HOLD-X
                   SET LLGHD-RETRN-OK        TO TRUE
               WHEN WLGHD-IO-DUPKEY
                   SET LLGHD-RETRN-DUPLICATE TO TRUE
               WHEN OTHER
                   SET LLGHD-RETRN-ERROR     TO TRUE
           END-EVALUATE.

           CLOSE LGHD-FILE.

       2000-PLACE-HOLD-X.
           EXIT.

      *-------------------
       3000-RELEASE-HOLD.
      *-------------------

           IF  LLGHD-CLI-ID = SPACES
           OR  LLGHD-CASE-REF-NUM = SPACES
               SET LLGHD-RETRN-INVALID       TO TRUE
               GO TO 3000-RELEASE-HOLD-X
           END-IF.

           OPEN I-O LGHD-FILE.
           IF  WLGHD-SEQ-FILE-STATUS NOT = '00'
               SET LLGHD-RETRN-NOTFND        TO TRUE
               GO TO 3000-RELEASE-HOLD-X
           END-IF.

           MOVE LLGHD-CLI-ID                 TO WLGHD-CLI-ID.
           MOVE LLGHD-CASE-REF-NUM           TO WLGHD-CASE-REF-NUM.

           READ LGHD-FILE
               INVALID KEY
                   MOVE '23' TO WLGHD-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WLGHD-IO-OK
               SET LLGHD-RETRN-NOTFND        TO TRUE
               CLOSE LGHD-FILE
               GO TO 3000-RELEASE-HOLD-X
           END-IF.

           IF  NOT WLGHD-STAT-ACTIVE
               PERFORM 1900-RETURN-HOLD
                  THRU 1900-RETURN-HOLD-X
               SET LLGHD-RETRN-NOT-ACTIVE    TO TRUE
               CLOSE LGHD-FILE
               GO TO 3000-RELEASE-HOLD-X
           END-IF.

           SET  WLGHD-STAT-RELEASED          TO TRUE.
           MOVE WGLOB-CRNT-DT                TO WLGHD-RLSD-DT.
           MOVE WGLOB-USER-ID                TO WLGHD-RLSD-USER-ID.

           REWRITE WLGHD-REC-INFO
               INVALID KEY
                   MOVE '99' TO WLGHD-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WLGHD-IO-OK
               PERFORM 1900-RETURN-HOLD
                  THRU 1900-RETURN-HOLD-X
               SET LLGHD-RETRN-OK            TO TRUE
           ELSE
               SET LLGHD-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE LGHD-FILE.

       3000-RELEASE-HOLD-X.
           EXIT.

      *--------------------
       5000-READNEXT-HOLD.
      *--------------------

           OPEN INPUT LGHD-FILE.
           IF  WLGHD-SEQ-FILE-STATUS NOT = '00'
               SET LLGHD-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-HOLD-X
           END-IF.

           MOVE LLGHD-CLI-ID                 TO WLGHD-CLI-ID.
           MOVE LLGHD-CASE-REF-NUM           TO WLGHD-CASE-REF-NUM.

           START LGHD-FILE
               KEY IS GREATER THAN WLGHD-KEY
               INVALID KEY
                   MOVE '23' TO WLGHD-SEQ-FILE-STATUS
           END-START.

           IF  WLGHD-IO-OK
               PERFORM 5600-READ-NEXT-HOLD
                  THRU 5600-READ-NEXT-HOLD-X
           END-IF.

           IF  WLGHD-IO-OK
           AND WLGHD-CLI-ID = LLGHD-CLI-ID
               PERFORM 1900-RETURN-HOLD
                  THRU 1900-RETURN-HOLD-X
               SET LLGHD-RETRN-OK            TO TRUE
           ELSE
               SET LLGHD-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE LGHD-FILE.

       5000-READNEXT-HOLD-X.
           EXIT.

      *---------------------
       5600-READ-NEXT-HOLD.
      *---------------------

           READ LGHD-FILE NEXT
               AT END
                   MOVE '10' TO WLGHD-SEQ-FILE-STATUS
           END-READ.

       5600-READ-NEXT-HOLD-X.
           EXIT.

      *------------------
       1900-RETURN-HOLD.
      *------------------

           MOVE WLGHD-CLI-ID                 TO LLGHD-CLI-ID.
           MOVE WLGHD-CASE-REF-NUM           TO LLGHD-CASE-REF-NUM.
           MOVE WLGHD-HOLD-TYP-CD            TO LLGHD-HOLD-TYP-CD.
           MOVE WLGHD-HOLD-RSN-TXT           TO LLGHD-HOLD-RSN-TXT.
           MOVE WLGHD-HOLD-STAT-CD           TO LLGHD-HOLD-STAT-CD.
           MOVE WLGHD-PLACED-DT              TO LLGHD-PLACED-DT.
           MOVE WLGHD-PLACED-USER-ID         TO LLGHD-PLACED-USER-ID.
           MOVE WLGHD-RLSD-DT                TO LLGHD-RLSD-DT.
           MOVE WLGHD-RLSD-USER-ID           TO LLGHD-RLSD-USER-ID.

       1900-RETURN-HOLD-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQLGHD                     **
      *****************************************************************
