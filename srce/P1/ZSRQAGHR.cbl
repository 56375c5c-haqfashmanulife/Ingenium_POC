      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQAGHR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQAGHR                                         **
      **  REMARKS:  ONLINE MAINTENANCE OF THE AGENCY HIERARCHY       **
      **            MASTER (AGHR).  EACH ROW GIVES AN AGENT'S ROLE - **
      **            AGENT, UNIT MANAGER, BRANCH MANAGER, REGIONAL    **
      **            MANAGER, OR NO LONGER IN THE HIERARCHY - AND THE **
      **            AGENT THEY REPORT TO FROM ITS EFFECTIVE DATE     **
      **            UNTIL THE AGENT'S NEXT ROW, SO A MOVE BETWEEN    **
      **            UNITS IS A NEW ROW, NOT A CHANGE TO THE OLD ONE, **
      **            AND THE MONTHLY OVERRIDE RUN (ZSBMOVRC) CAN      **
      **            WALK THE HIERARCHY AS IT STOOD ON ANY PAYMENT    **
      **            DATE.  THE UPLINE MUST BE IN THE HIERARCHY ON    **
      **            THE EFFECTIVE DATE AS A MANAGER SENIOR TO THE    **
      **            ROLE BEING SET.                                  **
      **                                                             **
      **  DOMAIN :  AG                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51299**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHAGHR.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWAGHR.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQAGHR'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWAGHR.

       01  WS-AGHR-WORK-AREA.
           05  WS-EDIT-SW                   PIC X(01).
               88  WS-EDIT-OK                         VALUE 'Y'.
               88  WS-EDIT-NOT-OK                     VALUE 'N'.
               88  WS-EDIT-BAD-UPLINE                 VALUE 'U'.
           05  WS-ROLE-CD                   PIC X(01).
           05  WS-ROLE-RANK                 PIC S9(01) COMP-3.
           05  WS-AGT-RANK                  PIC S9(01) COMP-3.
           05  WS-UPLN-RANK                 PIC S9(01) COMP-3.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLAGHR.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LAGHR-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LAGHR-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LAGHR-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-HIERARCHY
                      THRU 1000-INQUIRE-HIERARCHY-X
               WHEN LAGHR-FUNCTION-ADD
                   PERFORM 2000-ADD-HIERARCHY
                      THRU 2000-ADD-HIERARCHY-X
               WHEN LAGHR-FUNCTION-CHANGE
                   PERFORM 3000-CHANGE-HIERARCHY
                      THRU 3000-CHANGE-HIERARCHY-X
               WHEN LAGHR-FUNCTION-DELETE
                   PERFORM 4000-DELETE-HIERARCHY
                      THRU 4000-DELETE-HIERARCHY-X
               WHEN LAGHR-FUNCTION-NEXT
                   PERFORM 5000-READNEXT-HIERARCHY
                      THRU 5000-READNEXT-HIERARCHY-X
               WHEN OTHER
                   SET LAGHR-RETRN-ERROR TO TRUE
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
           OPEN I-O AGHR-FILE.
           IF  WAGHR-IO-NOFILE
               OPEN OUTPUT AGHR-FILE
               CLOSE AGHR-FILE
               OPEN I-O AGHR-FILE
           END-IF.

       0100-OPEN-MASTER-UPDATE-X.
           EXIT.

      *------------------------
       1000-INQUIRE-HIERARCHY.
      *------------------------

           OPEN INPUT AGHR-FILE.
           IF  WAGHR-SEQ-FILE-STATUS NOT = '00'
               SET LAGHR-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-HIERARCHY-X
           END-IF.

           IF  LAGHR-EFF-DT = SPACES
               MOVE WGLOB-CRNT-DT            TO LAGHR-EFF-DT
           END-IF.

           MOVE LAGHR-AGT-ID                 TO WAGHR-RQST-AGT-ID.
           MOVE LAGHR-EFF-DT                 TO WAGHR-RQST-AS-OF-DT.
           PERFORM AGHR-1000-GET-AS-OF
              THRU AGHR-1000-GET-AS-OF-X.

           IF  WAGHR-NOT-FND
               SET LAGHR-RETRN-NOTFND        TO TRUE
               CLOSE AGHR-FILE
               GO TO 1000-INQUIRE-HIERARCHY-X
           END-IF.

           MOVE LAGHR-AGT-ID                 TO WAGHR-AGT-ID.
           MOVE WAGHR-FND-EFF-DT             TO WAGHR-EFF-DT.
           PERFORM 1100-READ-ROW
              THRU 1100-READ-ROW-X.

           IF  WAGHR-IO-OK
               PERFORM 1900-RETURN-HIERARCHY
                  THRU 1900-RETURN-HIERARCHY-X
               SET LAGHR-RETRN-OK            TO TRUE
           ELSE
               SET LAGHR-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE AGHR-FILE.

       1000-INQUIRE-HIERARCHY-X.
           EXIT.

      *---------------
       1100-READ-ROW.
      *---------------

           READ AGHR-FILE
               INVALID KEY
                   MOVE '23' TO WAGHR-SEQ-FILE-STATUS
           END-READ.

       1100-READ-ROW-X.
           EXIT.

      *--------------------
       2000-ADD-HIERARCHY.
      *--------------------

           PERFORM 0100-OPEN-MASTER-UPDATE
              THRU 0100-OPEN-MASTER-UPDATE-X.
           IF  WAGHR-SEQ-FILE-STATUS NOT = '00'
               SET LAGHR-RETRN-ERROR         TO TRUE
               GO TO 2000-ADD-HIERARCHY-X
           END-IF.

           PERFORM 6000-EDIT-HIERARCHY
              THRU 6000-EDIT-HIERARCHY-X.

           IF  NOT WS-EDIT-OK
               PERFORM 6900-SET-EDIT-RETURN
                  THRU 6900-SET-EDIT-RETURN-X
               CLOSE AGHR-FILE
               GO TO 2000-ADD-HIERARCHY-X
           END-IF.

           MOVE SPACES                       TO WAGHR-REC-INFO.
           MOVE LAGHR-AGT-ID                 TO WAGHR-AGT-ID.
           MOVE LAGHR-EFF-DT                 TO WAGHR-EFF-DT.
           PERFORM 6100-MOVE-HIERARCHY
              THRU 6100-MOVE-HIERARCHY-X.

           WRITE WAGHR-REC-INFO
               INVALID KEY
                   MOVE '22' TO WAGHR-SEQ-FILE-STATUS
           END-WRITE.

           IF  WAGHR-IO-DUPKEY
               SET LAGHR-RETRN-DUPKEY        TO TRUE
               CLOSE AGHR-FILE
               GO TO 2000-ADD-HIERARCHY-X
           END-IF.

           IF  NOT WAGHR-IO-OK
               SET LAGHR-RETRN-ERROR         TO TRUE
               CLOSE AGHR-FILE
               GO TO 2000-ADD-HIERARCHY-X
           END-IF.

           PERFORM 1900-RETURN-HIERARCHY
              THRU 1900-RETURN-HIERARCHY-X.
           SET LAGHR-RETRN-OK                TO TRUE.

           CLOSE AGHR-FILE.

       2000-ADD-HIERARCHY-X.
           EXIT.

      *-----------------------
       3000-CHANGE-HIERARCHY.
      *-----------------------

           OPEN I-O AGHR-FILE.
           IF  WAGHR-SEQ-FILE-STATUS NOT = '00'
               SET LAGHR-RETRN-NOTFND        TO TRUE
               GO TO 3000-CHANGE-HIERARCHY-X
           END-IF.

           PERFORM 6000-EDIT-HIERARCHY
              THRU 6000-EDIT-HIERARCHY-X.

           IF  NOT WS-EDIT-OK
               PERFORM 6900-SET-EDIT-RETURN
                  THRU 6900-SET-EDIT-RETURN-X
               CLOSE AGHR-FILE
               GO TO 3000-CHANGE-HIERARCHY-X
           END-IF.

           MOVE LAGHR-AGT-ID                 TO WAGHR-AGT-ID.
           MOVE LAGHR-EFF-DT                 TO WAGHR-EFF-DT.
           PERFORM 1100-READ-ROW
              THRU 1100-READ-ROW-X.

           IF  NOT WAGHR-IO-OK
               SET LAGHR-RETRN-NOTFND        TO TRUE
               CLOSE AGHR-FILE
               GO TO 3000-CHANGE-HIERARCHY-X
           END-IF.

           PERFORM 6100-MOVE-HIERARCHY
              THRU 6100-MOVE-HIERARCHY-X.

           REWRITE WAGHR-REC-INFO
               INVALID KEY
                   MOVE '99' TO WAGHR-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WAGHR-IO-OK
               SET LAGHR-RETRN-ERROR         TO TRUE
               CLOSE AGHR-FILE
               GO TO 3000-CHANGE-HIERARCHY-X
           END-IF.

           PERFORM 1900-RETURN-HIERARCHY
              THRU 1900-RETURN-HIERARCHY-X.
           SET LAGHR-RETRN-OK                TO TRUE.

           CLOSE AGHR-FILE.

       3000-CHANGE-HIERARCHY-X.
           EXIT.

      *-----------------------
       4000-DELETE-HIERARCHY.
      *-----------------------

      *
      *  REMOVING A ROW LEAVES THE AGENT'S EARLIER ROW IN EFFECT
      *  FROM THIS DATE.  OVERRIDES ALREADY PAID STAND - THEY ARE
      *  RECORDED ON THE OVERRIDE LEDGER WITH THE MANAGER PAID.
      *
           OPEN I-O AGHR-FILE.
           IF  WAGHR-SEQ-FILE-STATUS NOT = '00'
               SET LAGHR-RETRN-NOTFND        TO TRUE
               GO TO 4000-DELETE-HIERARCHY-X
           END-IF.

           MOVE LAGHR-AGT-ID                 TO WAGHR-AGT-ID.
           MOVE LAGHR-EFF-DT                 TO WAGHR-EFF-DT.
           PERFORM 1100-READ-ROW
              THRU 1100-READ-ROW-X.

           IF  NOT WAGHR-IO-OK
               SET LAGHR-RETRN-NOTFND        TO TRUE
               CLOSE AGHR-FILE
               GO TO 4000-DELETE-HIERARCHY-X
           END-IF.

           PERFORM 1900-RETURN-HIERARCHY
              THRU 1900-RETURN-HIERARCHY-X.

           DELETE AGHR-FILE
               INVALID KEY
                   MOVE '99' TO WAGHR-SEQ-FILE-STATUS
           END-DELETE.

           IF  NOT WAGHR-IO-OK
               SET LAGHR-RETRN-ERROR         TO TRUE
           ELSE
               SET LAGHR-RETRN-OK            TO TRUE
           END-IF.

           CLOSE AGHR-FILE.

       4000-DELETE-HIERARCHY-X.
           EXIT.

      *-------------------------
       5000-READNEXT-HIERARCHY.
      *-------------------------

           OPEN INPUT AGHR-FILE.
           IF  WAGHR-SEQ-FILE-STATUS NOT = '00'
               SET LAGHR-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-HIERARCHY-X
           END-IF.

           MOVE LAGHR-AGT-ID                 TO WAGHR-AGT-ID.
           MOVE LAGHR-EFF-DT                 TO WAGHR-EFF-DT.

           START AGHR-FILE
               KEY IS GREATER THAN WAGHR-KEY
               INVALID KEY
                   MOVE '23' TO WAGHR-SEQ-FILE-STATUS
           END-START.

           IF  WAGHR-IO-OK
               READ AGHR-FILE NEXT
                   AT END
                       MOVE '10' TO WAGHR-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WAGHR-IO-OK
           AND WAGHR-AGT-ID = LAGHR-AGT-ID
               PERFORM 1900-RETURN-HIERARCHY
                  THRU 1900-RETURN-HIERARCHY-X
               SET LAGHR-RETRN-OK            TO TRUE
           ELSE
               SET LAGHR-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE AGHR-FILE.

       5000-READNEXT-HIERARCHY-X.
           EXIT.

      *-----------------------
       1900-RETURN-HIERARCHY.
      *-----------------------

           MOVE WAGHR-AGT-ID                 TO LAGHR-AGT-ID.
           MOVE WAGHR-EFF-DT                 TO LAGHR-EFF-DT.
           MOVE WAGHR-ROLE-CD                TO LAGHR-ROLE-CD.
           MOVE WAGHR-UPLN-AGT-ID            TO LAGHR-UPLN-AGT-ID.
           MOVE WAGHR-SO-ID                  TO LAGHR-SO-ID.
           MOVE WAGHR-LAST-CHG-USER-ID       TO LAGHR-LAST-CHG-USER-ID.
           MOVE WAGHR-LAST-CHG-DT            TO LAGHR-LAST-CHG-DT.

       1900-RETURN-HIERARCHY-X.
           EXIT.

      *---------------------
       6000-EDIT-HIERARCHY.
      *---------------------

      *
      *  THE ROLE MUST BE KNOWN AND THE UPLINE, WHEN GIVEN, MUST BE
      *  SOMEONE ELSE WHO IS IN THE HIERARCHY ON THE EFFECTIVE DATE
      *  AS A MANAGER SENIOR TO THE ROLE BEING SET.  AN AGENT MUST
      *  REPORT TO SOMEONE; A MANAGER AT THE TOP OF THE HIERARCHY
      *  OR AN AGENT LEAVING IT NEED NOT.
      *
           SET WS-EDIT-OK                    TO TRUE.
           MOVE SPACE                        TO LAGHR-UPLN-ROLE-CD.

           MOVE LAGHR-ROLE-CD                TO WAGHR-ROLE-CD.

           IF  LAGHR-AGT-ID = SPACES
           OR  LAGHR-EFF-DT = SPACES
           OR  NOT WAGHR-ROLE-VALID
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6000-EDIT-HIERARCHY-X
           END-IF.

           IF  LAGHR-UPLN-AGT-ID = LAGHR-AGT-ID
               SET WS-EDIT-BAD-UPLINE        TO TRUE
               GO TO 6000-EDIT-HIERARCHY-X
           END-IF.

           IF  LAGHR-UPLN-AGT-ID = SPACES
               IF  WAGHR-ROLE-AGENT
                   SET WS-EDIT-BAD-UPLINE    TO TRUE
               END-IF
               GO TO 6000-EDIT-HIERARCHY-X
           END-IF.

           MOVE LAGHR-ROLE-CD                TO WS-ROLE-CD.
           PERFORM 6050-RANK-ROLE
              THRU 6050-RANK-ROLE-X.
           MOVE WS-ROLE-RANK                 TO WS-AGT-RANK.

           MOVE LAGHR-UPLN-AGT-ID            TO WAGHR-RQST-AGT-ID.
           MOVE LAGHR-EFF-DT                 TO WAGHR-RQST-AS-OF-DT.
           PERFORM AGHR-1000-GET-AS-OF
              THRU AGHR-1000-GET-AS-OF-X.

           IF  WAGHR-NOT-FND
               SET WS-EDIT-BAD-UPLINE        TO TRUE
               GO TO 6000-EDIT-HIERARCHY-X
           END-IF.

           MOVE WAGHR-FND-ROLE-CD            TO WS-ROLE-CD
                                                LAGHR-UPLN-ROLE-CD.
           PERFORM 6050-RANK-ROLE
              THRU 6050-RANK-ROLE-X.
           MOVE WS-ROLE-RANK                 TO WS-UPLN-RANK.

           IF  WS-UPLN-RANK < 2
           OR  WS-UPLN-RANK NOT > WS-AGT-RANK
               SET WS-EDIT-BAD-UPLINE        TO TRUE
           END-IF.

       6000-EDIT-HIERARCHY-X.
           EXIT.

      *----------------
       6050-RANK-ROLE.
      *----------------

           EVALUATE WS-ROLE-CD
               WHEN 'A'
                   MOVE 1                    TO WS-ROLE-RANK
               WHEN 'U'
                   MOVE 2                    TO WS-ROLE-RANK
               WHEN 'B'
                   MOVE 3                    TO WS-ROLE-RANK
               WHEN 'R'
                   MOVE 4                    TO WS-ROLE-RANK
               WHEN OTHER
                   MOVE ZERO                 TO WS-ROLE-RANK
           END-EVALUATE.

       6050-RANK-ROLE-X.
           EXIT.

      *---------------------
       6100-MOVE-HIERARCHY.
      *---------------------

           MOVE LAGHR-ROLE-CD                TO WAGHR-ROLE-CD.
           MOVE LAGHR-UPLN-AGT-ID            TO WAGHR-UPLN-AGT-ID.
           MOVE LAGHR-SO-ID                  TO WAGHR-SO-ID.
           MOVE WGLOB-CRNT-DT                TO WAGHR-LAST-CHG-DT.
           MOVE WGLOB-USER-ID                TO WAGHR-LAST-CHG-USER-ID.

       6100-MOVE-HIERARCHY-X.
           EXIT.

      *----------------------
       6900-SET-EDIT-RETURN.
      *----------------------

           IF  WS-EDIT-BAD-UPLINE
               SET LAGHR-RETRN-BAD-UPLINE    TO TRUE
           ELSE
               SET LAGHR-RETRN-INVALID       TO TRUE
           END-IF.

       6900-SET-EDIT-RETURN-X.
           EXIT.
      /
       COPY CCPPAGHR.
      *****************************************************************
      **                 END OF PROGRAM ZSRQAGHR                     **
      *****************************************************************
