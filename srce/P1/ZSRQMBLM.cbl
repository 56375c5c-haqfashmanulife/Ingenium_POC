      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQMBLM.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQMBLM                                         **
      **  REMARKS:  ONLINE MAINTENANCE FOR THE MEDICAL BENEFIT       **
      **            LIMIT MASTER (MBLM) - THE PER-ADMISSION AND      **
      **            LIFETIME LIMITS OF EACH MEDICAL RIDER PLAN THAT  **
      **            THE BENEFIT ACCUMULATOR IS CHECKED AGAINST.      **
      **            SUPPORTS ADD, CHANGE, DELETE, INQUIRE AND PAGING **
      **            IN PLAN AND BENEFIT ORDER.  THE BENEFIT IS 'HS'  **
      **            (HOSPITAL DAYS) OR 'SG' (SURGERIES); A LIMIT OF  **
      **            ZERO MEANS NONE, A PER-ADMISSION LIMIT APPLIES   **
      **            TO HOSPITAL ONLY AND MAY NOT EXCEED A LIFETIME   **
      **            LIMIT THAT IS GIVEN.                             **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHMBLM.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWMBLM.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQMBLM'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWMBLM.

       01  WS-MBLM-WORK-AREA.
           05  WS-EDIT-SW                   PIC X(01).
               88  WS-EDIT-OK                         VALUE 'Y'.
               88  WS-EDIT-NOT-OK                     VALUE 'N'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLMBLM.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LMBLM-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LMBLM-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LMBLM-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-LIMIT
                      THRU 1000-INQUIRE-LIMIT-X
               WHEN LMBLM-FUNCTION-ADD
                   PERFORM 2000-ADD-LIMIT
                      THRU 2000-ADD-LIMIT-X
               WHEN LMBLM-FUNCTION-CHANGE
                   PERFORM 3000-CHANGE-LIMIT
                      THRU 3000-CHANGE-LIMIT-X
               WHEN LMBLM-FUNCTION-DELETE
                   PERFORM 4000-DELETE-LIMIT
                      THRU 4000-DELETE-LIMIT-X
               WHEN LMBLM-FUNCTION-READNEXT
                   PERFORM 5000-READNEXT-LIMIT
                      THRU 5000-READNEXT-LIMIT-X
               WHEN OTHER
                   SET LMBLM-RETRN-ERROR TO TRUE
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


      *--------------------
       1000-INQUIRE-LIMIT.
      *--------------------

           OPEN INPUT MBLM-FILE.
           IF  WMBLM-SEQ-FILE-STATUS NOT = '00'
               SET LMBLM-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-LIMIT-X
           END-IF.

           MOVE LMBLM-PLAN-ID                TO WMBLM-PLAN-ID.
           MOVE LMBLM-BNFT-TYP-CD            TO WMBLM-BNFT-TYP-CD.

           READ MBLM-FILE
               INVALID KEY
                   MOVE '23' TO WMBLM-SEQ-FILE-STATUS
           END-READ.

           IF  WMBLM-IO-OK
               PERFORM 1900-RETURN-LIMIT
                  THRU 1900-RETURN-LIMIT-X
               SET LMBLM-RETRN-OK            TO TRUE
           ELSE
               SET LMBLM-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE MBLM-FILE.

       1000-INQUIRE-LIMIT-X.
           EXIT.

      *----------------
       2000-ADD-LIMIT.
      *----------------

           PERFORM 6000-EDIT-LIMIT
              THRU 6000-EDIT-LIMIT-X.

           IF  WS-EDIT-NOT-OK
               SET LMBLM-RETRN-INVALID       TO TRUE
               GO TO 2000-ADD-LIMIT-X
           END-IF.

           OPEN I-O MBLM-FILE.
           IF  WMBLM-IO-NOFILE
               OPEN OUTPUT MBLM-FILE
               CLOSE MBLM-FILE
               OPEN I-O MBLM-FILE
           END-IF.
           IF  WMBLM-SEQ-FILE-STATUS NOT = '00'
               SET LMBLM-RETRN-ERROR         TO TRUE
               GO TO 2000-ADD-LIMIT-X
           END-IF.

           MOVE SPACES                       TO WMBLM-REC-INFO.
           MOVE LMBLM-PLAN-ID                TO WMBLM-PLAN-ID.
           MOVE LMBLM-BNFT-TYP-CD            TO WMBLM-BNFT-TYP-CD.
           PERFORM 2900-MOVE-LIMIT
              THRU 2900-MOVE-LIMIT-X.

           WRITE WMBLM-REC-INFO
               INVALID KEY
                   MOVE '22' TO WMBLM-SEQ-FILE-STATUS
           END-WRITE.

           IF  WMBLM-IO-DUPKEY
               SET LMBLM-RETRN-DUPLICATE     TO TRUE
           ELSE
               SET LMBLM-RETRN-OK            TO TRUE
           END-IF.

           CLOSE MBLM-FILE.

       2000-ADD-LIMIT-X.
           EXIT.

      *-----------------
       2900-MOVE-LIMIT.
      *-----------------

           MOVE LMBLM-ADMIT-LMT-CNT          TO WMBLM-ADMIT-LMT-CNT.
           MOVE LMBLM-LIFE-LMT-CNT           TO WMBLM-LIFE-LMT-CNT.
           MOVE WGLOB-USER-ID                TO WMBLM-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WMBLM-LAST-CHG-DT.

       2900-MOVE-LIMIT-X.
           EXIT.

      *-------------------
       3000-CHANGE-LIMIT.
      *-------------------

      *
      *  A CHANGED LIMIT APPLIES TO WHAT HAS ALREADY BEEN PAID - THE
      *  ACCUMULATORS HOLD PAID UNITS, NOT A REMAINING BALANCE.
      *
           PERFORM 6000-EDIT-LIMIT
              THRU 6000-EDIT-LIMIT-X.

           IF  WS-EDIT-NOT-OK
               SET LMBLM-RETRN-INVALID       TO TRUE
               GO TO 3000-CHANGE-LIMIT-X
           END-IF.

           OPEN I-O MBLM-FILE.
           IF  WMBLM-SEQ-FILE-STATUS NOT = '00'
               SET LMBLM-RETRN-ERROR         TO TRUE
               GO TO 3000-CHANGE-LIMIT-X
           END-IF.

           MOVE LMBLM-PLAN-ID                TO WMBLM-PLAN-ID.
           MOVE LMBLM-BNFT-TYP-CD            TO WMBLM-BNFT-TYP-CD.

           READ MBLM-FILE
               INVALID KEY
                   MOVE '23' TO WMBLM-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WMBLM-IO-OK
               SET LMBLM-RETRN-NOTFND        TO TRUE
               CLOSE MBLM-FILE
               GO TO 3000-CHANGE-LIMIT-X
           END-IF.

           PERFORM 2900-MOVE-LIMIT
              THRU 2900-MOVE-LIMIT-X.

           REWRITE WMBLM-REC-INFO
               INVALID KEY
                   MOVE '99' TO WMBLM-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WMBLM-IO-OK
               SET LMBLM-RETRN-OK            TO TRUE
           ELSE
               SET LMBLM-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE MBLM-FILE.

       3000-CHANGE-LIMIT-X.
           EXIT.

      *-------------------
       4000-DELETE-LIMIT.
      *-------------------

      *
      *  THE ACCUMULATORS ARE KEPT; WITHOUT A ROW THE BENEFIT IS
      *  TREATED AS HAVING NO LIMIT.
      *
           OPEN I-O MBLM-FILE.
           IF  WMBLM-SEQ-FILE-STATUS NOT = '00'
               SET LMBLM-RETRN-ERROR         TO TRUE
               GO TO 4000-DELETE-LIMIT-X
           END-IF.

           MOVE LMBLM-PLAN-ID                TO WMBLM-PLAN-ID.
           MOVE LMBLM-BNFT-TYP-CD            TO WMBLM-BNFT-TYP-CD.

           DELETE MBLM-FILE
               INVALID KEY
                   MOVE '23' TO WMBLM-SEQ-FILE-STATUS
           END-DELETE.

           IF  WMBLM-IO-OK
               SET LMBLM-RETRN-OK            TO TRUE
           ELSE
               SET LMBLM-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE MBLM-FILE.

       4000-DELETE-LIMIT-X.
           EXIT.

      *---------------------
       5000-READNEXT-LIMIT.
      *---------------------

           OPEN INPUT MBLM-FILE.
           IF  WMBLM-SEQ-FILE-STATUS NOT = '00'
               SET LMBLM-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-LIMIT-X
           END-IF.

           MOVE LMBLM-PLAN-ID                TO WMBLM-PLAN-ID.
           MOVE LMBLM-BNFT-TYP-CD            TO WMBLM-BNFT-TYP-CD.

           START MBLM-FILE
               KEY IS GREATER THAN WMBLM-KEY
               INVALID KEY
                   MOVE '23' TO WMBLM-SEQ-FILE-STATUS
           END-START.

           IF  WMBLM-IO-OK
               READ MBLM-FILE NEXT
                   AT END
                       MOVE '10' TO WMBLM-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WMBLM-IO-OK
               MOVE WMBLM-PLAN-ID            TO LMBLM-PLAN-ID
               MOVE WMBLM-BNFT-TYP-CD        TO LMBLM-BNFT-TYP-CD
               PERFORM 1900-RETURN-LIMIT
                  THRU 1900-RETURN-LIMIT-X
               SET LMBLM-RETRN-OK            TO TRUE
           ELSE
               SET LMBLM-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE MBLM-FILE.

       5000-READNEXT-LIMIT-X.
           EXIT.

      *-------------------
       1900-RETURN-LIMIT.
      *-------------------

           MOVE WMBLM-ADMIT-LMT-CNT          TO LMBLM-ADMIT-LMT-CNT.
           MOVE WMBLM-LIFE-LMT-CNT           TO LMBLM-LIFE-LMT-CNT.
           MOVE WMBLM-LAST-CHG-USER-ID       TO LMBLM-LAST-CHG-USER-ID.
           MOVE WMBLM-LAST-CHG-DT            TO LMBLM-LAST-CHG-DT.

       1900-RETURN-LIMIT-X.
           EXIT.

      *-----------------
       6000-EDIT-LIMIT.
      *-----------------

      *
      *  A LIMIT NEEDS ITS PLAN, A HOSPITAL OR SURGERY BENEFIT AND
      *  NUMERIC LIMITS.  THE PER-ADMISSION DAY LIMIT IS FOR
      *  HOSPITAL ONLY AND CANNOT EXCEED A LIFETIME LIMIT THAT IS
      *  GIVEN.
      *
           SET WS-EDIT-OK                    TO TRUE.

           IF  LMBLM-PLAN-ID = SPACES
           OR  LMBLM-ADMIT-LMT-CNT NOT NUMERIC
           OR  LMBLM-LIFE-LMT-CNT NOT NUMERIC
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6000-EDIT-LIMIT-X
           END-IF.

           IF  NOT LMBLM-BNFT-HOSPITAL
           AND NOT LMBLM-BNFT-SURGERY
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6000-EDIT-LIMIT-X
           END-IF.

           IF  LMBLM-BNFT-SURGERY
           AND LMBLM-ADMIT-LMT-CNT NOT = ZERO
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6000-EDIT-LIMIT-X
           END-IF.

           IF  LMBLM-LIFE-LMT-CNT NOT = ZERO
           AND LMBLM-ADMIT-LMT-CNT > LMBLM-LIFE-LMT-CNT
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

       6000-EDIT-LIMIT-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQMBLM                     **
      *****************************************************************
