      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQULCH.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQULCH                                         **
      **  REMARKS:  ONLINE MAINTENANCE FOR THE UNIVERSAL LIFE        **
      **            CHARGE MASTER (ULCH) - THE CURRENT MONTHLY COST  **
      **            OF INSURANCE RATE, PREMIUM LOAD, ADMINISTRATION  **
      **            CHARGE AND CREDITED INTEREST RATE BY UL PLAN AND **
      **            ATTAINED AGE THAT THE UL LAPSE PROJECTION        **
      **            (ZSBMULLP) ROLLS ACCOUNT VALUES FORWARD WITH.    **
      **            SUPPORTS ADD, CHANGE, DELETE, INQUIRE AND PAGING **
      **            IN PLAN AND AGE ORDER.                           **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51284**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHULCH.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWULCH.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQULCH'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWULCH.

       01  WS-ULCH-WORK-AREA.
           05  WS-EDIT-SW                   PIC X(01).
               88  WS-EDIT-OK                         VALUE 'Y'.
               88  WS-EDIT-NOT-OK                     VALUE 'N'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLULCH.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LULCH-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LULCH-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LULCH-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-RATE
                      THRU 1000-INQUIRE-RATE-X
               WHEN LULCH-FUNCTION-ADD
                   PERFORM 2000-ADD-RATE
                      THRU 2000-ADD-RATE-X
               WHEN LULCH-FUNCTION-CHANGE
                   PERFORM 3000-CHANGE-RATE
                      THRU 3000-CHANGE-RATE-X
               WHEN LULCH-FUNCTION-DELETE
                   PERFORM 4000-DELETE-RATE
                      THRU 4000-DELETE-RATE-X
               WHEN LULCH-FUNCTION-READNEXT
                   PERFORM 5000-READNEXT-RATE
                      THRU 5000-READNEXT-RATE-X
               WHEN OTHER
                   SET LULCH-RETRN-ERROR TO TRUE
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
       1000-INQUIRE-RATE.
      *-------------------

           OPEN INPUT ULCH-FILE.
           IF  WULCH-SEQ-FILE-STATUS NOT = '00'
               SET LULCH-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-RATE-X
           END-IF.

           MOVE LULCH-PLAN-ID                TO WULCH-PLAN-ID.
           MOVE LULCH-ATTN-AGE               TO WULCH-ATTN-AGE.

           READ ULCH-FILE
               INVALID KEY
                   MOVE '23' TO WULCH-SEQ-FILE-STATUS
           END-READ.

           IF  WULCH-IO-OK
               PERFORM 1900-RETURN-RATE
                  THRU 1900-RETURN-RATE-X
               SET LULCH-RETRN-OK            TO TRUE
           ELSE
               SET LULCH-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE ULCH-FILE.

       1000-INQUIRE-RATE-X.
           EXIT.

      *---------------
       2000-ADD-RATE.
      *---------------

           PERFORM 6000-EDIT-RATE
              THRU 6000-EDIT-RATE-X.

           IF  WS-EDIT-NOT-OK
               SET LULCH-RETRN-INVALID       TO TRUE
               GO TO 2000-ADD-RATE-X
           END-IF.

           OPEN I-O ULCH-FILE.
           IF  WULCH-IO-NOFILE
               OPEN OUTPUT ULCH-FILE
               CLOSE ULCH-FILE
               OPEN I-O ULCH-FILE
           END-IF.
           IF  WULCH-SEQ-FILE-STATUS NOT = '00'
               SET LULCH-RETRN-ERROR         TO TRUE
               GO TO 2000-ADD-RATE-X
           END-IF.

           MOVE SPACES                       TO WULCH-REC-INFO.
           MOVE LULCH-PLAN-ID                TO WULCH-PLAN-ID.
           MOVE LULCH-ATTN-AGE               TO WULCH-ATTN-AGE.
           PERFORM 2900-MOVE-RATE
              THRU 2900-MOVE-RATE-X.

           WRITE WULCH-REC-INFO
               INVALID KEY
                   MOVE '22' TO WULCH-SEQ-FILE-STATUS
           END-WRITE.

           IF  WULCH-IO-DUPKEY
               SET LULCH-RETRN-DUPLICATE     TO TRUE
           ELSE
               SET LULCH-RETRN-OK            TO TRUE
           END-IF.

           CLOSE ULCH-FILE.

       2000-ADD-RATE-X.
           EXIT.

      *----------------
       2900-MOVE-RATE.
      *----------------

           MOVE LULCH-COI-RT                 TO WULCH-COI-RT.
           MOVE LULCH-PREM-LOAD-PCT          TO WULCH-PREM-LOAD-PCT.
           MOVE LULCH-ADMIN-CHRG-AMT         TO WULCH-ADMIN-CHRG-AMT.
           MOVE LULCH-CRDT-INT-PCT           TO WULCH-CRDT-INT-PCT.
           MOVE WGLOB-USER-ID                TO WULCH-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WULCH-LAST-CHG-DT.

       2900-MOVE-RATE-X.
           EXIT.

      *------------------
       3000-CHANGE-RATE.
      *------------------

      *
      *  A CHANGED RATE IS PICKED UP BY THE NEXT MONTHLY PROJECTION;
      *  NOTHING ALREADY PROJECTED OR NOTIFIED IS RECALCULATED.
      *
           PERFORM 6000-EDIT-RATE
              THRU 6000-EDIT-RATE-X.

           IF  WS-EDIT-NOT-OK
               SET LULCH-RETRN-INVALID       TO TRUE
               GO TO 3000-CHANGE-RATE-X
           END-IF.

           OPEN I-O ULCH-FILE.
           IF  WULCH-SEQ-FILE-STATUS NOT = '00'
               SET LULCH-RETRN-ERROR         TO TRUE
               GO TO 3000-CHANGE-RATE-X
           END-IF.

           MOVE LULCH-PLAN-ID                TO WULCH-PLAN-ID.
           MOVE LULCH-ATTN-AGE               TO WULCH-ATTN-AGE.

           READ ULCH-FILE
               INVALID KEY
                   MOVE '23' TO WULCH-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WULCH-IO-OK
               SET LULCH-RETRN-NOTFND        TO TRUE
               CLOSE ULCH-FILE
               GO TO 3000-CHANGE-RATE-X
           END-IF.

           PERFORM 2900-MOVE-RATE
              THRU 2900-MOVE-RATE-X.

           REWRITE WULCH-REC-INFO
               INVALID KEY
                   MOVE '99' TO WULCH-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WULCH-IO-OK
               SET LULCH-RETRN-OK            TO TRUE
           ELSE
               SET LULCH-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE ULCH-FILE.

       3000-CHANGE-RATE-X.
           EXIT.

      *------------------
       4000-DELETE-RATE.
      *------------------

      *
      *  WITHOUT A ROW THE PROJECTION FALLS BACK TO THE POLICY'S OWN
      *  MONTHLY-EQUIVALENT PREMIUM AS THE DEDUCTION.
      *
           OPEN I-O ULCH-FILE.
           IF  WULCH-SEQ-FILE-STATUS NOT = '00'
               SET LULCH-RETRN-ERROR         TO TRUE
               GO TO 4000-DELETE-RATE-X
           END-IF.

           MOVE LULCH-PLAN-ID                TO WULCH-PLAN-ID.
           MOVE LULCH-ATTN-AGE               TO WULCH-ATTN-AGE.

           DELETE ULCH-FILE
               INVALID KEY
                   MOVE '23' TO WULCH-SEQ-FILE-STATUS
           END-DELETE.

           IF  WULCH-IO-OK
               SET LULCH-RETRN-OK            TO TRUE
           ELSE
               SET LULCH-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE ULCH-FILE.

       4000-DELETE-RATE-X.
           EXIT.

      *--------------------
       5000-READNEXT-RATE.
      *--------------------

           OPEN INPUT ULCH-FILE.
           IF  WULCH-SEQ-FILE-STATUS NOT = '00'
               SET LULCH-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-RATE-X
           END-IF.

           MOVE LULCH-PLAN-ID                TO WULCH-PLAN-ID.
           MOVE LULCH-ATTN-AGE               TO WULCH-ATTN-AGE.

           START ULCH-FILE
               KEY IS GREATER THAN WULCH-KEY
               INVALID KEY
                   MOVE '23' TO WULCH-SEQ-FILE-STATUS
           END-START.

           IF  WULCH-IO-OK
               READ ULCH-FILE NEXT
                   AT END
                       MOVE '10' TO WULCH-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WULCH-IO-OK
               MOVE WULCH-PLAN-ID            TO LULCH-PLAN-ID
               MOVE WULCH-ATTN-AGE           TO LULCH-ATTN-AGE
               PERFORM 1900-RETURN-RATE
                  THRU 1900-RETURN-RATE-X
               SET LULCH-RETRN-OK            TO TRUE
           ELSE
               SET LULCH-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE ULCH-FILE.

       5000-READNEXT-RATE-X.
           EXIT.

      *------------------
       1900-RETURN-RATE.
      *------------------

           MOVE WULCH-COI-RT                 TO LULCH-COI-RT.
           MOVE WULCH-PREM-LOAD-PCT          TO LULCH-PREM-LOAD-PCT.
           MOVE WULCH-ADMIN-CHRG-AMT         TO LULCH-ADMIN-CHRG-AMT.
           MOVE WULCH-CRDT-INT-PCT           TO LULCH-CRDT-INT-PCT.
           MOVE WULCH-LAST-CHG-USER-ID       TO LULCH-LAST-CHG-USER-ID.
           MOVE WULCH-LAST-CHG-DT            TO LULCH-LAST-CHG-DT.

       1900-RETURN-RATE-X.
           EXIT.

      *----------------
       6000-EDIT-RATE.
      *----------------

      *
      *  A RATE ROW NEEDS ITS PLAN, A NUMERIC AGE AND NUMERIC RATES.
      *  THE PREMIUM LOAD IS A PERCENTAGE OF PREMIUM AND MUST LEAVE
      *  SOMETHING TO CREDIT, SO IT HAS TO BE UNDER 100.
      *
           SET WS-EDIT-OK                    TO TRUE.

           IF  LULCH-PLAN-ID = SPACES
           OR  LULCH-ATTN-AGE NOT NUMERIC
           OR  LULCH-COI-RT NOT NUMERIC
           OR  LULCH-PREM-LOAD-PCT NOT NUMERIC
           OR  LULCH-ADMIN-CHRG-AMT NOT NUMERIC
           OR  LULCH-CRDT-INT-PCT NOT NUMERIC
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6000-EDIT-RATE-X
           END-IF.

           IF  LULCH-PREM-LOAD-PCT NOT < 100
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

       6000-EDIT-RATE-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQULCH                     **
      *****************************************************************
