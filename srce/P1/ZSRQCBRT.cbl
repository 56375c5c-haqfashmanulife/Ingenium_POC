      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQCBRT.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQCBRT                                         **
      **  REMARKS:  ONLINE MAINTENANCE FOR THE CASH-BACK BONUS       **
      **            DEPOSIT DECLARED RATE TABLE (CBRT) - THE ANNUAL  **
      **            INTEREST RATE DECLARED FOR BONUSES LEFT ON       **
      **            DEPOSIT FROM A GIVEN DATE, THAT THE MONTHLY      **
      **            LEDGER RUN (ZSBMCBDL) FIXES ON EACH BONUS AS IT  **
      **            IS DEPOSITED.  SUPPORTS ADD, CHANGE, DELETE,     **
      **            INQUIRE AND PAGING IN EFFECTIVE DATE ORDER.      **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51309**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHCBRT.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWCBRT.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQCBRT'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWCBRT.

       01  WS-CBRT-WORK-AREA.
           05  WS-EDIT-SW                   PIC X(01).
               88  WS-EDIT-OK                         VALUE 'Y'.
               88  WS-EDIT-NOT-OK                     VALUE 'N'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLCBRT.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LCBRT-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LCBRT-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LCBRT-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-RATE
                      THRU 1000-INQUIRE-RATE-X
               WHEN LCBRT-FUNCTION-ADD
                   PERFORM 2000-ADD-RATE
                      THRU 2000-ADD-RATE-X
               WHEN LCBRT-FUNCTION-CHANGE
                   PERFORM 3000-CHANGE-RATE
                      THRU 3000-CHANGE-RATE-X
               WHEN LCBRT-FUNCTION-DELETE
                   PERFORM 4000-DELETE-RATE
                      THRU 4000-DELETE-RATE-X
               WHEN LCBRT-FUNCTION-READNEXT
                   PERFORM 5000-READNEXT-RATE
                      THRU 5000-READNEXT-RATE-X
               WHEN OTHER
                   SET LCBRT-RETRN-ERROR TO TRUE
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

           OPEN INPUT CBRT-FILE.
           IF  WCBRT-SEQ-FILE-STATUS NOT = '00'
               SET LCBRT-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-RATE-X
           END-IF.

           MOVE LCBRT-EFF-DT                 TO WCBRT-EFF-DT.

           READ CBRT-FILE
               INVALID KEY
                   MOVE '23' TO WCBRT-SEQ-FILE-STATUS
           END-READ.

           IF  WCBRT-IO-OK
               PERFORM 1900-RETURN-RATE
                  THRU 1900-RETURN-RATE-X
               SET LCBRT-RETRN-OK            TO TRUE
           ELSE
               SET LCBRT-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE CBRT-FILE.

       1000-INQUIRE-RATE-X.
           EXIT.

      *---------------
       2000-ADD-RATE.
      *---------------

           PERFORM 6000-EDIT-RATE
              THRU 6000-EDIT-RATE-X.

           IF  WS-EDIT-NOT-OK
               SET LCBRT-RETRN-INVALID       TO TRUE
               GO TO 2000-ADD-RATE-X
           END-IF.

           OPEN I-O CBRT-FILE.
           IF  WCBRT-IO-NOFILE
               OPEN OUTPUT CBRT-FILE
               CLOSE CBRT-FILE
               OPEN I-O CBRT-FILE
           END-IF.
           IF  WCBRT-SEQ-FILE-STATUS NOT = '00'
               SET LCBRT-RETRN-ERROR         TO TRUE
               GO TO 2000-ADD-RATE-X
           END-IF.

           MOVE SPACES                       TO WCBRT-REC-INFO.
           MOVE LCBRT-EFF-DT                 TO WCBRT-EFF-DT.
           PERFORM 2900-MOVE-RATE
              THRU 2900-MOVE-RATE-X.

           WRITE WCBRT-REC-INFO
               INVALID KEY
                   MOVE '22' TO WCBRT-SEQ-FILE-STATUS
           END-WRITE.

           IF  WCBRT-IO-DUPKEY
               SET LCBRT-RETRN-DUPLICATE     TO TRUE
           ELSE
               SET LCBRT-RETRN-OK            TO TRUE
           END-IF.

           CLOSE CBRT-FILE.

       2000-ADD-RATE-X.
           EXIT.

      *----------------
       2900-MOVE-RATE.
      *----------------

           MOVE LCBRT-DCLR-INT-PCT           TO WCBRT-DCLR-INT-PCT.
           MOVE WGLOB-USER-ID                TO WCBRT-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WCBRT-LAST-CHG-DT.

       2900-MOVE-RATE-X.
           EXIT.

      *------------------
       3000-CHANGE-RATE.
      *------------------

      *
      *  A CHANGED RATE APPLIES ONLY TO BONUSES DEPOSITED AFTER THE
      *  CHANGE; A BONUS ALREADY ON DEPOSIT KEEPS THE RATE IT WAS
      *  DEPOSITED AT.
      *
           PERFORM 6000-EDIT-RATE
              THRU 6000-EDIT-RATE-X.

           IF  WS-EDIT-NOT-OK
               SET LCBRT-RETRN-INVALID       TO TRUE
               GO TO 3000-CHANGE-RATE-X
           END-IF.

           OPEN I-O CBRT-FILE.
           IF  WCBRT-SEQ-FILE-STATUS NOT = '00'
               SET LCBRT-RETRN-ERROR         TO TRUE
               GO TO 3000-CHANGE-RATE-X
           END-IF.

           MOVE LCBRT-EFF-DT                 TO WCBRT-EFF-DT.

           READ CBRT-FILE
               INVALID KEY
                   MOVE '23' TO WCBRT-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCBRT-IO-OK
               SET LCBRT-RETRN-NOTFND        TO TRUE
               CLOSE CBRT-FILE
               GO TO 3000-CHANGE-RATE-X
           END-IF.

           PERFORM 2900-MOVE-RATE
              THRU 2900-MOVE-RATE-X.

           REWRITE WCBRT-REC-INFO
               INVALID KEY
                   MOVE '99' TO WCBRT-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WCBRT-IO-OK
               SET LCBRT-RETRN-OK            TO TRUE
           ELSE
               SET LCBRT-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE CBRT-FILE.

       3000-CHANGE-RATE-X.
           EXIT.

      *------------------
       4000-DELETE-RATE.
      *------------------

      *
      *  BONUSES DEPOSITED UNDER A DELETED DECLARATION KEEP THEIR RATE;
      *  LATER ONES TAKE THE PREVIOUS DECLARATION'S.
      *
           OPEN I-O CBRT-FILE.
           IF  WCBRT-SEQ-FILE-STATUS NOT = '00'
               SET LCBRT-RETRN-ERROR         TO TRUE
               GO TO 4000-DELETE-RATE-X
           END-IF.

           MOVE LCBRT-EFF-DT                 TO WCBRT-EFF-DT.

           DELETE CBRT-FILE
               INVALID KEY
                   MOVE '23' TO WCBRT-SEQ-FILE-STATUS
           END-DELETE.

           IF  WCBRT-IO-OK
               SET LCBRT-RETRN-OK            TO TRUE
           ELSE
               SET LCBRT-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE CBRT-FILE.

       4000-DELETE-RATE-X.
           EXIT.

      *--------------------
       5000-READNEXT-RATE.
      *--------------------

           OPEN INPUT CBRT-FILE.
           IF  WCBRT-SEQ-FILE-STATUS NOT = '00'
               SET LCBRT-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-RATE-X
           END-IF.

           MOVE LCBRT-EFF-DT                 TO WCBRT-EFF-DT.

           START CBRT-FILE
               KEY IS GREATER THAN WCBRT-KEY
               INVALID KEY
                   MOVE '23' TO WCBRT-SEQ-FILE-STATUS
           END-START.

           IF  WCBRT-IO-OK
               READ CBRT-FILE NEXT
                   AT END
                       MOVE '10' TO WCBRT-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WCBRT-IO-OK
               MOVE WCBRT-EFF-DT             TO LCBRT-EFF-DT
               PERFORM 1900-RETURN-RATE
                  THRU 1900-RETURN-RATE-X
               SET LCBRT-RETRN-OK            TO TRUE
           ELSE
               SET LCBRT-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE CBRT-FILE.

       5000-READNEXT-RATE-X.
           EXIT.

      *------------------
       1900-RETURN-RATE.
      *------------------

           MOVE WCBRT-DCLR-INT-PCT           TO LCBRT-DCLR-INT-PCT.
           MOVE WCBRT-LAST-CHG-USER-ID       TO LCBRT-LAST-CHG-USER-ID.
           MOVE WCBRT-LAST-CHG-DT            TO LCBRT-LAST-CHG-DT.

       1900-RETURN-RATE-X.
           EXIT.

      *----------------
       6000-EDIT-RATE.
      *----------------

      *
      *  A DECLARATION NEEDS A VALID EFFECTIVE DATE AND A NUMERIC
      *  RATE.  A NIL RATE MAY BE DECLARED.
      *
           SET WS-EDIT-OK                    TO TRUE.

           IF  LCBRT-EFF-DT (5:1) NOT = '-'
           OR  LCBRT-EFF-DT (8:1) NOT = '-'
           OR  LCBRT-EFF-DT (1:4) NOT NUMERIC
           OR  LCBRT-EFF-DT (6:2) NOT NUMERIC
           OR  LCBRT-EFF-DT (9:2) NOT NUMERIC
           OR  LCBRT-DCLR-INT-PCT NOT NUMERIC
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6000-EDIT-RATE-X
           END-IF.

           IF  LCBRT-EFF-DT (6:2) < '01'
           OR  LCBRT-EFF-DT (6:2) > '12'
           OR  LCBRT-EFF-DT (9:2) < '01'
           OR  LCBRT-EFF-DT (9:2) > '31'
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

       6000-EDIT-RATE-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQCBRT                     **
      *****************************************************************
