      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQECOP.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQECOP                                         **
      **  REMARKS:  ONLINE MAINTENANCE FOR THE CLIENT ELECTRONIC     **
      **            TAX-CERTIFICATE OPT-IN MASTER (ECOP).  A CLIENT  **
      **            WHO OPTS IN RECEIVES THE YEAR'S PREMIUM-         **
      **            DEDUCTION CERTIFICATES AS ONE E-TAX XML          **
      **            DOCUMENT FROM ZSBMCTXM INSTEAD OF ON PAPER.  A   **
      **            WITHDRAWAL IS KEPT ON THE ROW, NOT DELETED.      **
      **                                                             **
      **  DOMAIN :  PO                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51262**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHECOP.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWECOP.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQECOP'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWECOP.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLECOP.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LECOP-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LECOP-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LECOP-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-OPT
                      THRU 1000-INQUIRE-OPT-X
               WHEN LECOP-FUNCTION-OPT-IN
                   PERFORM 2000-OPT-IN
                      THRU 2000-OPT-IN-X
               WHEN LECOP-FUNCTION-OPT-OUT
                   PERFORM 3000-OPT-OUT
                      THRU 3000-OPT-OUT-X
               WHEN OTHER
                   SET LECOP-RETRN-ERROR TO TRUE
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

      *------------------
       1000-INQUIRE-OPT.
      *------------------

           OPEN INPUT ECOP-FILE.
           IF  WECOP-SEQ-FILE-STATUS NOT = '00'
               SET LECOP-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-OPT-X
           END-IF.

           MOVE LECOP-CLI-ID                 TO WECOP-CLI-ID.

           READ ECOP-FILE
               INVALID KEY
                   MOVE '23' TO WECOP-SEQ-FILE-STATUS
           END-READ.

           IF  WECOP-IO-OK
               PERFORM 1900-RETURN-OPT
                  THRU 1900-RETURN-OPT-X
               SET LECOP-RETRN-OK            TO TRUE
           ELSE
               SET LECOP-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE ECOP-FILE.

       1000-INQUIRE-OPT-X.
           EXIT.

      *-------------
       2000-OPT-IN.
      *-------------

           IF  LECOP-CLI-ID = SPACES
               SET LECOP-RETRN-ERROR         TO TRUE
               GO TO 2000-OPT-IN-X
           END-IF.

           OPEN I-O ECOP-FILE.
           IF  WECOP-IO-NOFILE
               OPEN OUTPUT ECOP-FILE
               CLOSE ECOP-FILE
               OPEN I-O ECOP-FILE
           END-IF.
           IF  WECOP-SEQ-FILE-STATUS NOT = '00'
               SET LECOP-RETRN-ERROR         TO TRUE
               GO TO 2000-OPT-IN-X
           END-IF.

           MOVE LECOP-CLI-ID                 TO WECOP-CLI-ID.

           READ ECOP-FILE
               INVALID KEY
                   MOVE '23' TO WECOP-SEQ-FILE-STATUS
           END-READ.

      *
      *  A CLIENT COMING BACK AFTER A WITHDRAWAL REUSES THE ROW.
      *
           IF  WECOP-IO-OK
               SET  WECOP-ECERT-OPTED-IN     TO TRUE
               MOVE WGLOB-CRNT-DT            TO WECOP-OPT-IN-DT
               MOVE SPACES                   TO WECOP-OPT-OUT-DT
               MOVE WGLOB-USER-ID            TO WECOP-LAST-CHG-USER-ID
               MOVE WGLOB-CRNT-DT            TO WECOP-LAST-CHG-DT
               REWRITE WECOP-REC-INFO
                   INVALID KEY
                       MOVE '99' TO WECOP-SEQ-FILE-STATUS
               END-REWRITE
           ELSE
               MOVE SPACES                   TO WECOP-REC-INFO
               MOVE LECOP-CLI-ID             TO WECOP-CLI-ID
               SET  WECOP-ECERT-OPTED-IN     TO TRUE
               MOVE WGLOB-CRNT-DT            TO WECOP-OPT-IN-DT
               MOVE WGLOB-USER-ID            TO WECOP-LAST-CHG-USER-ID
               MOVE WGLOB-CRNT-DT            TO WECOP-LAST-CHG-DT
               WRITE WECOP-REC-INFO
                   INVALID KEY
                       MOVE '99' TO WECOP-SEQ-FILE-STATUS
               END-WRITE
           END-IF.

           IF  WECOP-IO-OK
               PERFORM 1900-RETURN-OPT
                  THRU 1900-RETURN-OPT-X
               SET LECOP-RETRN-OK            TO TRUE
           ELSE
               SET LECOP-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE ECOP-FILE.

       2000-OPT-IN-X.
           EXIT.

      *--------------
       3000-OPT-OUT.
      *--------------

           OPEN I-O ECOP-FILE.
           IF  WECOP-SEQ-FILE-STATUS NOT = '00'
               SET LECOP-RETRN-NOTFND        TO TRUE
               GO TO 3000-OPT-OUT-X
           END-IF.

           MOVE LECOP-CLI-ID                 TO WECOP-CLI-ID.

           READ ECOP-FILE
               INVALID KEY
                   MOVE '23' TO WECOP-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WECOP-IO-OK
               SET LECOP-RETRN-NOTFND        TO TRUE
               CLOSE ECOP-FILE
               GO TO 3000-OPT-OUT-X
           END-IF.

           SET  WECOP-ECERT-WITHDRAWN        TO TRUE.
           MOVE WGLOB-CRNT-DT                TO WECOP-OPT-OUT-DT.
           MOVE WGLOB-USER-ID                TO WECOP-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WECOP-LAST-CHG-DT.

           REWRITE WECOP-REC-INFO
               INVALID KEY
                   MOVE '99' TO WECOP-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WECOP-IO-OK
               PERFORM 1900-RETURN-OPT
                  THRU 1900-RETURN-OPT-X
               SET LECOP-RETRN-OK            TO TRUE
           ELSE
               SET LECOP-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE ECOP-FILE.

       3000-OPT-OUT-X.
           EXIT.

      *-----------------
       1900-RETURN-OPT.
      *-----------------

           MOVE WECOP-ECERT-OPT-CD           TO LECOP-ECERT-OPT-CD.
           MOVE WECOP-OPT-IN-DT              TO LECOP-OPT-IN-DT.
           MOVE WECOP-OPT-OUT-DT             TO LECOP-OPT-OUT-DT.
           MOVE WECOP-LAST-CHG-USER-ID       TO LECOP-LAST-CHG-USER-ID.
           MOVE WECOP-LAST-CHG-DT            TO LECOP-LAST-CHG-DT.

       1900-RETURN-OPT-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQECOP                     **
      *****************************************************************
