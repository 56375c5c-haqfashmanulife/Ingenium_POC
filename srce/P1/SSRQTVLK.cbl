      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  SSRQTVLK.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  SSRQTVLK                                         **
      **  REMARKS:  ONLINE TARGET-VALUE LOCK-IN REGISTRATION         **
      **            MAINTENANCE.  LETS A SERVICE REP REGISTER A      **
      **            TARGET PERCENTAGE OF PREMIUMS PAID AND THE       **
      **            STABLE FUND ON A VARIABLE POLICY FOR THE         **
      **            NIGHTLY LOCK-IN RUN (ZSBMTVLK), WITHDRAW THE     **
      **            REGISTRATION, OR INQUIRE ON IT AND ON ANY        **
      **            LOCK-IN ALREADY MADE.  REGISTERING AGAIN AFTER   **
      **            A LOCK-IN STARTS A NEW TARGET.                   **
      **                                                             **
      **  DOMAIN :  CV                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51266**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY SCFHTVLK.
      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY SCFWTVLK.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'SSRQTVLK'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY SCFRTVLK.
       COPY SCWWTVLK.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-ROW-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-ROW-FOUND                     VALUE 'Y'.
               88  WS-ROW-NOT-FOUND                 VALUE 'N'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY SCWLTVLK.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LTVLK-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LTVLK-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           IF  LTVLK-FUNCTION-REGISTER
               PERFORM 1000-REGISTER-POLICY
                  THRU 1000-REGISTER-POLICY-X
           ELSE
           IF  LTVLK-FUNCTION-WITHDRAW
               PERFORM 2000-WITHDRAW-POLICY
                  THRU 2000-WITHDRAW-POLICY-X
           ELSE
           IF  LTVLK-FUNCTION-INQUIRE
               PERFORM 3000-INQUIRE-POLICY
                  THRU 3000-INQUIRE-POLICY-X
           ELSE
               SET LTVLK-RETRN-ERROR         TO TRUE
           END-IF
           END-IF
           END-IF.

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

      /
      *------------------------
       1000-REGISTER-POLICY.
      *------------------------

      *
      *  THE TARGET IS A PERCENTAGE OF PREMIUMS PAID, SO ONLY A
      *  TARGET ABOVE 100 (A GAIN) MEANS ANYTHING, AND A STABLE
      *  FUND MUST BE NAMED TO RECEIVE THE SWITCH.
      *
           IF  LTVLK-TGT-PCT NOT NUMERIC
           OR  LTVLK-TGT-PCT NOT > 100
           OR  LTVLK-STBL-FUND-CD = SPACES
               SET LTVLK-RETRN-BAD-TARGET    TO TRUE
               GO TO 1000-REGISTER-POLICY-X
           END-IF.

           OPEN I-O TVLK-FILE.
           IF  WTVLK-IO-NOFILE
               OPEN OUTPUT TVLK-FILE
               CLOSE TVLK-FILE
               OPEN I-O TVLK-FILE
           END-IF.

           IF  WTVLK-SEQ-FILE-STATUS NOT = '00'
               SET LTVLK-RETRN-ERROR     TO TRUE
               GO TO 1000-REGISTER-POLICY-X
           END-IF.

           MOVE LTVLK-POL-ID             TO WTVLK-POL-ID.

           READ TVLK-FILE
               INVALID KEY
                   MOVE '23' TO WTVLK-SEQ-FILE-STATUS
           END-READ.

      *
      *  A KNOWN ROW IS RE-REGISTERED IN PLACE.  THE FIGURES OF A
      *  PREVIOUS LOCK-IN ARE CLEARED SO THE ROW DESCRIBES THE NEW
      *  TARGET ONLY.
      *
           IF  NOT WTVLK-IO-OK
               MOVE SPACES               TO WTVLK-REC-INFO
               MOVE LTVLK-POL-ID         TO WTVLK-POL-ID
           END-IF.

           SET  WTVLK-REG-ACTIVE         TO TRUE.
           MOVE LTVLK-TGT-PCT            TO WTVLK-TGT-PCT.
           MOVE LTVLK-STBL-FUND-CD       TO WTVLK-STBL-FUND-CD.
           MOVE LTVLK-ENTRY-USER-ID      TO WTVLK-ENTRY-USER-ID.
           MOVE WGLOB-CRNT-DT            TO WTVLK-ENTRY-DT.
           MOVE SPACES                   TO WTVLK-LOCK-DT.
           MOVE ZERO                     TO WTVLK-LOCK-ACHV-PCT
                                            WTVLK-LOCK-VALUE-AMT
                                            WTVLK-LOCK-PREM-AMT.

           IF  WTVLK-IO-OK
               REWRITE WTVLK-REC-INFO
                   INVALID KEY
                       MOVE '99' TO WTVLK-SEQ-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE WTVLK-REC-INFO
                   INVALID KEY
                       MOVE '22' TO WTVLK-SEQ-FILE-STATUS
               END-WRITE
           END-IF.

           IF  WTVLK-IO-OK
               SET LTVLK-RETRN-OK        TO TRUE
           ELSE
               SET LTVLK-RETRN-ERROR     TO TRUE
           END-IF.

           CLOSE TVLK-FILE.

       1000-REGISTER-POLICY-X.
           EXIT.
      /
      *------------------------
       2000-WITHDRAW-POLICY.
      *------------------------

           OPEN I-O TVLK-FILE.
           IF  WTVLK-SEQ-FILE-STATUS NOT = '00'
               SET LTVLK-RETRN-NOTFND    TO TRUE
               GO TO 2000-WITHDRAW-POLICY-X
           END-IF.

           MOVE LTVLK-POL-ID             TO WTVLK-POL-ID.

           READ TVLK-FILE
               INVALID KEY
                   MOVE '23' TO WTVLK-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WTVLK-IO-OK
               SET LTVLK-RETRN-NOTFND    TO TRUE
               CLOSE TVLK-FILE
               GO TO 2000-WITHDRAW-POLICY-X
           END-IF.

           SET  WTVLK-REG-WITHDRAWN      TO TRUE.
           MOVE LTVLK-ENTRY-USER-ID      TO WTVLK-ENTRY-USER-ID.
           MOVE WGLOB-CRNT-DT            TO WTVLK-ENTRY-DT.

           REWRITE WTVLK-REC-INFO
               INVALID KEY
                   MOVE '99' TO WTVLK-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WTVLK-IO-OK
               SET LTVLK-RETRN-OK        TO TRUE
           ELSE
               SET LTVLK-RETRN-ERROR     TO TRUE
           END-IF.

           CLOSE TVLK-FILE.

       2000-WITHDRAW-POLICY-X.
           EXIT.
      /
      *----------------------
       3000-INQUIRE-POLICY.
      *----------------------

           SET  WS-ROW-NOT-FOUND         TO TRUE.

           OPEN INPUT TVLK-FILE.
           IF  WTVLK-SEQ-FILE-STATUS NOT = '00'
               SET LTVLK-RETRN-NOTFND    TO TRUE
               GO TO 3000-INQUIRE-POLICY-X
           END-IF.

           MOVE LTVLK-POL-ID             TO WTVLK-POL-ID.

           READ TVLK-FILE
               INVALID KEY
                   MOVE '23' TO WTVLK-SEQ-FILE-STATUS
           END-READ.

           IF  WTVLK-IO-OK
               SET WS-ROW-FOUND          TO TRUE
               MOVE WTVLK-REC-INFO       TO RTVLK-REC-INFO
           END-IF.

           CLOSE TVLK-FILE.

           IF  WS-ROW-FOUND
               MOVE RTVLK-REG-STAT-CD    TO LTVLK-REG-STAT-CD
               MOVE RTVLK-TGT-PCT        TO LTVLK-TGT-PCT
               MOVE RTVLK-STBL-FUND-CD   TO LTVLK-STBL-FUND-CD
               MOVE RTVLK-LOCK-DT        TO LTVLK-LOCK-DT
               MOVE RTVLK-LOCK-ACHV-PCT  TO LTVLK-LOCK-ACHV-PCT
               MOVE RTVLK-ENTRY-USER-ID  TO LTVLK-ENTRY-USER-ID
               SET LTVLK-RETRN-OK        TO TRUE
           ELSE
               SET LTVLK-RETRN-NOTFND    TO TRUE
           END-IF.

       3000-INQUIRE-POLICY-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM SSRQTVLK                     **
      *****************************************************************
