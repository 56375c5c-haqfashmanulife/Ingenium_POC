      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQMAND.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQMAND                                         **
      **  REMARKS:  ONLINE MAINTENANCE OF THE BANK DIRECT-DEBIT      **
      **            MANDATE REGISTER (MAND).  A MANDATE RECEIVED     **
      **            FROM THE CLIENT - A NEW SWITCH TO BANK DEBIT OR  **
      **            A CHANGE OF DEBIT ACCOUNT - IS REGISTERED HERE   **
      **            AS RECEIVED; THE POLICY'S BILLING TYPE AND       **
      **            COLLECTION METHOD ARE NOT TOUCHED.  ZSBMMNDS     **
      **            SENDS IT TO THE BANK AND ZSBMMNDR SWITCHES THE   **
      **            POLICY ONLY WHEN THE BANK ACCEPTS IT.  A NEW     **
      **            MANDATE CANCELS AN EARLIER ONE STILL PENDING     **
      **            FOR THE POLICY.                                  **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51298**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHMAND.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWMAND.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQMAND'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY XCWTFCMD.

       COPY CCWWMAND.

       COPY CCFWPOL.
       COPY CCFRPOL.

       01  WS-MAND-WORK-AREA.
           05  WS-EDIT-SW                   PIC X(01).
               88  WS-EDIT-OK                         VALUE 'Y'.
               88  WS-EDIT-NOT-OK                     VALUE 'N'.
           05  WS-BROWSE-SW                 PIC X(01).
               88  WS-BROWSE-MORE                     VALUE 'Y'.
               88  WS-BROWSE-DONE                     VALUE 'N'.
           05  WS-FOUND-SW                  PIC X(01).
               88  WS-FOUND                           VALUE 'Y'.
               88  WS-NOT-FOUND                       VALUE 'N'.
           05  WS-CANCEL-ALL-SW             PIC X(01).
               88  WS-CANCEL-PENDING                  VALUE 'Y'.
               88  WS-KEEP-PENDING                    VALUE 'N'.
           05  WS-LAST-SEQ-NUM              PIC 9(03).
           05  WS-MAND-SAVE-REC             PIC X(183).

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLMAND.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LMAND-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LMAND-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LMAND-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-MANDATE
                      THRU 1000-INQUIRE-MANDATE-X
               WHEN LMAND-FUNCTION-REGISTER
                   PERFORM 2000-REGISTER-MANDATE
                      THRU 2000-REGISTER-MANDATE-X
               WHEN LMAND-FUNCTION-CANCEL
                   PERFORM 3000-CANCEL-MANDATE
                      THRU 3000-CANCEL-MANDATE-X
               WHEN LMAND-FUNCTION-NEXT
                   PERFORM 5000-READNEXT-MANDATE
                      THRU 5000-READNEXT-MANDATE-X
               WHEN OTHER
                   SET LMAND-RETRN-ERROR TO TRUE
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
      *  THE REGISTER IS CREATED ON FIRST USE.
      *
           OPEN I-O MAND-FILE.
           IF  WMAND-IO-NOFILE
               OPEN OUTPUT MAND-FILE
               CLOSE MAND-FILE
               OPEN I-O MAND-FILE
           END-IF.

       0100-OPEN-MASTER-UPDATE-X.
           EXIT.

      *----------------------
       1000-INQUIRE-MANDATE.
      *----------------------

           OPEN INPUT MAND-FILE.
           IF  WMAND-SEQ-FILE-STATUS NOT = '00'
               SET LMAND-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-MANDATE-X
           END-IF.

           IF  LMAND-SEQ-NUM = ZERO
               SET  WS-KEEP-PENDING          TO TRUE
               PERFORM 1100-BROWSE-POLICY
                  THRU 1100-BROWSE-POLICY-X
               IF  WS-FOUND
                   MOVE WS-MAND-SAVE-REC     TO WMAND-REC-INFO
                   MOVE '00'                 TO WMAND-SEQ-FILE-STATUS
               ELSE
                   MOVE '23'                 TO WMAND-SEQ-FILE-STATUS
               END-IF
           ELSE
               MOVE LMAND-POL-ID             TO WMAND-POL-ID
               MOVE LMAND-SEQ-NUM            TO WMAND-SEQ-NUM
               READ MAND-FILE
                   INVALID KEY
                       MOVE '23' TO WMAND-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WMAND-IO-OK
               PERFORM 1900-RETURN-MANDATE
                  THRU 1900-RETURN-MANDATE-X
               SET LMAND-RETRN-OK            TO TRUE
           ELSE
               SET LMAND-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE MAND-FILE.

       1000-INQUIRE-MANDATE-X.
           EXIT.

      *--------------------
       1100-BROWSE-POLICY.
      *--------------------

      *
      *  WALKS EVERY MANDATE FOR LMAND-POL-ID, LEAVING THE LAST ONE
      *  IN WS-MAND-SAVE-REC AND ITS SEQUENCE IN WS-LAST-SEQ-NUM.
      *  WHEN WS-CANCEL-PENDING IS SET, EACH MANDATE STILL PENDING
      *  IS CANCELLED ON THE WAY PAST.
      *
           SET  WS-NOT-FOUND                 TO TRUE.
           MOVE ZERO                         TO WS-LAST-SEQ-NUM.
           MOVE SPACES                       TO WS-MAND-SAVE-REC.

           MOVE LMAND-POL-ID                 TO WMAND-POL-ID.
           MOVE ZERO                         TO WMAND-SEQ-NUM.

           START MAND-FILE
               KEY IS NOT LESS THAN WMAND-KEY
               INVALID KEY
                   MOVE '23' TO WMAND-SEQ-FILE-STATUS
           END-START.

           IF  WMAND-IO-OK
               SET WS-BROWSE-MORE            TO TRUE
           ELSE
               SET WS-BROWSE-DONE            TO TRUE
           END-IF.

           PERFORM 1150-BROWSE-NEXT
              THRU 1150-BROWSE-NEXT-X
               UNTIL WS-BROWSE-DONE.

       1100-BROWSE-POLICY-X.
           EXIT.

      *------------------
       1150-BROWSE-NEXT.
      *------------------

           READ MAND-FILE NEXT
               AT END
                   MOVE '10' TO WMAND-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WMAND-IO-OK
           OR  WMAND-POL-ID NOT = LMAND-POL-ID
               SET WS-BROWSE-DONE            TO TRUE
               GO TO 1150-BROWSE-NEXT-X
           END-IF.

           IF  WS-CANCEL-PENDING
           AND WMAND-STAT-PENDING
               SET  WMAND-STAT-CANCELLED     TO TRUE
               MOVE WGLOB-CRNT-DT            TO WMAND-CNCL-DT
                                                WMAND-LAST-CHG-DT
               MOVE 'SUPERSEDED BY NEW MANDATE'
                                             TO WMAND-RJCT-RSN-TXT
               MOVE WGLOB-USER-ID            TO WMAND-LAST-CHG-USER-ID
               REWRITE WMAND-REC-INFO
                   INVALID KEY
                       MOVE '99' TO WMAND-SEQ-FILE-STATUS
               END-REWRITE
           END-IF.

           SET  WS-FOUND                     TO TRUE.
           MOVE WMAND-SEQ-NUM                TO WS-LAST-SEQ-NUM.
           MOVE WMAND-REC-INFO               TO WS-MAND-SAVE-REC.

       1150-BROWSE-NEXT-X.
           EXIT.

      *-----------------------
       2000-REGISTER-MANDATE.
      *-----------------------

           PERFORM 6000-EDIT-MANDATE
              THRU 6000-EDIT-MANDATE-X.

           IF  WS-EDIT-NOT-OK
               SET LMAND-RETRN-INVALID       TO TRUE
               GO TO 2000-REGISTER-MANDATE-X
           END-IF.

           PERFORM 0100-OPEN-MASTER-UPDATE
              THRU 0100-OPEN-MASTER-UPDATE-X.
           IF  WMAND-SEQ-FILE-STATUS NOT = '00'
               SET LMAND-RETRN-ERROR         TO TRUE
               GO TO 2000-REGISTER-MANDATE-X
           END-IF.

      *
      *  ONLY THE CLIENT'S LATEST INSTRUCTION CAN BE ACTED ON, SO AN
      *  EARLIER MANDATE STILL WAITING ON THE BANK IS CANCELLED.
      *
           SET  WS-CANCEL-PENDING            TO TRUE.
           PERFORM 1100-BROWSE-POLICY
              THRU 1100-BROWSE-POLICY-X.

           MOVE SPACES                       TO WMAND-REC-INFO.
           MOVE LMAND-POL-ID                 TO WMAND-POL-ID.
           COMPUTE WMAND-SEQ-NUM = WS-LAST-SEQ-NUM + 1.
           SET  WMAND-STAT-RECEIVED          TO TRUE.
           MOVE LMAND-RQST-TYP-CD            TO WMAND-RQST-TYP-CD.
           MOVE RPOL-HLDR-CLI-ID             TO WMAND-CLI-ID.
           MOVE LMAND-BANK-ID                TO WMAND-BANK-ID.
           MOVE LMAND-BANK-BRANCH-ID         TO WMAND-BANK-BRANCH-ID.
           MOVE LMAND-ACCT-TYP-CD            TO WMAND-ACCT-TYP-CD.
           MOVE LMAND-ACCT-NUM               TO WMAND-ACCT-NUM.
           MOVE LMAND-ACCT-HLDR-NM           TO WMAND-ACCT-HLDR-NM.
           IF  LMAND-RECV-DT = SPACES
               MOVE WGLOB-CRNT-DT            TO WMAND-RECV-DT
           ELSE
               MOVE LMAND-RECV-DT            TO WMAND-RECV-DT
           END-IF.
           MOVE RPOL-POL-BILL-TYP-CD         TO WMAND-PRIOR-BILL-TYP-CD.
           MOVE RPOL-COLL-METH-CD           TO WMAND-PRIOR-COLL-METH-CD.
           MOVE WGLOB-USER-ID                TO WMAND-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WMAND-LAST-CHG-DT.

           WRITE WMAND-REC-INFO
               INVALID KEY
                   MOVE '22' TO WMAND-SEQ-FILE-STATUS
           END-WRITE.

           IF  NOT WMAND-IO-OK
               SET LMAND-RETRN-ERROR         TO TRUE
               CLOSE MAND-FILE
               GO TO 2000-REGISTER-MANDATE-X
           END-IF.

           PERFORM 1900-RETURN-MANDATE
              THRU 1900-RETURN-MANDATE-X.
           SET LMAND-RETRN-OK                TO TRUE.

           CLOSE MAND-FILE.

       2000-REGISTER-MANDATE-X.
           EXIT.

      *---------------------
       3000-CANCEL-MANDATE.
      *---------------------

           OPEN I-O MAND-FILE.
           IF  WMAND-SEQ-FILE-STATUS NOT = '00'
               SET LMAND-RETRN-NOTFND        TO TRUE
               GO TO 3000-CANCEL-MANDATE-X
           END-IF.

           MOVE LMAND-POL-ID                 TO WMAND-POL-ID.
           MOVE LMAND-SEQ-NUM                TO WMAND-SEQ-NUM.

           READ MAND-FILE
               INVALID KEY
                   MOVE '23' TO WMAND-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WMAND-IO-OK
               SET LMAND-RETRN-NOTFND        TO TRUE
               CLOSE MAND-FILE
               GO TO 3000-CANCEL-MANDATE-X
           END-IF.

      *
      *  AN ANSWERED MANDATE CANNOT BE CANCELLED HERE - AN ACCEPTED
      *  ONE IS ENDED BY REGISTERING THE NEXT INSTRUCTION.  A RESULT
      *  THE BANK LATER RETURNS FOR A CANCELLED MANDATE IS IGNORED.
      *
           IF  NOT WMAND-STAT-PENDING
               PERFORM 1900-RETURN-MANDATE
                  THRU 1900-RETURN-MANDATE-X
               SET LMAND-RETRN-NOT-PENDING   TO TRUE
               CLOSE MAND-FILE
               GO TO 3000-CANCEL-MANDATE-X
           END-IF.

           SET  WMAND-STAT-CANCELLED         TO TRUE.
           MOVE WGLOB-CRNT-DT                TO WMAND-CNCL-DT
                                                WMAND-LAST-CHG-DT.
           MOVE LMAND-RJCT-RSN-TXT           TO WMAND-RJCT-RSN-TXT.
           MOVE WGLOB-USER-ID                TO WMAND-LAST-CHG-USER-ID.

           REWRITE WMAND-REC-INFO
               INVALID KEY
                   MOVE '99' TO WMAND-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WMAND-IO-OK
               SET LMAND-RETRN-ERROR         TO TRUE
               CLOSE MAND-FILE
               GO TO 3000-CANCEL-MANDATE-X
           END-IF.

           PERFORM 1900-RETURN-MANDATE
              THRU 1900-RETURN-MANDATE-X.
           SET LMAND-RETRN-OK                TO TRUE.

           CLOSE MAND-FILE.

       3000-CANCEL-MANDATE-X.
           EXIT.

      *-----------------------
       5000-READNEXT-MANDATE.
      *-----------------------

           OPEN INPUT MAND-FILE.
           IF  WMAND-SEQ-FILE-STATUS NOT = '00'
               SET LMAND-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-MANDATE-X
           END-IF.

           MOVE LMAND-POL-ID                 TO WMAND-POL-ID.
           MOVE LMAND-SEQ-NUM                TO WMAND-SEQ-NUM.

           START MAND-FILE
               KEY IS GREATER THAN WMAND-KEY
               INVALID KEY
                   MOVE '23' TO WMAND-SEQ-FILE-STATUS
           END-START.

           IF  WMAND-IO-OK
               READ MAND-FILE NEXT
                   AT END
                       MOVE '10' TO WMAND-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WMAND-IO-OK
           AND WMAND-POL-ID = LMAND-POL-ID
               PERFORM 1900-RETURN-MANDATE
                  THRU 1900-RETURN-MANDATE-X
               SET LMAND-RETRN-OK            TO TRUE
           ELSE
               SET LMAND-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE MAND-FILE.

       5000-READNEXT-MANDATE-X.
           EXIT.

      *---------------------
       1900-RETURN-MANDATE.
      *---------------------

           MOVE WMAND-POL-ID                 TO LMAND-POL-ID.
           MOVE WMAND-SEQ-NUM                TO LMAND-SEQ-NUM.
           MOVE WMAND-STAT-CD                TO LMAND-STAT-CD.
           MOVE WMAND-RQST-TYP-CD            TO LMAND-RQST-TYP-CD.
           MOVE WMAND-CLI-ID                 TO LMAND-CLI-ID.
           MOVE WMAND-BANK-ID                TO LMAND-BANK-ID.
           MOVE WMAND-BANK-BRANCH-ID         TO LMAND-BANK-BRANCH-ID.
           MOVE WMAND-ACCT-TYP-CD            TO LMAND-ACCT-TYP-CD.
           MOVE WMAND-ACCT-NUM               TO LMAND-ACCT-NUM.
           MOVE WMAND-ACCT-HLDR-NM           TO LMAND-ACCT-HLDR-NM.
           MOVE WMAND-RECV-DT                TO LMAND-RECV-DT.
           MOVE WMAND-SENT-DT                TO LMAND-SENT-DT.
           MOVE WMAND-RSLT-DT                TO LMAND-RSLT-DT.
           MOVE WMAND-CNCL-DT                TO LMAND-CNCL-DT.
           MOVE WMAND-RJCT-RSN-CD            TO LMAND-RJCT-RSN-CD.
           MOVE WMAND-RJCT-RSN-TXT           TO LMAND-RJCT-RSN-TXT.
           MOVE WMAND-PRIOR-BILL-TYP-CD      TO LMAND-PRIOR-BILL-TYP-CD.
           MOVE WMAND-PRIOR-COLL-METH-CD
                                         TO LMAND-PRIOR-COLL-METH-CD.
           MOVE WMAND-LAST-CHG-USER-ID       TO LMAND-LAST-CHG-USER-ID.
           MOVE WMAND-LAST-CHG-DT            TO LMAND-LAST-CHG-DT.

       1900-RETURN-MANDATE-X.
           EXIT.

      *-------------------
       6000-EDIT-MANDATE.
      *-------------------

      *
      *  THE ACCOUNT MUST BE COMPLETE AND THE POLICY ON FILE.  A NEW
      *  SWITCH IS FOR A POLICY NOT YET ON BANK DEBIT; AN ACCOUNT
      *  CHANGE IS FOR ONE THAT ALREADY IS.
      *
           SET WS-EDIT-OK                    TO TRUE.

           MOVE LMAND-RQST-TYP-CD            TO WMAND-RQST-TYP-CD.
           MOVE LMAND-ACCT-TYP-CD            TO WMAND-ACCT-TYP-CD.

           IF  LMAND-POL-ID = SPACES
           OR  NOT WMAND-RQST-TYP-VALID
           OR  NOT WMAND-ACCT-TYP-VALID
           OR  LMAND-BANK-ID = SPACES
           OR  LMAND-BANK-BRANCH-ID = SPACES
           OR  LMAND-ACCT-NUM = SPACES
           OR  LMAND-ACCT-HLDR-NM = SPACES
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6000-EDIT-MANDATE-X
           END-IF.

           MOVE LMAND-POL-ID                 TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6000-EDIT-MANDATE-X
           END-IF.

           IF  WMAND-RQST-NEW-DEBIT
           AND RPOL-POL-BILL-TYP-PAC
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

           IF  WMAND-RQST-ACCT-CHANGE
           AND NOT RPOL-POL-BILL-TYP-PAC
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

       6000-EDIT-MANDATE-X.
           EXIT.

      /
       COPY CCPNPOL.
      *****************************************************************
      **                 END OF PROGRAM ZSRQMAND                     **
      *****************************************************************
