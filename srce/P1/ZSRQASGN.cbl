      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQASGN.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQASGN                                         **
      **  REMARKS:  ONLINE MAINTENANCE FOR THE POLICY ASSIGNMENT     **
      **            REGISTER (ASGN).  RECORDS WHO A POLICY IS        **
      **            ASSIGNED TO (A CLIENT OR A FINANCIAL             **
      **            INSTITUTION), THE AMOUNT SECURED, THE            **
      **            REGISTRATION AND RELEASE DATES AND THE           **
      **            SUPPORTING DOCUMENT REFERENCES, AND THE          **
      **            ASSIGNEE'S CONSENT TO PAYOUTS.  SUPPORTS ADD,    **
      **            CHANGE, RELEASE, CONSENT, CONSENT WITHDRAWAL,    **
      **            INQUIRE AND PAGING.  A RELEASED ASSIGNMENT IS    **
      **            KEPT AND CAN NO LONGER BE CHANGED.  EVERY        **
      **            UPDATE IS STAMPED ON PHST, AND THE POLICY        **
      **            ASSIGNED INDICATOR (RPOL-POL-ASIGN) IS KEPT IN   **
      **            STEP: 'Y' WHILE ANY ASSIGNMENT IS ACTIVE.        **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51276**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHASGN.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWASGN.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQASGN'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWASGN.

       01  WS-ASGN-WORK-AREA.
           05  WS-MAX-SEQ-NUM               PIC 9(03).
           05  WS-ACTV-CNT                  PIC 9(03).
           05  WS-ACTVTY-TYP-CD             PIC X(02).
           05  WS-ACTVTY-DESC-TXT           PIC X(40).
           05  WS-VALID-SW                  PIC X(01).
               88  WS-VALID                           VALUE 'Y'.
               88  WS-NOT-VALID                       VALUE 'N'.

       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFWPHST.
       COPY CCFRPHST.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLASGN.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LASGN-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LASGN-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LASGN-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-ASGN
                      THRU 1000-INQUIRE-ASGN-X
               WHEN LASGN-FUNCTION-ADD
                   PERFORM 2000-ADD-ASGN
                      THRU 2000-ADD-ASGN-X
               WHEN LASGN-FUNCTION-CHANGE
                   PERFORM 3000-CHANGE-ASGN
                      THRU 3000-CHANGE-ASGN-X
               WHEN LASGN-FUNCTION-RELEASE
                   PERFORM 4000-RELEASE-ASGN
                      THRU 4000-RELEASE-ASGN-X
               WHEN LASGN-FUNCTION-CONSENT
                   PERFORM 5000-RECORD-CONSENT
                      THRU 5000-RECORD-CONSENT-X
               WHEN LASGN-FUNCTION-WITHDRAW
                   PERFORM 5500-WITHDRAW-CONSENT
                      THRU 5500-WITHDRAW-CONSENT-X
               WHEN LASGN-FUNCTION-READNEXT
                   PERFORM 6000-READNEXT-ASGN
                      THRU 6000-READNEXT-ASGN-X
               WHEN OTHER
                   SET LASGN-RETRN-ERROR TO TRUE
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
       1000-INQUIRE-ASGN.
      *-------------------

           OPEN INPUT ASGN-FILE.
           IF  WASGN-SEQ-FILE-STATUS NOT = '00'
               SET LASGN-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-ASGN-X
           END-IF.

           MOVE LASGN-POL-ID                 TO WASGN-POL-ID.
           MOVE LASGN-SEQ-NUM                TO WASGN-SEQ-NUM.

           READ ASGN-FILE
               INVALID KEY
                   MOVE '23' TO WASGN-SEQ-FILE-STATUS
           END-READ.

           IF  WASGN-IO-OK
               PERFORM 1900-RETURN-ASGN
                  THRU 1900-RETURN-ASGN-X
               SET LASGN-RETRN-OK            TO TRUE
           ELSE
               SET LASGN-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE ASGN-FILE.

       1000-INQUIRE-ASGN-X.
           EXIT.

      *---------------
       2000-ADD-ASGN.
      *---------------

           PERFORM 7000-VALIDATE-ASGN
              THRU 7000-VALIDATE-ASGN-X.

           IF  WS-NOT-VALID
               SET LASGN-RETRN-INVALID       TO TRUE
               GO TO 2000-ADD-ASGN-X
           END-IF.

           MOVE LASGN-POL-ID                 TO WPOL-POL-ID.
           PERFORM POL-1000-READ
              THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
               SET LASGN-RETRN-NOTFND        TO TRUE
               GO TO 2000-ADD-ASGN-X
           END-IF.

           OPEN I-O ASGN-FILE.
           IF  WASGN-IO-NOFILE
               OPEN OUTPUT ASGN-FILE
               CLOSE ASGN-FILE
               OPEN I-O ASGN-FILE
           END-IF.
           IF  WASGN-SEQ-FILE-STATUS NOT = '00'
               SET LASGN-RETRN-ERROR         TO TRUE
               GO TO 2000-ADD-ASGN-X
           END-IF.

      *
      *  THE NEW ASSIGNMENT TAKES THE NEXT SEQUENCE NUMBER UNDER
      *  THE POLICY.
      *
           PERFORM 7100-SCAN-POLICY
              THRU 7100-SCAN-POLICY-X.

           MOVE SPACES                       TO WASGN-REC-INFO.
           MOVE LASGN-POL-ID                 TO WASGN-POL-ID.
           COMPUTE WASGN-SEQ-NUM = WS-MAX-SEQ-NUM + 1.
           SET  WASGN-STAT-ACTIVE            TO TRUE.
           MOVE LASGN-ASGNE-TYP-CD           TO WASGN-ASGNE-TYP-CD.
           MOVE LASGN-ASGNE-CLI-ID           TO WASGN-ASGNE-CLI-ID.
           MOVE LASGN-ASGNE-FI-ID            TO WASGN-ASGNE-FI-ID.
           MOVE LASGN-ASGNE-NM               TO WASGN-ASGNE-NM.
           MOVE LASGN-SECR-AMT               TO WASGN-SECR-AMT.
           MOVE LASGN-REG-DT                 TO WASGN-REG-DT.
           IF  WASGN-REG-DT = SPACES
               MOVE WGLOB-CRNT-DT            TO WASGN-REG-DT
           END-IF.
           MOVE LASGN-REG-DOC-REF-ID         TO WASGN-REG-DOC-REF-ID.
           MOVE WGLOB-USER-ID                TO WASGN-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WASGN-LAST-CHG-DT.

           WRITE WASGN-REC-INFO
               INVALID KEY
                   MOVE '22' TO WASGN-SEQ-FILE-STATUS
           END-WRITE.

           IF  WASGN-IO-DUPKEY
               SET LASGN-RETRN-DUPLICATE     TO TRUE
               CLOSE ASGN-FILE
               GO TO 2000-ADD-ASGN-X
           END-IF.

           IF  NOT WASGN-IO-OK
               SET LASGN-RETRN-ERROR         TO TRUE
               CLOSE ASGN-FILE
               GO TO 2000-ADD-ASGN-X
           END-IF.

           MOVE WASGN-SEQ-NUM                TO LASGN-SEQ-NUM.
           PERFORM 1900-RETURN-ASGN
              THRU 1900-RETURN-ASGN-X.
           SET LASGN-RETRN-OK                TO TRUE.

           CLOSE ASGN-FILE.

           MOVE 'AS'                         TO WS-ACTVTY-TYP-CD.
           MOVE 'POLICY ASSIGNMENT REGISTERED'
                                             TO WS-ACTVTY-DESC-TXT.
           PERFORM 8500-STAMP-HISTORY
              THRU 8500-STAMP-HISTORY-X.

           MOVE 1                            TO WS-ACTV-CNT.
           PERFORM 8000-SET-POL-ASIGN
              THRU 8000-SET-POL-ASIGN-X.

       2000-ADD-ASGN-X.
           EXIT.

      *------------------
       3000-CHANGE-ASGN.
      *------------------

           PERFORM 7000-VALIDATE-ASGN
              THRU 7000-VALIDATE-ASGN-X.

           IF  WS-NOT-VALID
               SET LASGN-RETRN-INVALID       TO TRUE
               GO TO 3000-CHANGE-ASGN-X
           END-IF.

           PERFORM 7500-READ-ACTIVE-ASGN
              THRU 7500-READ-ACTIVE-ASGN-X.

           IF  NOT LASGN-RETRN-OK
               GO TO 3000-CHANGE-ASGN-X
           END-IF.

           MOVE LASGN-ASGNE-TYP-CD           TO WASGN-ASGNE-TYP-CD.
           MOVE LASGN-ASGNE-CLI-ID           TO WASGN-ASGNE-CLI-ID.
           MOVE LASGN-ASGNE-FI-ID            TO WASGN-ASGNE-FI-ID.
           MOVE LASGN-ASGNE-NM               TO WASGN-ASGNE-NM.
           MOVE LASGN-SECR-AMT               TO WASGN-SECR-AMT.
           IF  LASGN-REG-DT NOT = SPACES
               MOVE LASGN-REG-DT             TO WASGN-REG-DT
           END-IF.
           MOVE LASGN-REG-DOC-REF-ID         TO WASGN-REG-DOC-REF-ID.

           MOVE 'AC'                         TO WS-ACTVTY-TYP-CD.
           MOVE 'POLICY ASSIGNMENT CHANGED'  TO WS-ACTVTY-DESC-TXT.

           PERFORM 7600-REWRITE-ASGN
              THRU 7600-REWRITE-ASGN-X.

       3000-CHANGE-ASGN-X.
           EXIT.

      *-------------------
       4000-RELEASE-ASGN.
      *-------------------

      *
      *  A RELEASE NEEDS THE RELEASE DOCUMENT - THE ASSIGNEE'S
      *  WRITTEN RE-ASSIGNMENT OR RELEASE OF CLAIM.
      *
           IF  LASGN-RLSE-DOC-REF-ID = SPACES
               SET LASGN-RETRN-INVALID       TO TRUE
               GO TO 4000-RELEASE-ASGN-X
           END-IF.

           PERFORM 7500-READ-ACTIVE-ASGN
              THRU 7500-READ-ACTIVE-ASGN-X.

           IF  NOT LASGN-RETRN-OK
               GO TO 4000-RELEASE-ASGN-X
           END-IF.

           SET  WASGN-STAT-RELEASED          TO TRUE.
           MOVE LASGN-RLSE-DT                TO WASGN-RLSE-DT.
           IF  WASGN-RLSE-DT = SPACES
               MOVE WGLOB-CRNT-DT            TO WASGN-RLSE-DT
           END-IF.
           MOVE LASGN-RLSE-DOC-REF-ID        TO WASGN-RLSE-DOC-REF-ID.

           MOVE 'AX'                         TO WS-ACTVTY-TYP-CD.
           MOVE 'POLICY ASSIGNMENT RELEASED' TO WS-ACTVTY-DESC-TXT.

           PERFORM 7600-REWRITE-ASGN
              THRU 7600-REWRITE-ASGN-X.

           IF  NOT LASGN-RETRN-OK
               GO TO 4000-RELEASE-ASGN-X
           END-IF.

      *
      *  THE POLICY STAYS ASSIGNED WHILE ANY OTHER ASSIGNMENT IS
      *  STILL ACTIVE.
      *
           OPEN INPUT ASGN-FILE.
           IF  WASGN-SEQ-FILE-STATUS NOT = '00'
               GO TO 4000-RELEASE-ASGN-X
           END-IF.

           PERFORM 7100-SCAN-POLICY
              THRU 7100-SCAN-POLICY-X.

           CLOSE ASGN-FILE.

           PERFORM 8000-SET-POL-ASIGN
              THRU 8000-SET-POL-ASIGN-X.

       4000-RELEASE-ASGN-X.
           EXIT.

      *---------------------
       5000-RECORD-CONSENT.
      *---------------------

      *
      *  CONSENT MUST BE BACKED BY THE ASSIGNEE'S DOCUMENT.  IT
      *  RUNS FROM ITS DATE (DEFAULT TODAY) TO ITS EXPIRY DATE;
      *  A BLANK EXPIRY LEAVES IT OPEN UNTIL WITHDRAWN.
      *
           IF  LASGN-CNSNT-DOC-REF-ID = SPACES
               SET LASGN-RETRN-INVALID       TO TRUE
               GO TO 5000-RECORD-CONSENT-X
           END-IF.

           IF  LASGN-CNSNT-DT = SPACES
               MOVE WGLOB-CRNT-DT            TO LASGN-CNSNT-DT
           END-IF.

           IF  LASGN-CNSNT-EXPRY-DT NOT = SPACES
           AND LASGN-CNSNT-EXPRY-DT < LASGN-CNSNT-DT
               SET LASGN-RETRN-INVALID       TO TRUE
               GO TO 5000-RECORD-CONSENT-X
           END-IF.

           PERFORM 7500-READ-ACTIVE-ASGN
              THRU 7500-READ-ACTIVE-ASGN-X.

           IF  NOT LASGN-RETRN-OK
               GO TO 5000-RECORD-CONSENT-X
           END-IF.

           MOVE LASGN-CNSNT-DT               TO WASGN-CNSNT-DT.
           MOVE LASGN-CNSNT-EXPRY-DT         TO WASGN-CNSNT-EXPRY-DT.
           MOVE LASGN-CNSNT-DOC-REF-ID       TO WASGN-CNSNT-DOC-REF-ID.

           MOVE 'AK'                         TO WS-ACTVTY-TYP-CD.
           MOVE 'ASSIGNEE CONSENT TO PAYOUT RECORDED'
                                             TO WS-ACTVTY-DESC-TXT.

           PERFORM 7600-REWRITE-ASGN
              THRU 7600-REWRITE-ASGN-X.

       5000-RECORD-CONSENT-X.
           EXIT.

      *-----------------------
       5500-WITHDRAW-CONSENT.
      *-----------------------

           PERFORM 7500-READ-ACTIVE-ASGN
              THRU 7500-READ-ACTIVE-ASGN-X.

           IF  NOT LASGN-RETRN-OK
               GO TO 5500-WITHDRAW-CONSENT-X
           END-IF.

           MOVE SPACES                       TO WASGN-CNSNT-DT
                                                WASGN-CNSNT-EXPRY-DT
                                                WASGN-CNSNT-DOC-REF-ID.

           MOVE 'AW'                         TO WS-ACTVTY-TYP-CD.
           MOVE 'ASSIGNEE CONSENT TO PAYOUT WITHDRAWN'
                                             TO WS-ACTVTY-DESC-TXT.

           PERFORM 7600-REWRITE-ASGN
              THRU 7600-REWRITE-ASGN-X.

       5500-WITHDRAW-CONSENT-X.
           EXIT.

      *--------------------
       6000-READNEXT-ASGN.
      *--------------------

      *
      *  PAGES THROUGH ONE POLICY'S ASSIGNMENTS, RELEASED ONES
      *  INCLUDED.  SEQUENCE ZERO STARTS FROM THE FIRST.
      *
           OPEN INPUT ASGN-FILE.
           IF  WASGN-SEQ-FILE-STATUS NOT = '00'
               SET LASGN-RETRN-EOF           TO TRUE
               GO TO 6000-READNEXT-ASGN-X
           END-IF.

           MOVE LASGN-POL-ID                 TO WASGN-POL-ID.
           MOVE LASGN-SEQ-NUM                TO WASGN-SEQ-NUM.

           START ASGN-FILE
               KEY IS GREATER THAN WASGN-KEY
               INVALID KEY
                   MOVE '23' TO WASGN-SEQ-FILE-STATUS
           END-START.

           IF  WASGN-IO-OK
               READ ASGN-FILE NEXT
                   AT END
                       MOVE '10' TO WASGN-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WASGN-IO-OK
           AND WASGN-POL-ID = LASGN-POL-ID
               MOVE WASGN-SEQ-NUM            TO LASGN-SEQ-NUM
               PERFORM 1900-RETURN-ASGN
                  THRU 1900-RETURN-ASGN-X
               SET LASGN-RETRN-OK            TO TRUE
           ELSE
               SET LASGN-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE ASGN-FILE.

       6000-READNEXT-ASGN-X.
           EXIT.

      *------------------
       1900-RETURN-ASGN.
      *------------------

           MOVE WASGN-STAT-CD                TO LASGN-STAT-CD.
           MOVE WASGN-ASGNE-TYP-CD           TO LASGN-ASGNE-TYP-CD.
           MOVE WASGN-ASGNE-CLI-ID           TO LASGN-ASGNE-CLI-ID.
           MOVE WASGN-ASGNE-FI-ID            TO LASGN-ASGNE-FI-ID.
           MOVE WASGN-ASGNE-NM               TO LASGN-ASGNE-NM.
           MOVE WASGN-SECR-AMT               TO LASGN-SECR-AMT.
           MOVE WASGN-REG-DT                 TO LASGN-REG-DT.
           MOVE WASGN-REG-DOC-REF-ID         TO LASGN-REG-DOC-REF-ID.
           MOVE WASGN-RLSE-DT                TO LASGN-RLSE-DT.
           MOVE WASGN-RLSE-DOC-REF-ID        TO LASGN-RLSE-DOC-REF-ID.
           MOVE WASGN-CNSNT-DT               TO LASGN-CNSNT-DT.
           MOVE WASGN-CNSNT-EXPRY-DT         TO LASGN-CNSNT-EXPRY-DT.
           MOVE WASGN-CNSNT-DOC-REF-ID       TO LASGN-CNSNT-DOC-REF-ID.
           MOVE WASGN-LAST-CHG-USER-ID       TO LASGN-LAST-CHG-USER-ID.
           MOVE WASGN-LAST-CHG-DT            TO LASGN-LAST-CHG-DT.

       1900-RETURN-ASGN-X.
           EXIT.

      *--------------------
       7000-VALIDATE-ASGN.
      *--------------------

      *
      *  THE ASSIGNEE MUST BE IDENTIFIED - A CLIENT BY CLIENT ID,
      *  A FINANCIAL INSTITUTION BY ITS BANK CODE - AND THE
      *  SECURED AMOUNT AND THE REGISTRATION DOCUMENT ARE REQUIRED.
      *
           SET WS-VALID                      TO TRUE.

           EVALUATE TRUE
               WHEN LASGN-ASGNE-CLIENT
                   IF  LASGN-ASGNE-CLI-ID = SPACES
                       SET WS-NOT-VALID      TO TRUE
                   END-IF
               WHEN LASGN-ASGNE-FIN-INST
                   IF  LASGN-ASGNE-FI-ID = SPACES
                       SET WS-NOT-VALID      TO TRUE
                   END-IF
               WHEN OTHER
                   SET WS-NOT-VALID          TO TRUE
           END-EVALUATE.

           IF  LASGN-SECR-AMT NOT > ZERO
           OR  LASGN-REG-DOC-REF-ID = SPACES
               SET WS-NOT-VALID              TO TRUE
           END-IF.

       7000-VALIDATE-ASGN-X.
           EXIT.

      *------------------
       7100-SCAN-POLICY.
      *------------------

      *
      *  COUNTS THE POLICY'S ACTIVE ASSIGNMENTS AND FINDS ITS
      *  HIGHEST SEQUENCE NUMBER.  THE FILE IS ALREADY OPEN.
      *
           MOVE ZERO                         TO WS-MAX-SEQ-NUM
                                                WS-ACTV-CNT.
           MOVE LASGN-POL-ID                 TO WASGN-POL-ID.
           MOVE ZERO                         TO WASGN-SEQ-NUM.

           START ASGN-FILE
               KEY IS NOT LESS THAN WASGN-KEY
               INVALID KEY
                   MOVE '23' TO WASGN-SEQ-FILE-STATUS
           END-START.

           IF  WASGN-IO-OK
               PERFORM 7150-READ-NEXT
                  THRU 7150-READ-NEXT-X
           END-IF.

           PERFORM 7110-SCAN-ONE
              THRU 7110-SCAN-ONE-X
               UNTIL NOT WASGN-IO-OK
               OR    WASGN-POL-ID NOT = LASGN-POL-ID.

       7100-SCAN-POLICY-X.
           EXIT.

      *---------------
       7110-SCAN-ONE.
      *---------------

           IF  WASGN-STAT-ACTIVE
               ADD 1                         TO WS-ACTV-CNT
           END-IF.

           IF  WASGN-SEQ-NUM > WS-MAX-SEQ-NUM
               MOVE WASGN-SEQ-NUM            TO WS-MAX-SEQ-NUM
           END-IF.

           PERFORM 7150-READ-NEXT
              THRU 7150-READ-NEXT-X.

       7110-SCAN-ONE-X.
           EXIT.

      *----------------
       7150-READ-NEXT.
      *----------------

           READ ASGN-FILE NEXT
               AT END
                   MOVE '10' TO WASGN-SEQ-FILE-STATUS
           END-READ.

       7150-READ-NEXT-X.
           EXIT.

      *-----------------------
       7500-READ-ACTIVE-ASGN.
      *-----------------------

      *
      *  OPENS THE REGISTER AND READS THE ASSIGNMENT TO BE
      *  UPDATED.  A RELEASED ASSIGNMENT IS HISTORY AND IS LEFT
      *  ALONE.  THE FILE IS LEFT OPEN ONLY WHEN THE READ IS OK.
      *
           OPEN I-O ASGN-FILE.
           IF  WASGN-SEQ-FILE-STATUS NOT = '00'
               SET LASGN-RETRN-NOTFND        TO TRUE
               GO TO 7500-READ-ACTIVE-ASGN-X
           END-IF.

           MOVE LASGN-POL-ID                 TO WASGN-POL-ID.
           MOVE LASGN-SEQ-NUM                TO WASGN-SEQ-NUM.

           READ ASGN-FILE
               INVALID KEY
                   MOVE '23' TO WASGN-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WASGN-IO-OK
               SET LASGN-RETRN-NOTFND        TO TRUE
               CLOSE ASGN-FILE
               GO TO 7500-READ-ACTIVE-ASGN-X
           END-IF.

           IF  WASGN-STAT-RELEASED
               SET LASGN-RETRN-RELEASED      TO TRUE
               CLOSE ASGN-FILE
               GO TO 7500-READ-ACTIVE-ASGN-X
           END-IF.

           SET LASGN-RETRN-OK                TO TRUE.

       7500-READ-ACTIVE-ASGN-X.
           EXIT.

      *-------------------
       7600-REWRITE-ASGN.
      *-------------------

           MOVE WGLOB-USER-ID                TO WASGN-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WASGN-LAST-CHG-DT.

           REWRITE WASGN-REC-INFO
               INVALID KEY
                   MOVE '99' TO WASGN-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WASGN-IO-OK
               PERFORM 1900-RETURN-ASGN
                  THRU 1900-RETURN-ASGN-X
               SET LASGN-RETRN-OK            TO TRUE
           ELSE
               SET LASGN-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE ASGN-FILE.

           IF  LASGN-RETRN-OK
               PERFORM 8500-STAMP-HISTORY
                  THRU 8500-STAMP-HISTORY-X
           END-IF.

       7600-REWRITE-ASGN-X.
           EXIT.

      *--------------------
       8000-SET-POL-ASIGN.
      *--------------------

      *
      *  KEEPS THE POLICY'S ASSIGNED INDICATOR IN STEP WITH THE
      *  REGISTER.
      *
           MOVE LASGN-POL-ID                 TO WPOL-POL-ID.
           PERFORM POL-1000-READ-FOR-UPDATE
              THRU POL-1000-READ-FOR-UPDATE-X.

           IF  NOT WPOL-IO-OK
               GO TO 8000-SET-POL-ASIGN-X
           END-IF.

           IF  WS-ACTV-CNT > ZERO
               MOVE 'Y'                      TO RPOL-POL-ASIGN
           ELSE
               MOVE 'N'                      TO RPOL-POL-ASIGN
           END-IF.

           PERFORM POL-2000-REWRITE
              THRU POL-2000-REWRITE-X.

       8000-SET-POL-ASIGN-X.
           EXIT.

      *--------------------
       8500-STAMP-HISTORY.
      *--------------------

           MOVE SPACES                       TO RPHST-REC-INFO.
           MOVE LASGN-POL-ID                 TO RPHST-POL-ID.
           MOVE WGLOB-CRNT-DT                TO RPHST-PCHST-EFF-DT
                                                RPHST-ACTVTY-EFF-DT.
           MOVE 'ASGN'                       TO RPHST-POL-ACTV-TYP-ID.
           MOVE WS-ACTVTY-TYP-CD             TO RPHST-ACTVTY-TYP-CD.
           SET  RPHST-PCHST-STAT-ACTIVE      TO TRUE.
           MOVE WS-ACTVTY-DESC-TXT           TO RPHST-ACTVTY-DESC-TXT.
           MOVE LASGN-ASGNE-NM               TO
                                             RPHST-PCHST-NEW-VALU-TXT.
           MOVE WGLOB-USER-ID                TO RPHST-PREV-UPDT-USER-ID.
           MOVE WGLOB-CRNT-DT                TO RPHST-PREV-UPDT-DT.

           PERFORM PHST-1000-CREATE
              THRU PHST-1000-CREATE-X.

       8500-STAMP-HISTORY-X.
           EXIT.
      /
       COPY CCPNPOL.
       COPY CCPUPOL.
      /
       COPY CCPCPHST.
      *****************************************************************
      **                 END OF PROGRAM ZSRQASGN                     **
      *****************************************************************
