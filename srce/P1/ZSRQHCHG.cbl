      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQHCHG.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQHCHG                                         **
      **  REMARKS:  POLICYHOLDER CHANGE (OWNERSHIP TRANSFER).        **
      **            MOVES A POLICY TO A NEW HOLDER FROM AN           **
      **            EFFECTIVE DATE FOR A GIFT, AN INHERITANCE OR A   **
      **            CORPORATE-TO-INDIVIDUAL TRANSFER, AND KEEPS THE  **
      **            POLICYHOLDER HISTORY REGISTER (HHST) THE TAX     **
      **            TREATMENT OF LATER PAYOUTS IS BUILT FROM:        **
      **              - THE NEW HOLDER MUST BE A LIVING CLIENT WITH  **
      **                A MAILING ADDRESS AND MUST HAVE NO PENDING   **
      **                OR CONFIRMED WATCHLIST HIT (WDSP)            **
      **              - AN INHERITANCE NEEDS A DECEASED HOLDER; A    **
      **                CORPORATE TRANSFER A CORPORATE HOLDER AND A  **
      **                PERSON TAKING OVER                           **
      **              - THE OUTGOING HOLDER'S ROW IS CLOSED WITH THE **
      **                PREMIUMS PAID WHILE THEY HELD THE POLICY     **
      **                (ZSRQHHSQ); THE FIRST TRANSFER ALSO WRITES   **
      **                THE ORIGINAL HOLDER'S ROW FROM ISSUE         **
      **              - THE POLICY'S HOLDER IS CHANGED, SO ALL       **
      **                CORRESPONDENCE GOES TO THE NEW HOLDER'S      **
      **                ADDRESS, AND THE MATURITY ELECTION (MTEL)    **
      **                AND ACTIVE ANNUITY SCHEDULE (ANSC) ARE       **
      **                RE-POINTED TO THE NEW HOLDER'S ACCOUNT,      **
      **                WHICH IS THEN REQUIRED                       **
      **            THE TRANSFER IS STAMPED ON PHST.  HISTORY ROWS   **
      **            CAN BE INQUIRED AND PAGED.                       **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51277**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHHHST.
           COPY CCFHWDSP.
           COPY CCFHMTEL.
           COPY CCFHANSC.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWHHST.
       COPY CCFWWDSP.
       COPY CCFWMTEL.
       COPY CCFWANSC.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQHCHG'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWHHST.
       COPY CCWWWDSP.
       COPY CCWWMTEL.
       COPY CCWWANSC.

       COPY CCWLHHSQ.

       01  WS-HCHG-WORK-AREA.
           05  WS-MAX-SEQ-NUM               PIC 9(03).
           05  WS-OPEN-SEQ-NUM              PIC 9(03).
           05  WS-OPEN-STRT-DT              PIC X(10).
           05  WS-OLD-HLDR-CLI-ID           PIC X(10).
           05  WS-OLD-CLI-TYP-CD            PIC X(01).
               88  WS-OLD-CLI-CORPORATE               VALUE 'C'.
           05  WS-OLD-CLI-STAT-CD           PIC X(01).
               88  WS-OLD-CLI-DECEASED                VALUE 'D'.
           05  WS-OLD-POST-CD               PIC X(08).
           05  WS-OLD-ADDR-TXT              PIC X(60).
           05  WS-OLD-BANK-ID               PIC X(04).
           05  WS-OLD-BANK-BRANCH-ID        PIC X(03).
           05  WS-OLD-ACCT-NUM              PIC X(09).
           05  WS-MTEL-SW                   PIC X(01).
               88  WS-MTEL-FOUND                      VALUE 'Y'.
               88  WS-MTEL-NOT-FOUND                  VALUE 'N'.
           05  WS-ANSC-SW                   PIC X(01).
               88  WS-ANSC-FOUND                      VALUE 'Y'.
               88  WS-ANSC-NOT-FOUND                  VALUE 'N'.
           05  WS-ACTVTY-DESC-TXT           PIC X(40).

       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFWCLI.
       COPY CCFRCLI.

       COPY CCFWPHST.
       COPY CCFRPHST.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLHCHG.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LHCHG-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LHCHG-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LHCHG-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-HHST
                      THRU 1000-INQUIRE-HHST-X
               WHEN LHCHG-FUNCTION-TRANSFER
                   PERFORM 2000-TRANSFER-HOLDER
                      THRU 2000-TRANSFER-HOLDER-X
               WHEN LHCHG-FUNCTION-READNEXT
                   PERFORM 6000-READNEXT-HHST
                      THRU 6000-READNEXT-HHST-X
               WHEN OTHER
                   SET LHCHG-RETRN-ERROR TO TRUE
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
       1000-INQUIRE-HHST.
      *-------------------

           OPEN INPUT HHST-FILE.
           IF  WHHST-SEQ-FILE-STATUS NOT = '00'
               SET LHCHG-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-HHST-X
           END-IF.

           MOVE LHCHG-POL-ID                 TO WHHST-POL-ID.
           MOVE LHCHG-SEQ-NUM                TO WHHST-SEQ-NUM.

           READ HHST-FILE
               INVALID KEY
                   MOVE '23' TO WHHST-SEQ-FILE-STATUS
           END-READ.

           IF  WHHST-IO-OK
               PERFORM 1900-RETURN-HHST
                  THRU 1900-RETURN-HHST-X
               SET LHCHG-RETRN-OK            TO TRUE
           ELSE
               SET LHCHG-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE HHST-FILE.

       1000-INQUIRE-HHST-X.
           EXIT.

      *----------------------
       2000-TRANSFER-HOLDER.
      *----------------------

           PERFORM 7000-VALIDATE-TRANSFER
              THRU 7000-VALIDATE-TRANSFER-X.

           IF  NOT LHCHG-RETRN-OK
               GO TO 2000-TRANSFER-HOLDER-X
           END-IF.

           PERFORM 7200-SCREEN-NEW-HOLDER
              THRU 7200-SCREEN-NEW-HOLDER-X.

           IF  NOT LHCHG-RETRN-OK
               GO TO 2000-TRANSFER-HOLDER-X
           END-IF.

           PERFORM 7300-CHECK-PAYOUT-ACCTS
              THRU 7300-CHECK-PAYOUT-ACCTS-X.

           IF  NOT LHCHG-RETRN-OK
               GO TO 2000-TRANSFER-HOLDER-X
           END-IF.

      *
      *  WHAT THE OUTGOING HOLDER HAS PAID IS FROZEN ON THEIR ROW.
      *
           MOVE LHCHG-POL-ID                 TO LHHSQ-POL-ID.
           MOVE WS-OLD-HLDR-CLI-ID           TO LHHSQ-PAYEE-CLI-ID.

           CALL 'ZSRQHHSQ' USING WGLOB-GLOBAL-AREA
                                 LHHSQ-PARM-INFO
               ON EXCEPTION
                   SET LHHSQ-RETRN-ERROR     TO TRUE
           END-CALL.

           IF  NOT LHHSQ-RETRN-OK
               SET LHCHG-RETRN-ERROR         TO TRUE
               GO TO 2000-TRANSFER-HOLDER-X
           END-IF.

           PERFORM 3000-WRITE-HISTORY
              THRU 3000-WRITE-HISTORY-X.

           IF  NOT LHCHG-RETRN-OK
               GO TO 2000-TRANSFER-HOLDER-X
           END-IF.

           PERFORM 4000-UPDATE-POLICY
              THRU 4000-UPDATE-POLICY-X.

           IF  NOT LHCHG-RETRN-OK
               GO TO 2000-TRANSFER-HOLDER-X
           END-IF.

           PERFORM 5000-REPOINT-ACCOUNTS
              THRU 5000-REPOINT-ACCOUNTS-X.

           PERFORM 8500-STAMP-HISTORY
              THRU 8500-STAMP-HISTORY-X.

       2000-TRANSFER-HOLDER-X.
           EXIT.

      *--------------------
       3000-WRITE-HISTORY.
      *--------------------

           OPEN I-O HHST-FILE.
           IF  WHHST-IO-NOFILE
               OPEN OUTPUT HHST-FILE
               CLOSE HHST-FILE
               OPEN I-O HHST-FILE
           END-IF.
           IF  WHHST-SEQ-FILE-STATUS NOT = '00'
               SET LHCHG-RETRN-ERROR         TO TRUE
               GO TO 3000-WRITE-HISTORY-X
           END-IF.

           PERFORM 7100-SCAN-POLICY
              THRU 7100-SCAN-POLICY-X.

      *
      *  A TRANSFER CANNOT TAKE EFFECT BEFORE THE CURRENT HOLDING
      *  BEGAN.
      *
           IF  WS-OPEN-SEQ-NUM > ZERO
           AND LHCHG-EFF-DT NOT > WS-OPEN-STRT-DT
               SET LHCHG-RETRN-INVALID       TO TRUE
               CLOSE HHST-FILE
               GO TO 3000-WRITE-HISTORY-X
           END-IF.

           IF  WS-MAX-SEQ-NUM = ZERO
               PERFORM 3100-WRITE-ORIGINAL
                  THRU 3100-WRITE-ORIGINAL-X
           ELSE
               PERFORM 3200-CLOSE-HOLDING
                  THRU 3200-CLOSE-HOLDING-X
           END-IF.

           IF  NOT LHCHG-RETRN-OK
               CLOSE HHST-FILE
               GO TO 3000-WRITE-HISTORY-X
           END-IF.

           MOVE SPACES                       TO WHHST-REC-INFO.
           MOVE LHCHG-POL-ID                 TO WHHST-POL-ID.
           COMPUTE WHHST-SEQ-NUM = WS-MAX-SEQ-NUM + 1.
           MOVE LHCHG-HLDR-CLI-ID            TO WHHST-HLDR-CLI-ID.
           MOVE LHCHG-EFF-DT                 TO WHHST-STRT-DT.
           MOVE LHCHG-XFER-RSN-CD            TO WHHST-XFER-RSN-CD.
           MOVE LHCHG-XFER-DOC-REF-ID        TO WHHST-XFER-DOC-REF-ID.
           MOVE ZERO                         TO WHHST-PREM-PD-AMT.
           MOVE LHCHG-POST-CD                TO WHHST-POST-CD.
           MOVE LHCHG-ADDR-TXT               TO WHHST-ADDR-TXT.
           MOVE LHCHG-BANK-ID                TO WHHST-BANK-ID.
           MOVE LHCHG-BANK-BRANCH-ID         TO WHHST-BANK-BRANCH-ID.
           MOVE LHCHG-ACCT-NUM               TO WHHST-ACCT-NUM.

           PERFORM 3900-WRITE-HHST
              THRU 3900-WRITE-HHST-X.

           IF  LHCHG-RETRN-OK
               MOVE WHHST-SEQ-NUM            TO LHCHG-SEQ-NUM
               PERFORM 1900-RETURN-HHST
                  THRU 1900-RETURN-HHST-X
           END-IF.

           CLOSE HHST-FILE.

       3000-WRITE-HISTORY-X.
           EXIT.

      *---------------------
       3100-WRITE-ORIGINAL.
      *---------------------

      *
      *  THE POLICY'S FIRST TRANSFER - THE HOLDER SINCE ISSUE GETS
      *  A ROW OF THEIR OWN, CLOSED AT THE TRANSFER.
      *
           MOVE SPACES                       TO WHHST-REC-INFO.
           MOVE LHCHG-POL-ID                 TO WHHST-POL-ID.
           MOVE 1                            TO WHHST-SEQ-NUM.
           MOVE WS-OLD-HLDR-CLI-ID           TO WHHST-HLDR-CLI-ID.
           MOVE RPOL-POL-ISS-EFF-DT          TO WHHST-STRT-DT.
           MOVE LHCHG-EFF-DT                 TO WHHST-END-DT.
           SET  WHHST-RSN-ORIGINAL           TO TRUE.
           MOVE LHHSQ-CRNT-PREM-PD-AMT       TO WHHST-PREM-PD-AMT.
           MOVE WS-OLD-POST-CD               TO WHHST-POST-CD.
           MOVE WS-OLD-ADDR-TXT              TO WHHST-ADDR-TXT.
           MOVE WS-OLD-BANK-ID               TO WHHST-BANK-ID.
           MOVE WS-OLD-BANK-BRANCH-ID        TO WHHST-BANK-BRANCH-ID.
           MOVE WS-OLD-ACCT-NUM              TO WHHST-ACCT-NUM.

           PERFORM 3900-WRITE-HHST
              THRU 3900-WRITE-HHST-X.

           MOVE 1                            TO WS-MAX-SEQ-NUM.

       3100-WRITE-ORIGINAL-X.
           EXIT.

      *--------------------
       3200-CLOSE-HOLDING.
      *--------------------

           IF  WS-OPEN-SEQ-NUM = ZERO
               SET LHCHG-RETRN-ERROR         TO TRUE
               GO TO 3200-CLOSE-HOLDING-X
           END-IF.

           MOVE LHCHG-POL-ID                 TO WHHST-POL-ID.
           MOVE WS-OPEN-SEQ-NUM              TO WHHST-SEQ-NUM.

           READ HHST-FILE
               INVALID KEY
                   MOVE '23' TO WHHST-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WHHST-IO-OK
               SET LHCHG-RETRN-ERROR         TO TRUE
               GO TO 3200-CLOSE-HOLDING-X
           END-IF.

           MOVE LHCHG-EFF-DT                 TO WHHST-END-DT.
           MOVE LHHSQ-CRNT-PREM-PD-AMT       TO WHHST-PREM-PD-AMT.
           MOVE WGLOB-USER-ID                TO WHHST-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WHHST-LAST-CHG-DT.

           REWRITE WHHST-REC-INFO
               INVALID KEY
                   MOVE '99' TO WHHST-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WHHST-IO-OK
               SET LHCHG-RETRN-ERROR         TO TRUE
           END-IF.

       3200-CLOSE-HOLDING-X.
           EXIT.

      *-----------------
       3900-WRITE-HHST.
      *-----------------

           MOVE WGLOB-USER-ID                TO WHHST-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WHHST-LAST-CHG-DT.

           WRITE WHHST-REC-INFO
               INVALID KEY
                   MOVE '22' TO WHHST-SEQ-FILE-STATUS
           END-WRITE.

           IF  NOT WHHST-IO-OK
               SET LHCHG-RETRN-ERROR         TO TRUE
           END-IF.

       3900-WRITE-HHST-X.
           EXIT.

      *--------------------
       4000-UPDATE-POLICY.
      *--------------------

           MOVE LHCHG-POL-ID                 TO WPOL-POL-ID.
           PERFORM POL-1000-READ-FOR-UPDATE
              THRU POL-1000-READ-FOR-UPDATE-X.

           IF  NOT WPOL-IO-OK
               SET LHCHG-RETRN-ERROR         TO TRUE
               GO TO 4000-UPDATE-POLICY-X
           END-IF.

           MOVE LHCHG-HLDR-CLI-ID            TO RPOL-HLDR-CLI-ID.

           PERFORM POL-2000-REWRITE
              THRU POL-2000-REWRITE-X.

           IF  NOT WPOL-IO-OK
               SET LHCHG-RETRN-ERROR         TO TRUE
           END-IF.

       4000-UPDATE-POLICY-X.
           EXIT.

      *-----------------------
       5000-REPOINT-ACCOUNTS.
      *-----------------------

      *
      *  PAYOUTS ALREADY ARRANGED FOR THE HOLDER GO TO THE NEW
      *  HOLDER'S ACCOUNT FROM NOW ON.
      *
           IF  WS-MTEL-FOUND
               OPEN I-O MTEL-FILE
               MOVE LHCHG-POL-ID             TO WMTEL-POL-ID
               READ MTEL-FILE
                   INVALID KEY
                       MOVE '23' TO WMTEL-SEQ-FILE-STATUS
               END-READ
               IF  WMTEL-IO-OK
                   MOVE LHCHG-BANK-ID        TO WMTEL-BANK-ID
                   MOVE LHCHG-BANK-BRANCH-ID TO WMTEL-BANK-BRANCH-ID
                   MOVE LHCHG-ACCT-NUM       TO WMTEL-ACCT-NUM
                   MOVE WGLOB-USER-ID        TO WMTEL-LAST-CHG-USER-ID
                   MOVE WGLOB-CRNT-DT        TO WMTEL-LAST-CHG-DT
                   REWRITE WMTEL-REC-INFO
                       INVALID KEY
                           MOVE '99' TO WMTEL-SEQ-FILE-STATUS
                   END-REWRITE
               END-IF
               IF  NOT WMTEL-IO-OK
                   SET LHCHG-RETRN-ERROR     TO TRUE
               END-IF
               CLOSE MTEL-FILE
           END-IF.

           IF  WS-ANSC-FOUND
               OPEN I-O ANSC-FILE
               MOVE LHCHG-POL-ID             TO WANSC-POL-ID
               READ ANSC-FILE
                   INVALID KEY
                       MOVE '23' TO WANSC-SEQ-FILE-STATUS
               END-READ
               IF  WANSC-IO-OK
                   MOVE LHCHG-BANK-ID        TO WANSC-BANK-ID
                   MOVE LHCHG-BANK-BRANCH-ID TO WANSC-BANK-BRANCH-ID
                   MOVE LHCHG-ACCT-NUM       TO WANSC-ACCT-NUM
                   REWRITE WANSC-REC-INFO
                       INVALID KEY
                           MOVE '99' TO WANSC-SEQ-FILE-STATUS
                   END-REWRITE
               END-IF
               IF  NOT WANSC-IO-OK
                   SET LHCHG-RETRN-ERROR     TO TRUE
               END-IF
               CLOSE ANSC-FILE
           END-IF.

       5000-REPOINT-ACCOUNTS-X.
           EXIT.

      *--------------------
       6000-READNEXT-HHST.
      *--------------------

      *
      *  PAGES THROUGH ONE POLICY'S HOLDERS.  SEQUENCE ZERO STARTS
      *  FROM THE FIRST.
      *
           OPEN INPUT HHST-FILE.
           IF  WHHST-SEQ-FILE-STATUS NOT = '00'
               SET LHCHG-RETRN-EOF           TO TRUE
               GO TO 6000-READNEXT-HHST-X
           END-IF.

           MOVE LHCHG-POL-ID                 TO WHHST-POL-ID.
           MOVE LHCHG-SEQ-NUM                TO WHHST-SEQ-NUM.

           START HHST-FILE
               KEY IS GREATER THAN WHHST-KEY
               INVALID KEY
                   MOVE '23' TO WHHST-SEQ-FILE-STATUS
           END-START.

           IF  WHHST-IO-OK
               READ HHST-FILE NEXT
                   AT END
                       MOVE '10' TO WHHST-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WHHST-IO-OK
           AND WHHST-POL-ID = LHCHG-POL-ID
               MOVE WHHST-SEQ-NUM            TO LHCHG-SEQ-NUM
               PERFORM 1900-RETURN-HHST
                  THRU 1900-RETURN-HHST-X
               SET LHCHG-RETRN-OK            TO TRUE
           ELSE
               SET LHCHG-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE HHST-FILE.

       6000-READNEXT-HHST-X.
           EXIT.

      *------------------
       1900-RETURN-HHST.
      *------------------

           MOVE WHHST-HLDR-CLI-ID            TO LHCHG-HLDR-CLI-ID.
           MOVE WHHST-STRT-DT                TO LHCHG-EFF-DT.
           MOVE WHHST-END-DT                 TO LHCHG-END-DT.
           MOVE WHHST-XFER-RSN-CD            TO LHCHG-XFER-RSN-CD.
           MOVE WHHST-XFER-DOC-REF-ID        TO LHCHG-XFER-DOC-REF-ID.
           MOVE WHHST-PREM-PD-AMT            TO LHCHG-PREM-PD-AMT.
           MOVE WHHST-POST-CD                TO LHCHG-POST-CD.
           MOVE WHHST-ADDR-TXT               TO LHCHG-ADDR-TXT.
           MOVE WHHST-BANK-ID                TO LHCHG-BANK-ID.
           MOVE WHHST-BANK-BRANCH-ID         TO LHCHG-BANK-BRANCH-ID.
           MOVE WHHST-ACCT-NUM               TO LHCHG-ACCT-NUM.
           MOVE WHHST-LAST-CHG-USER-ID       TO LHCHG-LAST-CHG-USER-ID.
           MOVE WHHST-LAST-CHG-DT            TO LHCHG-LAST-CHG-DT.

       1900-RETURN-HHST-X.
           EXIT.

      *------------------------
       7000-VALIDATE-TRANSFER.
      *------------------------

      *
      *  THE NEW HOLDER, THE REASON AND THE TRANSFER DOCUMENT ARE
      *  REQUIRED; THE EFFECTIVE DATE DEFAULTS TO TODAY.  A PAYOUT
      *  ACCOUNT IS GIVEN IN FULL OR NOT AT ALL.
      *
           SET LHCHG-RETRN-OK                TO TRUE.

           IF  LHCHG-EFF-DT = SPACES
               MOVE WGLOB-CRNT-DT            TO LHCHG-EFF-DT
           END-IF.

           IF  LHCHG-HLDR-CLI-ID = SPACES
           OR  LHCHG-XFER-DOC-REF-ID = SPACES
               SET LHCHG-RETRN-INVALID       TO TRUE
               GO TO 7000-VALIDATE-TRANSFER-X
           END-IF.

           IF  NOT LHCHG-RSN-GIFT
           AND NOT LHCHG-RSN-INHERITANCE
           AND NOT LHCHG-RSN-CORP-TO-INDV
               SET LHCHG-RETRN-INVALID       TO TRUE
               GO TO 7000-VALIDATE-TRANSFER-X
           END-IF.

           IF  LHCHG-ACCT-NUM NOT = SPACES
           AND (LHCHG-BANK-ID = SPACES
           OR   LHCHG-BANK-BRANCH-ID = SPACES)
               SET LHCHG-RETRN-INVALID       TO TRUE
               GO TO 7000-VALIDATE-TRANSFER-X
           END-IF.

           MOVE LHCHG-POL-ID                 TO WPOL-POL-ID.
           PERFORM POL-1000-READ
              THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
               SET LHCHG-RETRN-NOTFND        TO TRUE
               GO TO 7000-VALIDATE-TRANSFER-X
           END-IF.

           IF  RPOL-HLDR-CLI-ID = LHCHG-HLDR-CLI-ID
           OR  LHCHG-EFF-DT < RPOL-POL-ISS-EFF-DT
               SET LHCHG-RETRN-INVALID       TO TRUE
               GO TO 7000-VALIDATE-TRANSFER-X
           END-IF.

           MOVE RPOL-HLDR-CLI-ID             TO WS-OLD-HLDR-CLI-ID.
           MOVE SPACES                       TO WS-OLD-CLI-TYP-CD
                                                WS-OLD-CLI-STAT-CD
                                                WS-OLD-POST-CD
                                                WS-OLD-ADDR-TXT.

           MOVE WS-OLD-HLDR-CLI-ID           TO WCLI-CLI-ID.
           PERFORM CLI-1000-READ
              THRU CLI-1000-READ-X.

           IF  WCLI-IO-OK
               MOVE RCLI-CLI-TYP-CD          TO WS-OLD-CLI-TYP-CD
               MOVE RCLI-CLI-STAT-CD         TO WS-OLD-CLI-STAT-CD
               MOVE RCLI-POST-CD             TO WS-OLD-POST-CD
               MOVE RCLI-ADDR-TXT            TO WS-OLD-ADDR-TXT
           END-IF.

      *
      *  THE NEW HOLDER MUST BE ON FILE, ALIVE AND REACHABLE BY
      *  MAIL.
      *
           MOVE LHCHG-HLDR-CLI-ID            TO WCLI-CLI-ID.
           PERFORM CLI-1000-READ
              THRU CLI-1000-READ-X.

           IF  NOT WCLI-IO-OK
               SET LHCHG-RETRN-NOTFND        TO TRUE
               GO TO 7000-VALIDATE-TRANSFER-X
           END-IF.

           IF  RCLI-STAT-DECEASED
               SET LHCHG-RETRN-INVALID       TO TRUE
               GO TO 7000-VALIDATE-TRANSFER-X
           END-IF.

           IF  RCLI-POST-CD = SPACES
           OR  RCLI-ADDR-TXT = SPACES
               SET LHCHG-RETRN-NO-ADDRESS    TO TRUE
               GO TO 7000-VALIDATE-TRANSFER-X
           END-IF.

           MOVE RCLI-POST-CD                 TO LHCHG-POST-CD.
           MOVE RCLI-ADDR-TXT                TO LHCHG-ADDR-TXT.

           EVALUATE TRUE
               WHEN LHCHG-RSN-INHERITANCE
                   IF  NOT WS-OLD-CLI-DECEASED
                       SET LHCHG-RETRN-INVALID
                                             TO TRUE
                   END-IF
               WHEN LHCHG-RSN-CORP-TO-INDV
                   IF  NOT WS-OLD-CLI-CORPORATE
                   OR  NOT RCLI-TYP-PERSON
                       SET LHCHG-RETRN-INVALID
                                             TO TRUE
                   END-IF
           END-EVALUATE.

       7000-VALIDATE-TRANSFER-X.
           EXIT.

      *------------------
       7100-SCAN-POLICY.
      *------------------

      *
      *  FINDS THE POLICY'S HIGHEST SEQUENCE NUMBER AND ITS OPEN
      *  (CURRENT) HOLDING.  THE FILE IS ALREADY OPEN.
      *
           MOVE ZERO                         TO WS-MAX-SEQ-NUM
                                                WS-OPEN-SEQ-NUM.
           MOVE SPACES                       TO WS-OPEN-STRT-DT.
           MOVE LHCHG-POL-ID                 TO WHHST-POL-ID.
           MOVE ZERO                         TO WHHST-SEQ-NUM.

           START HHST-FILE
               KEY IS NOT LESS THAN WHHST-KEY
               INVALID KEY
                   MOVE '23' TO WHHST-SEQ-FILE-STATUS
           END-START.

           IF  WHHST-IO-OK
               PERFORM 7150-READ-NEXT
                  THRU 7150-READ-NEXT-X
           END-IF.

           PERFORM 7110-SCAN-ONE
              THRU 7110-SCAN-ONE-X
               UNTIL NOT WHHST-IO-OK
               OR    WHHST-POL-ID NOT = LHCHG-POL-ID.

       7100-SCAN-POLICY-X.
           EXIT.

      *---------------
       7110-SCAN-ONE.
      *---------------

           IF  WHHST-END-DT = SPACES
               MOVE WHHST-SEQ-NUM            TO WS-OPEN-SEQ-NUM
               MOVE WHHST-STRT-DT            TO WS-OPEN-STRT-DT
           END-IF.

           IF  WHHST-SEQ-NUM > WS-MAX-SEQ-NUM
               MOVE WHHST-SEQ-NUM            TO WS-MAX-SEQ-NUM
           END-IF.

           PERFORM 7150-READ-NEXT
              THRU 7150-READ-NEXT-X.

       7110-SCAN-ONE-X.
           EXIT.

      *----------------
       7150-READ-NEXT.
      *----------------

           READ HHST-FILE NEXT
               AT END
                   MOVE '10' TO WHHST-SEQ-FILE-STATUS
           END-READ.

       7150-READ-NEXT-X.
           EXIT.

      *------------------------
       7200-SCREEN-NEW-HOLDER.
      *------------------------

      *
      *  A WATCHLIST HIT STILL PENDING OR CONFIRMED STOPS THE
      *  TRANSFER.  A DISPOSITION LIST THAT CANNOT BE READ STOPS
      *  IT TOO - THE SCREEN IS NEVER SKIPPED.
      *
           OPEN INPUT WDSP-FILE.
           IF  WWDSP-IO-NOFILE
               GO TO 7200-SCREEN-NEW-HOLDER-X
           END-IF.
           IF  NOT WWDSP-IO-OK
               SET LHCHG-RETRN-ERROR         TO TRUE
               GO TO 7200-SCREEN-NEW-HOLDER-X
           END-IF.

           MOVE LHCHG-HLDR-CLI-ID            TO WWDSP-CLI-ID.
           MOVE LOW-VALUES                   TO WWDSP-ENTRY-ID.

           START WDSP-FILE
               KEY IS NOT LESS THAN WWDSP-KEY
               INVALID KEY
                   MOVE '23' TO WWDSP-SEQ-FILE-STATUS
           END-START.

           IF  WWDSP-IO-OK
               PERFORM 7250-READ-NEXT-WDSP
                  THRU 7250-READ-NEXT-WDSP-X
           END-IF.

           PERFORM 7210-SCREEN-ONE
              THRU 7210-SCREEN-ONE-X
               UNTIL NOT WWDSP-IO-OK
               OR    WWDSP-CLI-ID NOT = LHCHG-HLDR-CLI-ID
               OR    NOT LHCHG-RETRN-OK.

           IF  NOT WWDSP-IO-OK
           AND NOT WWDSP-IO-EOF
           AND NOT WWDSP-IO-NOTFND
               SET LHCHG-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE WDSP-FILE.

       7200-SCREEN-NEW-HOLDER-X.
           EXIT.

      *-----------------
       7210-SCREEN-ONE.
      *-----------------

           IF  WWDSP-DISP-PENDING
           OR  WWDSP-DISP-CONFIRMED
               SET LHCHG-RETRN-SCREEN-HIT    TO TRUE
               GO TO 7210-SCREEN-ONE-X
           END-IF.

           PERFORM 7250-READ-NEXT-WDSP
              THRU 7250-READ-NEXT-WDSP-X.

       7210-SCREEN-ONE-X.
           EXIT.

      *---------------------
       7250-READ-NEXT-WDSP.
      *---------------------

           READ WDSP-FILE NEXT
               AT END
                   MOVE '10' TO WWDSP-SEQ-FILE-STATUS
           END-READ.

       7250-READ-NEXT-WDSP-X.
           EXIT.

      *-------------------------
       7300-CHECK-PAYOUT-ACCTS.
      *-------------------------

      *
      *  A MATURITY ELECTION OR A RUNNING ANNUITY SCHEDULE PAYS
      *  THE HOLDER'S ACCOUNT, SO THE NEW HOLDER'S ACCOUNT MUST BE
      *  GIVEN.  THE OUTGOING ACCOUNT IS KEPT FOR THE HISTORY.
      *
           SET  WS-MTEL-NOT-FOUND            TO TRUE.
           SET  WS-ANSC-NOT-FOUND            TO TRUE.
           MOVE SPACES                       TO WS-OLD-BANK-ID
                                                WS-OLD-BANK-BRANCH-ID
                                                WS-OLD-ACCT-NUM.

           OPEN INPUT MTEL-FILE.
           IF  NOT WMTEL-IO-OK
           AND NOT WMTEL-IO-NOFILE
               SET LHCHG-RETRN-ERROR         TO TRUE
               GO TO 7300-CHECK-PAYOUT-ACCTS-X
           END-IF.

           IF  WMTEL-IO-OK
               MOVE LHCHG-POL-ID             TO WMTEL-POL-ID
               READ MTEL-FILE
                   INVALID KEY
                       MOVE '23' TO WMTEL-SEQ-FILE-STATUS
               END-READ
               IF  WMTEL-IO-OK
                   SET WS-MTEL-FOUND         TO TRUE
                   MOVE WMTEL-BANK-ID        TO WS-OLD-BANK-ID
                   MOVE WMTEL-BANK-BRANCH-ID TO WS-OLD-BANK-BRANCH-ID
                   MOVE WMTEL-ACCT-NUM       TO WS-OLD-ACCT-NUM
               ELSE
                   IF  NOT WMTEL-IO-NOTFND
                       SET LHCHG-RETRN-ERROR TO TRUE
                   END-IF
               END-IF
               CLOSE MTEL-FILE
           END-IF.

           OPEN INPUT ANSC-FILE.
           IF  NOT WANSC-IO-OK
           AND NOT WANSC-IO-NOFILE
               SET LHCHG-RETRN-ERROR         TO TRUE
               GO TO 7300-CHECK-PAYOUT-ACCTS-X
           END-IF.

           IF  WANSC-IO-OK
               MOVE LHCHG-POL-ID             TO WANSC-POL-ID
               READ ANSC-FILE
                   INVALID KEY
                       MOVE '23' TO WANSC-SEQ-FILE-STATUS
               END-READ
               IF  WANSC-IO-OK
                   IF  WANSC-STAT-ACTIVE
                       SET WS-ANSC-FOUND     TO TRUE
                   END-IF
                   IF  WANSC-STAT-ACTIVE
                   AND WS-OLD-ACCT-NUM = SPACES
                       MOVE WANSC-BANK-ID    TO WS-OLD-BANK-ID
                       MOVE WANSC-BANK-BRANCH-ID
                                             TO WS-OLD-BANK-BRANCH-ID
                       MOVE WANSC-ACCT-NUM   TO WS-OLD-ACCT-NUM
                   END-IF
               ELSE
                   IF  NOT WANSC-IO-NOTFND
                       SET LHCHG-RETRN-ERROR TO TRUE
                   END-IF
               END-IF
               CLOSE ANSC-FILE
           END-IF.

           IF  NOT LHCHG-RETRN-OK
               GO TO 7300-CHECK-PAYOUT-ACCTS-X
           END-IF.

           IF  (WS-MTEL-FOUND OR WS-ANSC-FOUND)
           AND LHCHG-ACCT-NUM = SPACES
               SET LHCHG-RETRN-BANK-REQUIRED TO TRUE
           END-IF.

       7300-CHECK-PAYOUT-ACCTS-X.
           EXIT.

      *--------------------
       8500-STAMP-HISTORY.
      *--------------------

           EVALUATE TRUE
               WHEN LHCHG-RSN-GIFT
                   MOVE 'POLICYHOLDER CHANGED - GIFT'
                                             TO WS-ACTVTY-DESC-TXT
               WHEN LHCHG-RSN-INHERITANCE
                   MOVE 'POLICYHOLDER CHANGED - INHERITANCE'
                                             TO WS-ACTVTY-DESC-TXT
               WHEN OTHER
                   MOVE 'POLICYHOLDER CHANGED - CORP TO PERSON'
                                             TO WS-ACTVTY-DESC-TXT
           END-EVALUATE.

           MOVE SPACES                       TO RPHST-REC-INFO.
           MOVE LHCHG-POL-ID                 TO RPHST-POL-ID.
           MOVE LHCHG-EFF-DT                 TO RPHST-PCHST-EFF-DT
                                                RPHST-ACTVTY-EFF-DT.
           MOVE 'HCHG'                       TO RPHST-POL-ACTV-TYP-ID.
           MOVE 'HC'                         TO RPHST-ACTVTY-TYP-CD.
           SET  RPHST-PCHST-STAT-ACTIVE      TO TRUE.
           MOVE WS-ACTVTY-DESC-TXT           TO RPHST-ACTVTY-DESC-TXT.
           MOVE WS-OLD-HLDR-CLI-ID           TO
                                             RPHST-PCHST-OLD-VALU-TXT.
           MOVE LHCHG-HLDR-CLI-ID            TO
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
       COPY CCPNCLI.
      /
       COPY CCPCPHST.
      *****************************************************************
      **                 END OF PROGRAM ZSRQHCHG                     **
      *****************************************************************
