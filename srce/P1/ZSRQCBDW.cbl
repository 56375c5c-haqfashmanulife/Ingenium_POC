      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQCBDW.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQCBDW                                         **
      **  REMARKS:  CASH-BACK BONUS LEFT-ON-DEPOSIT INQUIRY AND      **
      **            CLIENT WITHDRAWAL.  'IQ' RETURNS THE POLICY'S    **
      **            DEPOSIT LEDGER (CBDL).  'WD' TAKES THE REQUESTED **
      **            AMOUNT OUT OF THE DEPOSIT - OLDEST BONUS FIRST,  **
      **            SO LATER BONUSES KEEP EARNING AT THEIR OWN       **
      **            DECLARED RATE - POSTS THE WITHDRAWAL TO THE      **
      **            LEDGER ENTRIES (CBDH), QUEUES THE PAYMENT ON THE **
      **            DISBURSEMENT QUEUE AND STAMPS PHST.  A           **
      **            WITHDRAWAL NEEDS AN ACTIVE LEDGER ON AN IN-FORCE **
      **            POLICY AND CANNOT EXCEED THE BALANCE; ONE ON AN  **
      **            ASSIGNED POLICY NEEDS THE ASSIGNEE'S CONSENT     **
      **            (ZSRQASGC).                                      **
      **                                                             **
      **  DOMAIN :  CV                                               **
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

           COPY CCFHCBDL.
           COPY CCFHCBDH.

           SELECT DSBQ-DATA-FILE ASSIGN TO ZSDSBQ
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WDSBQ-SEQ-FILE-STATUS.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWCBDL.
       COPY CCFWCBDH.

       FD  DSBQ-DATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRDSBQ.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQCBDW'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWCBDL.

       01  WDSBQ-SEQ-IO-WORK-AREA.
           05  WDSBQ-SEQ-FILE-NAME       PIC X(04)  VALUE 'DSBQ'.
           05  WDSBQ-SEQ-FILE-STATUS     PIC X(02).

       01  WS-PROGRAM-WORK-AREA.
           05  WS-RMNG-AMT               PIC S9(13)V99 COMP-3.
           05  WS-TAKE-AMT               PIC S9(13)V99 COMP-3.
           05  WS-PHST-OLD-VALU-TXT.
               10  FILLER                PIC X(08)  VALUE 'BALANCE '.
               10  WS-PHST-OLD-AMT       PIC Z(12)9.99.
               10  FILLER                PIC X(06)  VALUE SPACES.
           05  WS-PHST-NEW-VALU-TXT.
               10  FILLER                PIC X(08)  VALUE 'BALANCE '.
               10  WS-PHST-NEW-AMT       PIC Z(12)9.99.
               10  FILLER                PIC X(06)  VALUE SPACES.

       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFWPHST.
       COPY CCFRPHST.

       COPY CCWLASGC.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLCBDW.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LCBDW-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LCBDW-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           IF  NOT LCBDW-FUNCTION-INQUIRE
           AND NOT LCBDW-FUNCTION-WITHDRAW
               SET LCBDW-RETRN-ERROR          TO TRUE
               GOBACK
           END-IF.

           SET  LCBDW-RETRN-OK           TO TRUE.

           PERFORM  1000-INQUIRE-LEDGER
               THRU 1000-INQUIRE-LEDGER-X.

           IF  LCBDW-FUNCTION-WITHDRAW
           AND LCBDW-RETRN-OK
               PERFORM  1100-EDIT-WITHDRAWAL
                   THRU 1100-EDIT-WITHDRAWAL-X
           END-IF.

           IF  LCBDW-FUNCTION-WITHDRAW
           AND LCBDW-RETRN-OK
               PERFORM  1500-CHECK-ASSIGNMENT
                   THRU 1500-CHECK-ASSIGNMENT-X
           END-IF.

           IF  LCBDW-FUNCTION-WITHDRAW
           AND LCBDW-RETRN-OK
               PERFORM  2000-WITHDRAW-DEPOSIT
                   THRU 2000-WITHDRAW-DEPOSIT-X
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

      *
      *  THE PAYOUT IS A POLICY-LEVEL ACTION, SO THE POLICY IS
      *  PASSED FOR THE SEGREGATION-OF-DUTIES WINDOW CHECK.
      *
           IF  LCBDW-FUNCTION-WITHDRAW
               MOVE LCBDW-POL-ID      TO LSECT-POL-ID
           END-IF.

           CALL 'XSRU9690' USING WGLOB-GLOBAL-AREA
                                 LSECT-PARM-INFO
               ON EXCEPTION
                   SET LSECT-NOT-AUTHORIZED
                                         TO TRUE
           END-CALL.

       0050-CHECK-AUTHORITY-X.
           EXIT.


      *--------------------------
       1000-INQUIRE-LEDGER.
      *--------------------------

           OPEN INPUT CBDL-FILE.
           IF  WCBDL-SEQ-FILE-STATUS NOT = '00'
               SET LCBDW-RETRN-NOTFND    TO TRUE
               GO TO 1000-INQUIRE-LEDGER-X
           END-IF.

           MOVE LCBDW-POL-ID             TO WCBDL-POL-ID.

           READ CBDL-FILE
               INVALID KEY
                   MOVE '23' TO WCBDL-SEQ-FILE-STATUS
           END-READ.

           IF  WCBDL-IO-OK
               PERFORM  1900-RETURN-LEDGER
                   THRU 1900-RETURN-LEDGER-X
           ELSE
               SET LCBDW-RETRN-NOTFND    TO TRUE
           END-IF.

           CLOSE CBDL-FILE.

       1000-INQUIRE-LEDGER-X.
           EXIT.

      *--------------------------
       1100-EDIT-WITHDRAWAL.
      *--------------------------

      *
      *  ONCE A LEDGER HAS BEEN PAID OUT, OR THE POLICY HAS LEFT
      *  FORCE AND THE BALANCE IS WAITING TO BE PAID WITH THE
      *  MATURITY, SURRENDER OR DEATH CLAIM, NOTHING MORE CAN BE
      *  WITHDRAWN ONLINE.
      *
           IF  NOT LCBDW-LDGR-ACTIVE
               SET LCBDW-RETRN-CLOSED    TO TRUE
               GO TO 1100-EDIT-WITHDRAWAL-X
           END-IF.

           MOVE LCBDW-POL-ID             TO WPOL-POL-ID.
           PERFORM POL-1000-READ
              THRU POL-1000-READ-X.
           IF  NOT WPOL-IO-OK
               SET LCBDW-RETRN-ERROR     TO TRUE
               GO TO 1100-EDIT-WITHDRAWAL-X
           END-IF.

           IF  NOT RPOL-POL-STAT-IN-FORCE
               SET LCBDW-RETRN-CLOSED    TO TRUE
               GO TO 1100-EDIT-WITHDRAWAL-X
           END-IF.

           IF  LCBDW-WDRL-AMT NOT > ZERO
           OR  LCBDW-WDRL-AMT > LCBDW-BAL-AMT
               SET LCBDW-RETRN-INVALID-AMT
                                         TO TRUE
           END-IF.

       1100-EDIT-WITHDRAWAL-X.
           EXIT.

      *--------------------------
       1500-CHECK-ASSIGNMENT.
      *--------------------------

      *
      *  THE DEPOSIT IS POLICY VALUE THE ASSIGNEE HOLDS AS SECURITY -
      *  A WITHDRAWAL IS REFUSED UNLESS THE ASSIGNEE CONSENTS.
      *
           MOVE LCBDW-POL-ID             TO LASGC-POL-ID.
           MOVE WGLOB-CRNT-DT            TO LASGC-EFF-DT.

           CALL 'ZSRQASGC' USING WGLOB-GLOBAL-AREA
                                 LASGC-PARM-INFO
               ON EXCEPTION
                   SET LASGC-PAYOUT-HELD TO TRUE
           END-CALL.

           IF  LASGC-PAYOUT-HELD
               SET LCBDW-RETRN-ASSIGNED  TO TRUE
           END-IF.

       1500-CHECK-ASSIGNMENT-X.
           EXIT.

      *--------------------------
       1900-RETURN-LEDGER.
      *--------------------------

           MOVE WCBDL-LDGR-STAT-CD       TO LCBDW-LDGR-STAT-CD.
           MOVE WCBDL-OPEN-DT            TO LCBDW-OPEN-DT.
           MOVE WCBDL-TOT-DPOS-AMT       TO LCBDW-TOT-DPOS-AMT.
           MOVE WCBDL-TOT-INT-AMT        TO LCBDW-TOT-INT-AMT.
           MOVE WCBDL-TOT-WDRL-AMT       TO LCBDW-TOT-WDRL-AMT.
           MOVE WCBDL-TOT-PAYOUT-AMT     TO LCBDW-TOT-PAYOUT-AMT.
           MOVE WCBDL-BAL-AMT            TO LCBDW-BAL-AMT.
           MOVE WCBDL-DPOS-CNT           TO LCBDW-DPOS-CNT.
           MOVE WCBDL-LAST-INT-DT        TO LCBDW-LAST-INT-DT.
           MOVE WCBDL-CLOSE-RSN-CD       TO LCBDW-CLOSE-RSN-CD.
           MOVE WCBDL-CLOSE-DT           TO LCBDW-CLOSE-DT.
           MOVE WCBDL-LAST-SEQ-NUM       TO LCBDW-ENTRY-SEQ-NUM.

       1900-RETURN-LEDGER-X.
           EXIT.

      *--------------------------
       2000-WITHDRAW-DEPOSIT.
      *--------------------------

           OPEN I-O CBDL-FILE.
           IF  WCBDL-SEQ-FILE-STATUS NOT = '00'
               SET LCBDW-RETRN-ERROR     TO TRUE
               GO TO 2000-WITHDRAW-DEPOSIT-X
           END-IF.

           OPEN I-O CBDH-FILE.
           IF  WCBDH-IO-NOFILE
               OPEN OUTPUT CBDH-FILE
               CLOSE CBDH-FILE
               OPEN I-O CBDH-FILE
           END-IF.
           IF  WCBDH-SEQ-FILE-STATUS NOT = '00'
               SET LCBDW-RETRN-ERROR     TO TRUE
               CLOSE CBDL-FILE
               GO TO 2000-WITHDRAW-DEPOSIT-X
           END-IF.

           MOVE LCBDW-POL-ID             TO WCBDL-POL-ID.

           READ CBDL-FILE
               INVALID KEY
                   MOVE '23' TO WCBDL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCBDL-IO-OK
               SET LCBDW-RETRN-ERROR     TO TRUE
               GO TO 2000-CLOSE-FILES
           END-IF.

      *
      *  THE BALANCE IS CHECKED AGAIN AGAINST THE ROW BEING UPDATED,
      *  IN CASE THE LEDGER MOVED SINCE THE INQUIRY.
      *
           IF  NOT WCBDL-STAT-ACTIVE
               SET LCBDW-RETRN-CLOSED    TO TRUE
               GO TO 2000-CLOSE-FILES
           END-IF.

           IF  LCBDW-WDRL-AMT > WCBDL-BAL-AMT
               SET LCBDW-RETRN-INVALID-AMT
                                         TO TRUE
               GO TO 2000-CLOSE-FILES
           END-IF.

           MOVE WCBDL-BAL-AMT            TO WS-PHST-OLD-AMT.

           PERFORM  2100-REDUCE-TRANCHES
               THRU 2100-REDUCE-TRANCHES-X.

           IF  NOT LCBDW-RETRN-OK
               GO TO 2000-CLOSE-FILES
           END-IF.

           PERFORM  2200-POST-WITHDRAWAL
               THRU 2200-POST-WITHDRAWAL-X.

           IF  NOT LCBDW-RETRN-OK
               GO TO 2000-CLOSE-FILES
           END-IF.

           PERFORM  1900-RETURN-LEDGER
               THRU 1900-RETURN-LEDGER-X.

       2000-CLOSE-FILES.

           CLOSE CBDL-FILE
                 CBDH-FILE.

           IF  LCBDW-RETRN-OK
               PERFORM  3000-QUEUE-DISBURSEMENT
                   THRU 3000-QUEUE-DISBURSEMENT-X
               PERFORM  4000-STAMP-HISTORY
                   THRU 4000-STAMP-HISTORY-X
           END-IF.

       2000-WITHDRAW-DEPOSIT-X.
           EXIT.

      *--------------------------
       2100-REDUCE-TRANCHES.
      *--------------------------

      *
      *  THE WITHDRAWAL COMES OUT OF THE OLDEST BONUS STILL ON
      *  DEPOSIT FIRST.  THE LEDGER ENTRIES READ IN POSTING ORDER,
      *  SO THE FIRST DEPOSIT ROWS WITH A BALANCE ARE THE OLDEST.
      *
           MOVE LCBDW-WDRL-AMT           TO WS-RMNG-AMT.

           MOVE LCBDW-POL-ID             TO WCBDH-POL-ID.
           MOVE ZERO                     TO WCBDH-SEQ-NUM.

           START CBDH-FILE
               KEY IS NOT LESS THAN WCBDH-KEY
               INVALID KEY
                   MOVE '23' TO WCBDH-SEQ-FILE-STATUS
           END-START.

           IF  WCBDH-IO-OK
               PERFORM  2120-READ-NEXT-ENTRY
                   THRU 2120-READ-NEXT-ENTRY-X
           END-IF.

           PERFORM  2110-REDUCE-ONE-TRANCHE
               THRU 2110-REDUCE-ONE-TRANCHE-X
               UNTIL NOT WCBDH-IO-OK
               OR    WCBDH-POL-ID NOT = LCBDW-POL-ID
               OR    WS-RMNG-AMT NOT > ZERO
               OR    NOT LCBDW-RETRN-OK.

      *
      *  THE TRANCHES ADD UP TO THE LEDGER BALANCE, SO ANYTHING LEFT
      *  OVER MEANS THE ENTRIES ARE OUT OF STEP WITH THE LEDGER.
      *
           IF  WS-RMNG-AMT > ZERO
               SET LCBDW-RETRN-ERROR     TO TRUE
           END-IF.

       2100-REDUCE-TRANCHES-X.
           EXIT.

      *--------------------------
       2110-REDUCE-ONE-TRANCHE.
      *--------------------------

           IF  NOT WCBDH-TYP-DEPOSIT
           OR  WCBDH-TRNCH-BAL-AMT NOT > ZERO
               GO TO 2110-NEXT-ENTRY
           END-IF.

           IF  WCBDH-TRNCH-BAL-AMT < WS-RMNG-AMT
               MOVE WCBDH-TRNCH-BAL-AMT  TO WS-TAKE-AMT
           ELSE
               MOVE WS-RMNG-AMT          TO WS-TAKE-AMT
           END-IF.

           SUBTRACT WS-TAKE-AMT          FROM WCBDH-TRNCH-BAL-AMT
                                              WS-RMNG-AMT.

           REWRITE WCBDH-REC-INFO
               INVALID KEY
                   MOVE '99' TO WCBDH-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WCBDH-IO-OK
               SET LCBDW-RETRN-ERROR     TO TRUE
               GO TO 2110-REDUCE-ONE-TRANCHE-X
           END-IF.

       2110-NEXT-ENTRY.

           PERFORM  2120-READ-NEXT-ENTRY
               THRU 2120-READ-NEXT-ENTRY-X.

       2110-REDUCE-ONE-TRANCHE-X.
           EXIT.

      *--------------------------
       2120-READ-NEXT-ENTRY.
      *--------------------------

           READ CBDH-FILE NEXT
               AT END
                   MOVE '10' TO WCBDH-SEQ-FILE-STATUS
           END-READ.

       2120-READ-NEXT-ENTRY-X.
           EXIT.

      *--------------------------
       2200-POST-WITHDRAWAL.
      *--------------------------

           ADD  1                        TO WCBDL-LAST-SEQ-NUM.
           ADD  LCBDW-WDRL-AMT           TO WCBDL-TOT-WDRL-AMT.
           SUBTRACT LCBDW-WDRL-AMT       FROM WCBDL-BAL-AMT.
           MOVE WGLOB-CRNT-DT            TO WCBDL-LAST-ACTV-DT.

           MOVE SPACES                   TO WCBDH-REC-INFO.
           MOVE LCBDW-POL-ID             TO WCBDH-POL-ID.
           MOVE WCBDL-LAST-SEQ-NUM       TO WCBDH-SEQ-NUM.
           SET  WCBDH-TYP-WITHDRAWAL     TO TRUE.
           MOVE WGLOB-CRNT-DT            TO WCBDH-EFF-DT
                                            WCBDH-ENTRY-DT.
           COMPUTE WCBDH-ENTRY-AMT = ZERO - LCBDW-WDRL-AMT.
           MOVE WCBDL-BAL-AMT            TO WCBDH-BAL-AMT.
           MOVE WGLOB-USER-ID            TO WCBDH-ENTRY-USER-ID.
           MOVE ZERO                     TO WCBDH-BNS-YR
                                            WCBDH-INT-RT-PCT
                                            WCBDH-TRNCH-BAL-AMT.

           WRITE WCBDH-REC-INFO
               INVALID KEY
                   MOVE '22' TO WCBDH-SEQ-FILE-STATUS
           END-WRITE.

           IF  NOT WCBDH-IO-OK
               SET LCBDW-RETRN-ERROR     TO TRUE
               GO TO 2200-POST-WITHDRAWAL-X
           END-IF.

           REWRITE WCBDL-REC-INFO
               INVALID KEY
                   MOVE '99' TO WCBDL-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WCBDL-IO-OK
               SET LCBDW-RETRN-ERROR     TO TRUE
           END-IF.

       2200-POST-WITHDRAWAL-X.
           EXIT.

      *-----------------------------
       3000-QUEUE-DISBURSEMENT.
      *-----------------------------

           OPEN EXTEND DSBQ-DATA-FILE.
           IF  WDSBQ-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT DSBQ-DATA-FILE
           END-IF.
           IF  WDSBQ-SEQ-FILE-STATUS NOT = '00'
               SET LCBDW-RETRN-ERROR     TO TRUE
               GO TO 3000-QUEUE-DISBURSEMENT-X
           END-IF.

           MOVE SPACES                   TO RDSBQ-SEQ-REC-INFO.
           MOVE LCBDW-POL-ID             TO RDSBQ-POL-ID.
           SET  RDSBQ-TYP-CBB-DEPOSIT    TO TRUE.
           MOVE LCBDW-WDRL-AMT           TO RDSBQ-DSBMT-AMT.
           MOVE WGLOB-CRNT-DT            TO RDSBQ-QUEUED-DT.
           MOVE ZERO                     TO RDSBQ-LOAN-SEQ-NUM.

           WRITE RDSBQ-SEQ-REC-INFO.

      *
      * A WITHDRAWAL THAT CANNOT REACH THE DISBURSEMENT QUEUE MUST
      * NOT REPORT SUCCESS - THE LEDGER SHOWS IT TAKEN, SO THE CLERK
      * QUEUES THE PAYMENT BY HAND RATHER THAN RE-DRIVING IT.
      *
           IF  WDSBQ-SEQ-FILE-STATUS NOT = '00'
               SET LCBDW-RETRN-ERROR     TO TRUE
           END-IF.

           CLOSE DSBQ-DATA-FILE.

       3000-QUEUE-DISBURSEMENT-X.
           EXIT.

      *-----------------------
       4000-STAMP-HISTORY.
      *-----------------------

           MOVE SPACES                  TO RPHST-REC-INFO.
           MOVE LCBDW-POL-ID            TO RPHST-POL-ID.
           MOVE WGLOB-CRNT-DT           TO RPHST-PCHST-EFF-DT
                                           RPHST-ACTVTY-EFF-DT.
           MOVE ZEROES                  TO RPHST-CVG-NUM.
           MOVE 'CBDW'                  TO RPHST-POL-ACTV-TYP-ID.
           MOVE 'CB'                    TO RPHST-ACTVTY-TYP-CD.
           SET  RPHST-PCHST-STAT-ACTIVE TO TRUE.
           MOVE 'CASH-BACK BONUS DEPOSIT WITHDRAWN'
                                        TO RPHST-ACTVTY-DESC-TXT.
           MOVE WS-PHST-OLD-VALU-TXT    TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE LCBDW-BAL-AMT           TO WS-PHST-NEW-AMT.
           MOVE WS-PHST-NEW-VALU-TXT    TO RPHST-PCHST-NEW-VALU-TXT.
           MOVE WGLOB-USER-ID           TO RPHST-PREV-UPDT-USER-ID.
           MOVE WGLOB-CRNT-DT           TO RPHST-PREV-UPDT-DT.

           PERFORM  PHST-1000-CREATE
               THRU PHST-1000-CREATE-X.

       4000-STAMP-HISTORY-X.
           EXIT.
      /
       COPY CCPNPOL.
      /
       COPY CCPCPHST.
      *****************************************************************
      **                 END OF PROGRAM ZSRQCBDW                     **
      *****************************************************************
