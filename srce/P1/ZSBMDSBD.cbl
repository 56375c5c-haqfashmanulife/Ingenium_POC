S51243**  02SEP26  CTS    INITIAL VERSION                            **
S51243**  02SEP26  CTS    QUEUE REWRITTEN ON DRAIN - ONLY UNPAID     **
S51243**                  ENTRIES SURVIVE TO THE NEXT CYCLE          **
S51261**  15OCT26  CTS    EVERY TRANSFER RELEASED IS APPENDED TO THE **
S51261**                  PAID DISBURSEMENT REGISTER (ZSDSPD) FOR    **
S51261**                  THE YEAR-END STATUTORY PAYMENT RECORDS     **
S51275**  15OCT26  CTS    EVERY TRANSFER IS REGISTERED ON ZSBTRK AS  **
S51275**                  SENT, AND THE POLICY OUTSTANDING           **
S51275**                  DISBURSEMENT AMOUNTS ARE RAISED UNTIL THE  **
S51275**                  BANK CONFIRMS OR RETURNS IT (ZSBMBTRT)     **
S51276**  15OCT26  CTS    AN ENTRY ON AN ACTIVELY ASSIGNED POLICY    **
S51276**                  WITHOUT THE ASSIGNEE'S CONSENT (ZSRQASGC)  **
S51276**                  IS NOT PAID - IT IS REPORTED AND RETAINED  **
S51276**                  UNTIL CONSENT IS RECORDED OR THE           **
S51276**                  ASSIGNMENT RELEASED                        **
S51277**  15OCT26  CTS    THE PREMIUM-PAYER BASIS FROM THE           **
S51277**                  POLICYHOLDER HISTORY (ZSRQHHSQ) IS CARRIED **
S51277**                  ON THE PAID DISBURSEMENT REGISTER          **
S51289**  15OCT26  CTS    RUN MARKED AS BATCH SO ITS BANK ACCOUNT    **
S51289**                  READS ARE NOT LOGGED AS ONLINE VIEWS       **
S51303**  15OCT26  CTS    CASH-WITH-APPLICATION REFUNDS ON A CLOSED  **
S51303**                  OR DECLINED APPLICATION COUNTED AS REFUNDS **
S51306**  15OCT26  CTS    AN ENTRY NAMING A PAYEE CLIENT (DEATH      **
S51306**                  CLAIM BENEFICIARY) IS PAID TO THAT CLIENT'S **
S51306**                  OWN ACCOUNT INSTEAD OF THE PAYOR'S         **
      *****************************************************************

       IDENTIFICATION DIVISION.
S51243            ACCESS         IS SEQUENTIAL
S51243            FILE STATUS    IS WDSBO-SEQ-FILE-STATUS.

S51261     SELECT DSPD-DATA-FILE ASSIGN TO ZSDSPD
S51261            ORGANIZATION   IS LINE SEQUENTIAL
S51261            ACCESS         IS SEQUENTIAL
S51261            FILE STATUS    IS WDSPD-SEQ-FILE-STATUS.

S51275 COPY CCFHBTRK.

       DATA DIVISION.

       FILE SECTION.
S51243     BLOCK CONTAINS 0 RECORDS
S51243     LABEL RECORDS ARE STANDARD.

S51306 01  RDSBO-SEQ-REC-INFO            PIC X(48).

S51261 FD  DSPD-DATA-FILE
S51261     RECORDING MODE IS F
S51261     BLOCK CONTAINS 0 RECORDS
S51261     LABEL RECORDS ARE STANDARD.

S51261 COPY ZCSRDSPD.

S51275 COPY CCFWBTRK.

       WORKING-STORAGE SECTION.

S51243                                      VALUE 'DSBO'.
S51243     05  WDSBO-SEQ-FILE-STATUS        PIC X(02).

S51261 01  WDSPD-SEQ-IO-WORK-AREA.
S51261     05  WDSPD-SEQ-FILE-NAME          PIC X(04)
S51261                                      VALUE 'DSPD'.
S51261     05  WDSPD-SEQ-FILE-STATUS        PIC X(02).

S51275 COPY CCWWBTRK.

       01  WS-MISC.
           05  WS-READ-CTR                  PIC 9(07) VALUE ZERO.
           05  WS-XFER-CTR                  PIC 9(07) VALUE ZERO.
      /
       COPY CCWL2430.
       COPY CCWL5020.
S51289 COPY CCWLSALG.
      /
       COPY XCSWOCF.
       COPY XCSROCF.
       COPY CCWWCCC.
      /
       COPY CCWLPGA.
S51276/
S51276 COPY CCWLASGC.
S51277/
S51277 COPY CCWLHHSQ.
      /
       PROCEDURE DIVISION.
      *************************
S51243             THRU 9710-HANDLE-DSBO-ERROR-X
S51243     END-IF.

S51261     OPEN EXTEND DSPD-DATA-FILE.
S51261     IF  WDSPD-SEQ-FILE-STATUS = '35'
S51261         OPEN OUTPUT DSPD-DATA-FILE
S51261     END-IF.
S51261     IF  WDSPD-SEQ-FILE-STATUS NOT = ZERO
S51261         PERFORM  9720-HANDLE-DSPD-ERROR
S51261             THRU 9720-HANDLE-DSPD-ERROR-X
S51261     END-IF.

S51275     OPEN I-O BTRK-FILE.
S51275     IF  WBTRK-IO-NOFILE
S51275         OPEN OUTPUT BTRK-FILE
S51275         CLOSE BTRK-FILE
S51275         OPEN I-O BTRK-FILE
S51275     END-IF.
S51275     IF  NOT WBTRK-IO-OK
S51275         MOVE TFCMD-OPEN-U-FILE   TO WBTRK-SEQ-IO-COMMAND
S51275         PERFORM  9730-HANDLE-BTRK-ERROR
S51275             THRU 9730-HANDLE-BTRK-ERROR-X
S51275     END-IF.

       0100-OPEN-FILES-X.
           EXIT.

               THRU 0950-1000-GET-COMPANY-NAME-X.

           MOVE 'ZSBMDSBD'         TO WGLOB-USER-ID.
S51289     SET  WGLOB-ENVRMNT-BATCH  TO TRUE.
           MOVE 'INGENIUM'         TO L0040-SYSTEM-ID.
           MOVE L0950-COMPANY-NAME TO L0040-COMPANY-NAME.
           MOVE ZERO               TO L0040-ERROR-CNT.
               GO TO 2000-NEXT-ENTRY
           END-IF.

S51276     PERFORM  2100-CHECK-ASSIGNMENT
S51276         THRU 2100-CHECK-ASSIGNMENT-X.

S51276     IF  LASGC-PAYOUT-HELD
S51276         ADD 1                    TO WS-EXCPT-CTR
S51276         MOVE 'ASSIGNEE CONSENT '
S51276                                  TO WS-DISP-TXT
S51276         PERFORM  8400-WRITE-DETAIL-LINE
S51276             THRU 8400-WRITE-DETAIL-LINE-X
S51276         PERFORM  5000-RETAIN-ENTRY
S51276             THRU 5000-RETAIN-ENTRY-X
S51276         GO TO 2000-NEXT-ENTRY
S51276     END-IF.

           PERFORM  3000-GET-BANK-ACCOUNT
               THRU 3000-GET-BANK-ACCOUNT-X.

               WHEN RDSBQ-TYP-MATURITY
                   ADD 1                TO WS-MAT-CTR
               WHEN RDSBQ-TYP-PREM-REFUND
S51303         WHEN RDSBQ-TYP-CWA-REFUND
                   ADD 1                TO WS-RFND-CTR
               WHEN RDSBQ-TYP-ANNUITY-PAYMT
                   ADD 1                TO WS-ANNU-CTR
           EXIT.

      /
S51276*------------------------
S51276 2100-CHECK-ASSIGNMENT.
S51276*------------------------

S51276*
S51276*  MONEY DOES NOT LEAVE AN ASSIGNED POLICY WITHOUT THE
S51276*  ASSIGNEE'S CONSENT.
S51276*
S51276     MOVE RDSBQ-POL-ID            TO LASGC-POL-ID.
S51276     MOVE WGLOB-PROCESS-DATE      TO LASGC-EFF-DT.

S51276     CALL 'ZSRQASGC' USING WGLOB-GLOBAL-AREA
S51276                           LASGC-PARM-INFO
S51276         ON EXCEPTION
S51276             SET LASGC-PAYOUT-HELD TO TRUE
S51276     END-CALL.

S51276 2100-CHECK-ASSIGNMENT-X.
S51276     EXIT.

      /
      *------------------------
       3000-GET-BANK-ACCOUNT.
      *------------------------
      *  THE TRANSFER GOES TO THE ACCOUNT REGISTERED FOR THE
      *  POLICY'S PAYOR - THE SAME ACCOUNT THE PREMIUMS COME
      *  FROM.
S51306*  A DEATH CLAIM SHARE IS PAID TO THE BENEFICIARY NAMED ON THE
S51306*  ENTRY, TO THE FIRST ACCOUNT ON FILE FOR THAT CLIENT.
      *
S51306     IF  RDSBQ-PAYEE-CLI-ID NOT = SPACES
S51306         MOVE RDSBQ-PAYEE-CLI-ID  TO L2430-CLI-ID
S51306         PERFORM  5020-1000-BUILD-PARM-INFO
S51306             THRU 5020-1000-BUILD-PARM-INFO-X
S51306         MOVE RDSBQ-PAYEE-CLI-ID  TO L5020-CLI-ID
S51306         PERFORM  5020-3000-GET-ALL-BANKS
S51306             THRU 5020-3000-GET-ALL-BANKS-X
S51306         GO TO 3000-GET-BANK-ACCOUNT-X
S51306     END-IF.

           PERFORM  2430-1000-BUILD-PARM-INFO
               THRU 2430-1000-BUILD-PARM-INFO-X.


           ADD 1                        TO WS-XFER-CTR.

S51261*
S51261*  THE PAID REGISTER IS THE RECORD OF WHAT WAS ACTUALLY PAID,
S51261*  TO WHOM AND WHEN - THE STATUTORY PAYMENT RECORDS ARE BUILT
S51261*  FROM IT, NOT FROM THE QUEUE.
S51261*
S51261     MOVE SPACES                  TO RDSPD-SEQ-REC-INFO.
S51261     MOVE RDSBQ-POL-ID            TO RDSPD-POL-ID.
S51261     MOVE RDSBQ-DSBMT-TYP-CD      TO RDSPD-DSBMT-TYP-CD.
S51261     MOVE RDSBQ-DSBMT-AMT         TO RDSPD-DSBMT-AMT.
S51261     MOVE WGLOB-PROCESS-DATE      TO RDSPD-PAID-DT.
S51261     MOVE L2430-CLI-ID            TO RDSPD-PAYEE-CLI-ID.
S51261     MOVE RPOL-HLDR-CLI-ID        TO RDSPD-HLDR-CLI-ID.

S51277     PERFORM  4050-GET-PREM-BASIS
S51277         THRU 4050-GET-PREM-BASIS-X.

S51261     MOVE ZERO                    TO WDSPD-SEQ-FILE-STATUS.

S51261     WRITE RDSPD-SEQ-REC-INFO.

S51261     IF  WDSPD-SEQ-FILE-STATUS NOT = ZERO
S51261         PERFORM  9720-HANDLE-DSPD-ERROR
S51261             THRU 9720-HANDLE-DSPD-ERROR-X
S51261     END-IF.

S51275     PERFORM  4100-REGISTER-TRANSFER
S51275         THRU 4100-REGISTER-TRANSFER-X.

S51275     PERFORM  4200-RAISE-OS-DISB
S51275         THRU 4200-RAISE-OS-DISB-X.

       4000-WRITE-TRANSFER-X.
           EXIT.

      /
S51277*-----------------------
S51277 4050-GET-PREM-BASIS.
S51277*-----------------------

S51277*
S51277*  WHO PAID THE PREMIUMS DEPENDS ON WHO HELD THE POLICY WHEN -
S51277*  THE BASIS IS TAKEN AS IT STANDS ON THE DAY OF PAYMENT.  A
S51277*  BASIS THAT CANNOT BE HAD IS LEFT BLANK FOR THE YEAR-END
S51277*  RUN TO WORK OUT.
S51277*
S51277     MOVE RDSBQ-POL-ID            TO LHHSQ-POL-ID.
S51277     MOVE L2430-CLI-ID            TO LHHSQ-PAYEE-CLI-ID.

S51277     CALL 'ZSRQHHSQ' USING WGLOB-GLOBAL-AREA
S51277                           LHHSQ-PARM-INFO
S51277         ON EXCEPTION
S51277             SET LHHSQ-RETRN-ERROR TO TRUE
S51277     END-CALL.

S51277     IF  LHHSQ-RETRN-OK
S51277         MOVE LHHSQ-TOT-PREM-PD-AMT
S51277                                  TO RDSPD-TOT-PREM-PD-AMT
S51277         MOVE LHHSQ-PAYEE-PREM-PD-AMT
S51277                                  TO RDSPD-PAYEE-PREM-PD-AMT
S51277         MOVE LHHSQ-PAYER-CD      TO RDSPD-PAYER-CD
S51277     END-IF.

S51277 4050-GET-PREM-BASIS-X.
S51277     EXIT.

      /
S51275*--------------------------
S51275 4100-REGISTER-TRANSFER.
S51275*--------------------------

S51275*
S51275*  THE REGISTER ROW IS WHAT THE BANK'S RESULT FILE IS MATCHED
S51275*  BACK TO.  A SECOND TRANSFER FOR THE SAME POLICY ON THE SAME
S51275*  DAY TAKES THE NEXT SEQUENCE NUMBER.
S51275*
S51275     MOVE SPACES                  TO WBTRK-REC-INFO.
S51275     MOVE RDSBQ-POL-ID            TO WBTRK-POL-ID.
S51275     MOVE WGLOB-PROCESS-DATE      TO WBTRK-SEND-DT.
S51275     MOVE ZERO                    TO WBTRK-SEQ-NUM.
S51275     MOVE RDSBQ-DSBMT-TYP-CD      TO WBTRK-DSBMT-TYP-CD.
S51275     MOVE RDSBQ-DSBMT-AMT         TO WBTRK-DSBMT-AMT.
S51275     MOVE RM19B-SUNDRY-AMT        TO WBTRK-XFER-AMT.
S51275     MOVE RM19B-BANK-ID           TO WBTRK-BANK-ID.
S51275     MOVE RM19B-BANK-BRANCH-ID    TO WBTRK-BANK-BRANCH-ID.
S51275     MOVE RM19B-ACCT-NUM          TO WBTRK-ACCT-NUM.
S51275     MOVE L2430-CLI-ID            TO WBTRK-PAYEE-CLI-ID.
S51275     SET  WBTRK-STAT-SENT         TO TRUE.
S51275     MOVE WGLOB-PROCESS-DATE      TO WBTRK-XFER-STAT-DT.

S51275     MOVE '22'                    TO WBTRK-SEQ-FILE-STATUS.
S51275     PERFORM  4110-WRITE-BTRK
S51275         THRU 4110-WRITE-BTRK-X
S51275         UNTIL NOT WBTRK-IO-DUPKEY.

S51275     IF  NOT WBTRK-IO-OK
S51275         MOVE TFCMD-WRITE-RECORD  TO WBTRK-SEQ-IO-COMMAND
S51275         PERFORM  9730-HANDLE-BTRK-ERROR
S51275             THRU 9730-HANDLE-BTRK-ERROR-X
S51275     END-IF.

S51275 4100-REGISTER-TRANSFER-X.
S51275     EXIT.

S51275*-------------------
S51275 4110-WRITE-BTRK.
S51275*-------------------

S51275     ADD 1                        TO WBTRK-SEQ-NUM.
S51275     MOVE ZERO                    TO WBTRK-SEQ-FILE-STATUS.

S51275     WRITE WBTRK-REC-INFO
S51275         INVALID KEY
S51275             CONTINUE
S51275     END-WRITE.

S51275 4110-WRITE-BTRK-X.
S51275     EXIT.

      /
S51275*----------------------
S51275 4200-RAISE-OS-DISB.
S51275*----------------------

S51275*
S51275*  THE AMOUNT STAYS OUTSTANDING ON THE POLICY UNTIL ZSBMBTRT
S51275*  SEES THE BANK CONFIRM THE TRANSFER OR RETURN IT.
S51275*
S51275     MOVE RDSBQ-POL-ID            TO WPOL-POL-ID.
S51275     PERFORM  POL-1000-READ-FOR-UPDATE
S51275         THRU POL-1000-READ-FOR-UPDATE-X.

S51275     IF  NOT WPOL-IO-OK
S51275         GO TO 4200-RAISE-OS-DISB-X
S51275     END-IF.

S51275     ADD RDSBQ-DSBMT-AMT          TO RPOL-POL-OS-DISB-AMT.

S51275     EVALUATE TRUE
S51275         WHEN RDSBQ-TYP-MATURITY
S51275             ADD RDSBQ-DSBMT-AMT  TO RPOL-OS-DISB-MAT-AMT
S51275         WHEN RDSBQ-TYP-SURRENDER
S51275             ADD RDSBQ-DSBMT-AMT  TO RPOL-OS-DISB-SURR-AMT
S51275         WHEN RDSBQ-TYP-DEATH
S51275             ADD RDSBQ-DSBMT-AMT  TO RPOL-OS-DISB-DTH-AMT
S51275     END-EVALUATE.

S51275     PERFORM  POL-2000-REWRITE
S51275         THRU POL-2000-REWRITE-X.

S51275 4200-RAISE-OS-DISB-X.
S51275     EXIT.

      /
S51243*----------------------
S51243 5000-RETAIN-ENTRY.
           CLOSE DSBQ-DATA-FILE.
           CLOSE M19B-DATA-FILE.
S51243     CLOSE DSBO-DATA-FILE.
S51261     CLOSE DSPD-DATA-FILE.
S51275     CLOSE BTRK-FILE.

       9999-CLOSE-FILES-X.
           EXIT.
S51243 9710-HANDLE-DSBO-ERROR-X.
S51243     EXIT.

S51261*-------------------------
S51261 9720-HANDLE-DSPD-ERROR.
S51261*-------------------------

S51261     MOVE WDSPD-SEQ-FILE-NAME     TO WGLOB-TABLE-NAME.
S51261     MOVE WDSPD-SEQ-FILE-STATUS   TO WGLOB-SEQ-FILE-STATUS.
S51261     MOVE TFCMD-WRITE-RECORD      TO WGLOB-IO-COMMAND.
S51261     PERFORM 0030-3000-QSAM-ERROR
S51261        THRU 0030-3000-QSAM-ERROR-X.

S51261 9720-HANDLE-DSPD-ERROR-X.
S51261     EXIT.

S51275*-------------------------
S51275 9730-HANDLE-BTRK-ERROR.
S51275*-------------------------

S51275     MOVE WBTRK-SEQ-FILE-NAME     TO WGLOB-TABLE-NAME.
S51275     MOVE WBTRK-SEQ-FILE-STATUS   TO WGLOB-SEQ-FILE-STATUS.
S51275     MOVE WBTRK-SEQ-IO-COMMAND    TO WGLOB-IO-COMMAND.
S51275     PERFORM 0030-3000-QSAM-ERROR
S51275        THRU 0030-3000-QSAM-ERROR-X.

S51275 9730-HANDLE-BTRK-ERROR-X.
S51275     EXIT.

      /
       COPY XCPL0035.

       COPY CCPNMAST.
      /
       COPY CCPNPOL.
S51275 COPY CCPUPOL.
      /
       COPY CCPL2430.
       COPY CCPS2430.
