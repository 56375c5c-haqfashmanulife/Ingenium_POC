      *****************************************************************
      **  MEMBER :  ZSBMSHCH                                         **
      **  REMARKS:  YEAR-END STATUTORY PAYMENT RECORD (SHIHARAI      **
      **            CHOSHO) FILING.  READS THE PAID DISBURSEMENT     **
      **            REGISTER (ZCSRDSPD) THE ZSBMDSBD DRAIN APPENDS   **
      **            TO AND SELECTS EVERY REPORTABLE PAYMENT PAID IN  **
      **            THE TAX YEAR ON THE CONTROL CARD:                **
      **              - MATURITY, SURRENDER AND DEATH LUMP SUMS      **
      **              - ANNUITY INSTALMENTS ABOVE THE REPORTING      **
      **                THRESHOLD                                    **
S51309**              - CASH-BACK BONUSES LEFT ON DEPOSIT, TAKEN     **
S51309**                FROM THE DEPOSIT LEDGER ENTRIES (CBDH) ONCE  **
S51309**                THE REGISTER IS READ AND FILED FOR THE YEAR  **
S51309**                THEY FELL DUE                                **
      **            THE PAYEE'S MY NUMBER IS TAKEN FROM THE TAXN     **
      **            MASTER THROUGH THE ZSRQMYNO SERVICE ONLY.  THE   **
S51277**            PREMIUMS-PAID BASIS AND THE PREMIUM PAYER COME   **
S51277**            FROM THE POLICYHOLDER HISTORY, THE               **
S51277**            POLICYHOLDER/PAYEE RELATIONSHIP FROM THE         **
S51277**            REGISTER.  REPORTABLE                            **
      **            PAYMENTS ARE WRITTEN TO THE FILING FILE          **
      **            (ZCSRSHCH); A PAYEE WITH NO NUMBER ON FILE GOES  **
      **            TO THE EXCEPTION LIST (ZCSRSHEX) INSTEAD.  THE   **
      **            CONTROL REPORT GIVES COUNTS AND AMOUNTS BY       **
      **            PAYMENT TYPE.                                    **
      **                                                            **
      **  CLASS  :  PD                                              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51261**  15OCT26  CTS    INITIAL VERSION                            **
S51277**  15OCT26  CTS    PREMIUMS-PAID BASIS TAKEN FROM THE PAID    **
S51277**                  REGISTER, OR FROM THE POLICYHOLDER HISTORY **
S51277**                  (ZSRQHHSQ) FOR OLDER ROWS; THE PREMIUM     **
S51277**                  PAYER AND THE PREMIUMS THE PAYEE PAID AS   **
S51277**                  HOLDER ARE REPORTED ON THE DETAIL          **
S51309**  15OCT26  CTS    CASH-BACK BONUSES LEFT ON DEPOSIT FILED    **
S51309**                  FROM THE DEPOSIT LEDGER IN THE YEAR THEY   **
S51309**                  FELL DUE                                   **
      *****************************************************************

       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.    ZSBMSHCH.

       COPY XCWWCRHT.
      /
       ENVIRONMENT DIVISION.
      *************************

       CONFIGURATION SECTION.
      /
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DSPD-DATA-FILE ASSIGN TO ZSDSPD
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WDSPD-SEQ-FILE-STATUS.

           SELECT SHCH-DATA-FILE ASSIGN TO ZSSHCH
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WSHCH-SEQ-FILE-STATUS.

           SELECT SHEX-DATA-FILE ASSIGN TO ZSSHEX
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WSHEX-SEQ-FILE-STATUS.

S51309     COPY CCFHCBDH.

       DATA DIVISION.

       FILE SECTION.

       FD  DSPD-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRDSPD.

       FD  SHCH-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRSHCH.

       FD  SHEX-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRSHEX.

S51309 COPY CCFWCBDH.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMSHCH'.

       COPY SQLCA.

       01  WDSPD-SEQ-IO-WORK-AREA.
           05  WDSPD-SEQ-FILE-NAME          PIC X(04)
                                            VALUE 'DSPD'.
           05  WDSPD-SEQ-IO-COMMAND         PIC X(02).
           05  WDSPD-SEQ-FILE-STATUS        PIC X(02).
           05  WDSPD-SEQ-IO-STATUS          PIC 9(01).
               88  WDSPD-SEQ-IO-OK          VALUE 0.
               88  WDSPD-SEQ-IO-EOF         VALUE 8.
               88  WDSPD-SEQ-IO-ERROR       VALUE 9.

       01  WSHCH-SEQ-IO-WORK-AREA.
           05  WSHCH-SEQ-FILE-NAME          PIC X(04)
                                            VALUE 'SHCH'.
           05  WSHCH-SEQ-FILE-STATUS        PIC X(02).

       01  WSHEX-SEQ-IO-WORK-AREA.
           05  WSHEX-SEQ-FILE-NAME          PIC X(04)
                                            VALUE 'SHEX'.
           05  WSHEX-SEQ-FILE-STATUS        PIC X(02).

S51309 COPY CCWWCBDL.

      ****************************************************************
      *    CONTROL CARD - TAX YEAR AND ANNUITY REPORTING THRESHOLD
      *    (WHOLE YEN; ZERO TAKES THE STATUTORY 200,000)
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-TAX-YR                       PIC 9(04).
           02  CR-ANNU-THRSHLD-AMT             PIC 9(09).
           02  FILLER                          PIC X(60).

       01  WS-WORK-AREA.
           05  WS-ANNU-THRSHLD-AMT       PIC 9(11)V99 VALUE ZERO.
           05  WS-PREM-PD-AMT            PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
S51277     05  WS-PAYEE-PREM-PD-AMT      PIC S9(13)V99 COMP-3
S51277                                              VALUE ZERO.
S51277     05  WS-PAYER-CD               PIC X(01)  VALUE SPACES.
S51277         88  WS-PAYER-SELF                    VALUE 'S'.
S51277         88  WS-PAYER-OTHER                   VALUE 'O'.
S51277         88  WS-PAYER-MIXED                   VALUE 'M'.
           05  WS-REPORT-SW              PIC X(01)  VALUE 'N'.
               88  WS-REPORTABLE                    VALUE 'Y'.
               88  WS-NOT-REPORTABLE                VALUE 'N'.
           05  WS-HLDR-KANA-NM           PIC X(40)  VALUE SPACES.
S51309     05  WS-SRC-SW                 PIC X(01)  VALUE 'R'.
S51309         88  WS-SRC-PAID-REG                  VALUE 'R'.
S51309         88  WS-SRC-DPOS-LDGR                 VALUE 'D'.

       01  WS-REPORT-TOTALS.
           05  WS-READ-CTR             PIC S9(07) COMP-3 VALUE +0.
           05  WS-FILED-CTR            PIC S9(07) COMP-3 VALUE +0.
           05  WS-FILED-AMT            PIC S9(13) COMP-3 VALUE +0.
           05  WS-MAT-CTR              PIC S9(07) COMP-3 VALUE +0.
           05  WS-MAT-AMT              PIC S9(13) COMP-3 VALUE +0.
           05  WS-SURR-CTR             PIC S9(07) COMP-3 VALUE +0.
           05  WS-SURR-AMT             PIC S9(13) COMP-3 VALUE +0.
           05  WS-DTH-CTR              PIC S9(07) COMP-3 VALUE +0.
           05  WS-DTH-AMT              PIC S9(13) COMP-3 VALUE +0.
           05  WS-ANNU-CTR             PIC S9(07) COMP-3 VALUE +0.
           05  WS-ANNU-AMT             PIC S9(13) COMP-3 VALUE +0.
S51309     05  WS-CBDP-CTR             PIC S9(07) COMP-3 VALUE +0.
S51309     05  WS-CBDP-AMT             PIC S9(13) COMP-3 VALUE +0.
S51309     05  WS-DPOS-READ-CTR        PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXCPT-CTR            PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXCPT-AMT            PIC S9(13) COMP-3 VALUE +0.

       01  WS-HEADING-LINE.
           05  FILLER     VALUE SPACES      PIC X(20).
           05  FILLER                       PIC X(30)
                   VALUE 'STATUTORY PAYMENT RECORDS - TA'.
           05  FILLER                       PIC X(09)
                   VALUE 'X YEAR   '.
           05  WS-HDG-TAX-YR                PIC 9(04).

       01  WS-EXCPT-PRINT-LINE.
           05  FILLER     VALUE SPACES      PIC X(04).
           05  FILLER                       PIC X(14)
                          VALUE 'NO MY NUMBER: '.
           05  WS-EX-CLI-ID                 PIC X(10).
           05  FILLER     VALUE SPACES      PIC X(02).
           05  WS-EX-POL-ID                 PIC X(10).
           05  FILLER     VALUE SPACES      PIC X(02).
           05  WS-EX-TYP-CD                 PIC X(02).
           05  FILLER     VALUE SPACES      PIC X(02).
           05  WS-EX-PMT-DT                 PIC X(10).
           05  FILLER     VALUE SPACES      PIC X(02).
           05  WS-EX-AMT                    PIC Z(10)9.99.

       01  WS-TYPE-TOTAL-LINE.
           05  FILLER     VALUE SPACES      PIC X(04).
           05  WS-TOT-DESC                  PIC X(30).
           05  WS-TOT-CTR                   PIC ZZZ,ZZ9.
           05  FILLER     VALUE SPACES      PIC X(04).
           05  WS-TOT-AMT                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

       01  WS-EOJ-LINE.
           05  FILLER     VALUE SPACES      PIC X(45).
           05  FILLER                       PIC X(21)
                   VALUE '*** END OF REPORT ***'.

      /
       COPY XCWL0035.

       COPY CCWL0010.
       COPY CCWL0950.
      /
       COPY CCFWMAST.
       COPY CCFRMAST.
      /
       COPY CCFWPOL.
       COPY CCFRPOL.
      /
       COPY CCFWCLI.
       COPY CCFRCLI.
      /
       COPY CCWLMYNO.
S51277 COPY CCWLHHSQ.
      /
       COPY XCSWOCF.
       COPY XCSROCF.
      /
       COPY XCSWBCF.
       COPY XCSRBCF.
      /
       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.
      /
       COPY XCWTFCMD.
      /
       COPY XCWL0040.
      /
       COPY XCWL1670.
       COPY XCWL1660.
       COPY XCWL1680.
      /
       COPY XCWLDTLK.
      /
       COPY XCWWWKDT.
      /
       COPY CCWWCCC.
      /
       COPY CCWLPGA.
      /
       PROCEDURE DIVISION.
      *************************

      *----------------
       0000-MAIN-LINE.
      *----------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  2000-PROCESS-PAYMENT
               THRU 2000-PROCESS-PAYMENT-X
               UNTIL WDSPD-SEQ-IO-EOF.

           PERFORM  7000-WRITE-TRAILER
               THRU 7000-WRITE-TRAILER-X.

           PERFORM  8000-PRINT-STATS
               THRU 8000-PRINT-STATS-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           PERFORM  0035-1000-COMMIT
               THRU 0035-1000-COMMIT-X.

           STOP RUN.

       0000-MAIN-LINE-X.
           EXIT.

      /
      *----------------
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           MOVE ZERO TO WDSPD-SEQ-IO-STATUS.
           OPEN INPUT DSPD-DATA-FILE.
           IF  WDSPD-SEQ-FILE-STATUS = '35'
S51309         SET  WS-SRC-DPOS-LDGR    TO TRUE
           ELSE
               IF  WDSPD-SEQ-FILE-STATUS NOT = ZERO
                   PERFORM  9700-HANDLE-DSPD-ERROR
                       THRU 9700-HANDLE-DSPD-ERROR-X
               END-IF
           END-IF.

           OPEN OUTPUT SHCH-DATA-FILE.
           IF  WSHCH-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9710-HANDLE-SHCH-ERROR
                   THRU 9710-HANDLE-SHCH-ERROR-X
           END-IF.

           OPEN OUTPUT SHEX-DATA-FILE.
           IF  WSHEX-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9720-HANDLE-SHEX-ERROR
                   THRU 9720-HANDLE-SHEX-ERROR-X
           END-IF.

S51309*
S51309*  NO DEPOSIT LEDGER YET MEANS NO BONUS HAS BEEN LEFT ON
S51309*  DEPOSIT - NOTHING MORE TO FILE.
S51309*
S51309     OPEN INPUT CBDH-FILE.
S51309     IF  WCBDH-IO-NOFILE
S51309         MOVE '10'                TO WCBDH-SEQ-FILE-STATUS
S51309     ELSE
S51309         IF  NOT WCBDH-IO-OK
S51309             MOVE TFCMD-OPEN-I-FILE
S51309                                  TO WCBDH-SEQ-IO-COMMAND
S51309             PERFORM  9730-HANDLE-CBDH-ERROR
S51309                 THRU 9730-HANDLE-CBDH-ERROR-X
S51309         END-IF
S51309         MOVE LOW-VALUES          TO WCBDH-KEY
S51309         START CBDH-FILE
S51309             KEY IS GREATER THAN WCBDH-KEY
S51309             INVALID KEY
S51309                 MOVE '10'        TO WCBDH-SEQ-FILE-STATUS
S51309         END-START
S51309     END-IF.

       0100-OPEN-FILES-X.
           EXIT.

      /
      *----------------
       0200-INITIALIZE.
      *----------------

           PERFORM  CCC-1000-PRCES-CO-CTL-CARD
               THRU CCC-1000-PRCES-CO-CTL-CARD-X.

           PERFORM  BCF-1000-READ
               THRU BCF-1000-READ-X.

           IF  WBCF-SEQ-IO-EOF
      *MSG: (S) MISSING STATUTORY PAYMENT RECORD TAX YEAR CONTROL CARD
               MOVE 'ZSSHCH0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           IF  CR-TAX-YR NOT NUMERIC
           OR  CR-TAX-YR = ZERO
      *MSG: (S) STATUTORY PAYMENT RECORD TAX YEAR NOT VALID
               MOVE 'ZSSHCH0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           IF  CR-ANNU-THRSHLD-AMT NUMERIC
           AND CR-ANNU-THRSHLD-AMT > ZERO
               MOVE CR-ANNU-THRSHLD-AMT TO WS-ANNU-THRSHLD-AMT
           ELSE
               MOVE 200000              TO WS-ANNU-THRSHLD-AMT
           END-IF.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

           PERFORM  0950-0000-INIT-PARM-INFO
               THRU 0950-0000-INIT-PARM-INFO-X.
           PERFORM  0950-1000-GET-COMPANY-NAME
               THRU 0950-1000-GET-COMPANY-NAME-X.

           MOVE 'ZSBMSHCH'         TO WGLOB-USER-ID.
           MOVE CR-TAX-YR          TO WS-HDG-TAX-YR.
           MOVE 'INGENIUM'         TO L0040-SYSTEM-ID.
           MOVE L0950-COMPANY-NAME TO L0040-COMPANY-NAME.
           MOVE ZERO               TO L0040-ERROR-CNT.
           MOVE SPACES             TO L0040-PROGRAM-DESC.
           MOVE SPACES             TO L0040-HDG-LINE-3.
           MOVE WS-HEADING-LINE    TO L0040-HDG-LINE-3.

           PERFORM  0040-1000-INIT-TITLE
               THRU 0040-1000-INIT-TITLE-X.

           PERFORM  1000-WRITE-HEADER
               THRU 1000-WRITE-HEADER-X.

           IF  NOT WDSPD-SEQ-IO-EOF
               PERFORM  9500-DSPD-READ
                   THRU 9500-DSPD-READ-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.

      /
      *-------------------
       1000-WRITE-HEADER.
      *-------------------

           MOVE SPACES                  TO RSHCH-SEQ-REC-INFO.
           SET  RSHCH-REC-HEADER        TO TRUE.
           MOVE CR-TAX-YR               TO RSHCH-TAX-YR.
           MOVE L0950-COMPANY-NAME      TO RSHCH-PAYER-CO-NM.
           MOVE WGLOB-PROCESS-DATE      TO RSHCH-CRTE-DT.

           PERFORM  9600-WRITE-SHCH
               THRU 9600-WRITE-SHCH-X.

       1000-WRITE-HEADER-X.
           EXIT.

      /
      *----------------------
       2000-PROCESS-PAYMENT.
      *----------------------

S51309     IF  WS-SRC-DPOS-LDGR
S51309         ADD 1                    TO WS-DPOS-READ-CTR
S51309     ELSE
S51309         ADD 1                    TO WS-READ-CTR
S51309     END-IF.

           PERFORM  2100-CHECK-REPORTABLE
               THRU 2100-CHECK-REPORTABLE-X.

           IF  WS-NOT-REPORTABLE
               GO TO 2000-NEXT-PAYMENT
           END-IF.

      *
      *  THE NUMBER IS ONLY EVER OBTAINED THROUGH ZSRQMYNO - THE
      *  SERVICE LOGS THE RETRIEVAL AGAINST THIS RUN.
      *
           INITIALIZE LMYNO-PARM-INFO.
           SET  LMYNO-FUNCTION-UNMASKED TO TRUE.
           MOVE RDSPD-PAYEE-CLI-ID      TO LMYNO-CLI-ID.
           MOVE 'STATUTORY PAYMENT RECORD'
                                        TO LMYNO-ACCS-RSN-TXT.
           SET  LMYNO-RETRN-ERROR       TO TRUE.

           CALL 'ZSRQMYNO' USING WGLOB-GLOBAL-AREA
                                 LMYNO-PARM-INFO
               ON EXCEPTION
                   SET LMYNO-RETRN-ERROR
                                        TO TRUE
           END-CALL.

           IF  LMYNO-RETRN-NOTFND
           OR  (LMYNO-RETRN-OK
           AND  LMYNO-MYNO-FULL = SPACES)
               MOVE SPACES              TO RSHEX-SEQ-REC-INFO
               SET  RSHEX-RSN-NO-MYNO   TO TRUE
               PERFORM  5000-WRITE-EXCEPTION
                   THRU 5000-WRITE-EXCEPTION-X
               GO TO 2000-NEXT-PAYMENT
           END-IF.

           IF  NOT LMYNO-RETRN-OK
      *MSG: (S) MY NUMBER SERVICE FAILED - FILING NOT COMPLETE
               MOVE 'ZSSHCH0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           MOVE RDSPD-PAYEE-CLI-ID      TO WCLI-CLI-ID.
           PERFORM  CLI-1000-READ
               THRU CLI-1000-READ-X.

           IF  NOT WCLI-IO-OK
               MOVE SPACES              TO RSHEX-SEQ-REC-INFO
               SET  RSHEX-RSN-NO-CLIENT TO TRUE
               PERFORM  5000-WRITE-EXCEPTION
                   THRU 5000-WRITE-EXCEPTION-X
               GO TO 2000-NEXT-PAYMENT
           END-IF.

           PERFORM  3000-BUILD-DETAIL
               THRU 3000-BUILD-DETAIL-X.

           PERFORM  9600-WRITE-SHCH
               THRU 9600-WRITE-SHCH-X.

           PERFORM  4000-ACCUMULATE
               THRU 4000-ACCUMULATE-X.

       2000-NEXT-PAYMENT.

           PERFORM  9500-DSPD-READ
               THRU 9500-DSPD-READ-X.

       2000-PROCESS-PAYMENT-X.
           EXIT.

      /
      *-----------------------
       2100-CHECK-REPORTABLE.
      *-----------------------

      *
      *  LOANS AND PREMIUM REFUNDS ARE NEVER REPORTABLE; ANNUITY
      *  INSTALMENTS ONLY ABOVE THE THRESHOLD.
      *
           SET WS-NOT-REPORTABLE        TO TRUE.

           IF  RDSPD-PAID-YR NOT = CR-TAX-YR
               GO TO 2100-CHECK-REPORTABLE-X
           END-IF.

           EVALUATE TRUE
               WHEN RDSPD-TYP-MATURITY
               WHEN RDSPD-TYP-SURRENDER
               WHEN RDSPD-TYP-DEATH
                   SET WS-REPORTABLE    TO TRUE
               WHEN RDSPD-TYP-ANNUITY-PAYMT
                   IF  RDSPD-DSBMT-AMT > WS-ANNU-THRSHLD-AMT
                       SET WS-REPORTABLE
                                        TO TRUE
                   END-IF
S51309*
S51309*  A BONUS LEFT ON DEPOSIT IS FILED FROM THE LEDGER IN THE YEAR
S51309*  IT FELL DUE; THE LATER PAYMENT OF THE DEPOSIT ON THE
S51309*  REGISTER IS NOT FILED AGAIN.
S51309*
S51309         WHEN RDSPD-TYP-CBB-DEPOSIT
S51309             IF  WS-SRC-DPOS-LDGR
S51309                 SET WS-REPORTABLE
S51309                                  TO TRUE
S51309             END-IF
           END-EVALUATE.

       2100-CHECK-REPORTABLE-X.
           EXIT.

      /
      *-------------------
       3000-BUILD-DETAIL.
      *-------------------

           MOVE SPACES                  TO RSHCH-SEQ-REC-INFO.
           SET  RSHCH-REC-DETAIL        TO TRUE.
           MOVE CR-TAX-YR               TO RSHCH-TAX-YR.
           MOVE RDSPD-DSBMT-TYP-CD      TO RSHCH-PMT-TYP-CD.
           MOVE LMYNO-MYNO-FULL         TO RSHCH-PAYEE-MYNO.
           MOVE RCLI-KANA-NM            TO RSHCH-PAYEE-KANA-NM.
           MOVE RCLI-KANJI-NM           TO RSHCH-PAYEE-KANJI-NM.
           MOVE RCLI-POST-CD            TO RSHCH-PAYEE-POST-CD.
           MOVE RCLI-ADDR-TXT           TO RSHCH-PAYEE-ADDR-TXT.
           MOVE RDSPD-POL-ID            TO RSHCH-POL-ID.
           MOVE RDSPD-PAID-DT           TO RSHCH-PMT-DT.
           MOVE RDSPD-DSBMT-AMT         TO RSHCH-PMT-AMT.

      *
      *  THE CLEAR NUMBER IS NOT KEPT ONCE IT IS ON THE RECORD.
      *
           MOVE SPACES                  TO LMYNO-MYNO-FULL.

           IF  RDSPD-HLDR-CLI-ID = RDSPD-PAYEE-CLI-ID
               SET  RSHCH-HLDR-IS-PAYEE TO TRUE
               MOVE RCLI-KANA-NM        TO RSHCH-HLDR-KANA-NM
           ELSE
               SET  RSHCH-HLDR-NOT-PAYEE
                                        TO TRUE
               MOVE RDSPD-HLDR-CLI-ID   TO WCLI-CLI-ID
               PERFORM  CLI-1000-READ
                   THRU CLI-1000-READ-X
               IF  WCLI-IO-OK
                   MOVE RCLI-KANA-NM    TO RSHCH-HLDR-KANA-NM
               END-IF
           END-IF.

           PERFORM  3100-CALC-PREM-PAID
               THRU 3100-CALC-PREM-PAID-X.

           MOVE WS-PREM-PD-AMT          TO RSHCH-PREM-PD-AMT.
S51277     MOVE WS-PAYEE-PREM-PD-AMT    TO RSHCH-PAYEE-PREM-PD-AMT.

S51277*
S51277*  WITH NO BASIS TO GO ON THE HOLDER AT PAYMENT IS TAKEN AS
S51277*  THE PAYER.
S51277*
S51277     EVALUATE TRUE
S51277         WHEN WS-PAYER-SELF
S51277             SET RSHCH-PAYER-IS-PAYEE
S51277                                  TO TRUE
S51277         WHEN WS-PAYER-MIXED
S51277             SET RSHCH-PAYER-SHARED
S51277                                  TO TRUE
S51277         WHEN WS-PAYER-OTHER
S51277             SET RSHCH-PAYER-NOT-PAYEE
S51277                                  TO TRUE
S51277         WHEN RSHCH-HLDR-IS-PAYEE
S51277             SET RSHCH-PAYER-IS-PAYEE
S51277                                  TO TRUE
S51277             MOVE WS-PREM-PD-AMT  TO RSHCH-PAYEE-PREM-PD-AMT
S51277         WHEN OTHER
S51277             SET RSHCH-PAYER-NOT-PAYEE
S51277                                  TO TRUE
S51277     END-EVALUATE.

       3000-BUILD-DETAIL-X.
           EXIT.

      /
      *---------------------
       3100-CALC-PREM-PAID.
      *---------------------

S51277*
S51277*  PREMIUMS-PAID BASIS - AS CARRIED ON THE PAID REGISTER ON
S51277*  THE DAY OF PAYMENT.  A ROW PAID BEFORE THE BASIS WAS
S51277*  CARRIED HAS IT WORKED OUT NOW FROM THE POLICYHOLDER
S51277*  HISTORY: THE PREMIUMS PAID TO DATE AND THE PART OF THEM
S51277*  THE PAYEE PAID WHILE HOLDING THE POLICY.
S51277*
S51277     MOVE ZERO                    TO WS-PREM-PD-AMT
S51277                                     WS-PAYEE-PREM-PD-AMT.
S51277     MOVE SPACES                  TO WS-PAYER-CD.

S51277     IF  RDSPD-PAYER-CD NOT = SPACES
S51277         MOVE RDSPD-TOT-PREM-PD-AMT
S51277                                  TO WS-PREM-PD-AMT
S51277         MOVE RDSPD-PAYEE-PREM-PD-AMT
S51277                                  TO WS-PAYEE-PREM-PD-AMT
S51277         MOVE RDSPD-PAYER-CD      TO WS-PAYER-CD
S51277         GO TO 3100-CALC-PREM-PAID-X
S51277     END-IF.

S51277     MOVE RDSPD-POL-ID            TO LHHSQ-POL-ID.
S51277     MOVE RDSPD-PAYEE-CLI-ID      TO LHHSQ-PAYEE-CLI-ID.

S51277     CALL 'ZSRQHHSQ' USING WGLOB-GLOBAL-AREA
S51277                           LHHSQ-PARM-INFO
S51277         ON EXCEPTION
S51277             SET LHHSQ-RETRN-ERROR TO TRUE
S51277     END-CALL.

S51277     IF  LHHSQ-RETRN-OK
S51277         MOVE LHHSQ-TOT-PREM-PD-AMT
S51277                                  TO WS-PREM-PD-AMT
S51277         MOVE LHHSQ-PAYEE-PREM-PD-AMT
S51277                                  TO WS-PAYEE-PREM-PD-AMT
S51277         MOVE LHHSQ-PAYER-CD      TO WS-PAYER-CD
S51277     END-IF.

       3100-CALC-PREM-PAID-X.
           EXIT.

      /
      *-----------------
       4000-ACCUMULATE.
      *-----------------

           ADD 1                        TO WS-FILED-CTR.
           ADD RSHCH-PMT-AMT            TO WS-FILED-AMT.

           EVALUATE TRUE
               WHEN RDSPD-TYP-MATURITY
                   ADD 1                TO WS-MAT-CTR
                   ADD RSHCH-PMT-AMT    TO WS-MAT-AMT
               WHEN RDSPD-TYP-SURRENDER
                   ADD 1                TO WS-SURR-CTR
                   ADD RSHCH-PMT-AMT    TO WS-SURR-AMT
               WHEN RDSPD-TYP-DEATH
                   ADD 1                TO WS-DTH-CTR
                   ADD RSHCH-PMT-AMT    TO WS-DTH-AMT
               WHEN RDSPD-TYP-ANNUITY-PAYMT
                   ADD 1                TO WS-ANNU-CTR
                   ADD RSHCH-PMT-AMT    TO WS-ANNU-AMT
S51309         WHEN RDSPD-TYP-CBB-DEPOSIT
S51309             ADD 1                TO WS-CBDP-CTR
S51309             ADD RSHCH-PMT-AMT    TO WS-CBDP-AMT
           END-EVALUATE.

       4000-ACCUMULATE-X.
           EXIT.

      /
      *----------------------
       5000-WRITE-EXCEPTION.
      *----------------------

           MOVE CR-TAX-YR               TO RSHEX-TAX-YR.
           MOVE RDSPD-PAYEE-CLI-ID      TO RSHEX-PAYEE-CLI-ID.
           MOVE RDSPD-POL-ID            TO RSHEX-POL-ID.
           MOVE RDSPD-DSBMT-TYP-CD      TO RSHEX-PMT-TYP-CD.
           MOVE RDSPD-PAID-DT           TO RSHEX-PMT-DT.
           MOVE RDSPD-DSBMT-AMT         TO RSHEX-PMT-AMT.

           MOVE ZERO                    TO WSHEX-SEQ-FILE-STATUS.

           WRITE RSHEX-SEQ-REC-INFO.

           IF  WSHEX-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9720-HANDLE-SHEX-ERROR
                   THRU 9720-HANDLE-SHEX-ERROR-X
           END-IF.

           ADD 1                        TO WS-EXCPT-CTR.
           ADD RDSPD-DSBMT-AMT          TO WS-EXCPT-AMT.

           MOVE RDSPD-PAYEE-CLI-ID      TO WS-EX-CLI-ID.
           MOVE RDSPD-POL-ID            TO WS-EX-POL-ID.
           MOVE RDSPD-DSBMT-TYP-CD      TO WS-EX-TYP-CD.
           MOVE RDSPD-PAID-DT           TO WS-EX-PMT-DT.
           MOVE RDSPD-DSBMT-AMT         TO WS-EX-AMT.

           MOVE SPACES                  TO L0040-INPUT-LINE.
           MOVE WS-EXCPT-PRINT-LINE     TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

       5000-WRITE-EXCEPTION-X.
           EXIT.

      /
      *--------------------
       7000-WRITE-TRAILER.
      *--------------------

           MOVE SPACES                  TO RSHCH-SEQ-REC-INFO.
           SET  RSHCH-REC-TRAILER       TO TRUE.
           MOVE CR-TAX-YR               TO RSHCH-TAX-YR.
           MOVE WS-FILED-CTR            TO RSHCH-TOT-REC-CNT.
           MOVE WS-FILED-AMT            TO RSHCH-TOT-PMT-AMT.

           PERFORM  9600-WRITE-SHCH
               THRU 9600-WRITE-SHCH-X.

       7000-WRITE-TRAILER-X.
           EXIT.

      /
      *------------------
       8000-PRINT-STATS.
      *------------------

           MOVE SPACES                  TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

           MOVE 'MATURITY LUMP SUMS FILED:     ' TO WS-TOT-DESC.
           MOVE WS-MAT-CTR              TO WS-TOT-CTR.
           MOVE WS-MAT-AMT              TO WS-TOT-AMT.
           PERFORM  8100-WRITE-TOTAL-LINE
               THRU 8100-WRITE-TOTAL-LINE-X.

           MOVE 'SURRENDER LUMP SUMS FILED:    ' TO WS-TOT-DESC.
           MOVE WS-SURR-CTR             TO WS-TOT-CTR.
           MOVE WS-SURR-AMT             TO WS-TOT-AMT.
           PERFORM  8100-WRITE-TOTAL-LINE
               THRU 8100-WRITE-TOTAL-LINE-X.

           MOVE 'DEATH BENEFITS FILED:         ' TO WS-TOT-DESC.
           MOVE WS-DTH-CTR              TO WS-TOT-CTR.
           MOVE WS-DTH-AMT              TO WS-TOT-AMT.
           PERFORM  8100-WRITE-TOTAL-LINE
               THRU 8100-WRITE-TOTAL-LINE-X.

           MOVE 'ANNUITY INSTALMENTS FILED:    ' TO WS-TOT-DESC.
           MOVE WS-ANNU-CTR             TO WS-TOT-CTR.
           MOVE WS-ANNU-AMT             TO WS-TOT-AMT.
           PERFORM  8100-WRITE-TOTAL-LINE
               THRU 8100-WRITE-TOTAL-LINE-X.

S51309     MOVE 'CBB LEFT ON DEPOSIT FILED:    ' TO WS-TOT-DESC.
S51309     MOVE WS-CBDP-CTR             TO WS-TOT-CTR.
S51309     MOVE WS-CBDP-AMT             TO WS-TOT-AMT.
S51309     PERFORM  8100-WRITE-TOTAL-LINE
S51309         THRU 8100-WRITE-TOTAL-LINE-X.

           MOVE 'TOTAL RECORDS FILED:          ' TO WS-TOT-DESC.
           MOVE WS-FILED-CTR            TO WS-TOT-CTR.
           MOVE WS-FILED-AMT            TO WS-TOT-AMT.
           PERFORM  8100-WRITE-TOTAL-LINE
               THRU 8100-WRITE-TOTAL-LINE-X.

           MOVE 'NO MY NUMBER - NOT FILED:     ' TO WS-TOT-DESC.
           MOVE WS-EXCPT-CTR            TO WS-TOT-CTR.
           MOVE WS-EXCPT-AMT            TO WS-TOT-AMT.
           PERFORM  8100-WRITE-TOTAL-LINE
               THRU 8100-WRITE-TOTAL-LINE-X.

           MOVE 'PAID REGISTER ENTRIES READ:   ' TO WS-TOT-DESC.
           MOVE WS-READ-CTR             TO WS-TOT-CTR.
           MOVE ZERO                    TO WS-TOT-AMT.
           PERFORM  8100-WRITE-TOTAL-LINE
               THRU 8100-WRITE-TOTAL-LINE-X.

S51309     MOVE 'DEPOSITS READ FROM LEDGER:    ' TO WS-TOT-DESC.
S51309     MOVE WS-DPOS-READ-CTR        TO WS-TOT-CTR.
S51309     MOVE ZERO                    TO WS-TOT-AMT.
S51309     PERFORM  8100-WRITE-TOTAL-LINE
S51309         THRU 8100-WRITE-TOTAL-LINE-X.

           MOVE SPACES                  TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

           MOVE SPACES                  TO L0040-INPUT-LINE.
           MOVE WS-EOJ-LINE             TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

       8000-PRINT-STATS-X.
           EXIT.

      *-----------------------
       8100-WRITE-TOTAL-LINE.
      *-----------------------

           MOVE SPACES                  TO L0040-INPUT-LINE.
           MOVE WS-TYPE-TOTAL-LINE      TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

       8100-WRITE-TOTAL-LINE-X.
           EXIT.
      /
      *------------------
       9999-CLOSE-FILES.
      *------------------

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           CLOSE DSPD-DATA-FILE.
           CLOSE SHCH-DATA-FILE.
           CLOSE SHEX-DATA-FILE.
S51309     CLOSE CBDH-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-DSPD-READ.
      *----------------

S51309     IF  WS-SRC-DPOS-LDGR
S51309         PERFORM  9510-CBDH-READ-DEPOSIT
S51309             THRU 9510-CBDH-READ-DEPOSIT-X
S51309         GO TO 9500-DSPD-READ-X
S51309     END-IF.

           MOVE ZERO                   TO WDSPD-SEQ-IO-STATUS.

           READ DSPD-DATA-FILE
                AT END
S51309            SET  WS-SRC-DPOS-LDGR TO TRUE
S51309            PERFORM  9510-CBDH-READ-DEPOSIT
S51309                THRU 9510-CBDH-READ-DEPOSIT-X
                  GO TO 9500-DSPD-READ-X.

           IF  WDSPD-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9700-HANDLE-DSPD-ERROR
                   THRU 9700-HANDLE-DSPD-ERROR-X
           END-IF.

       9500-DSPD-READ-X.
           EXIT.

S51309*------------------------
S51309 9510-CBDH-READ-DEPOSIT.
S51309*------------------------

S51309*
S51309*  THE NEXT BONUS LEFT ON DEPOSIT THAT FELL DUE IN THE TAX YEAR,
S51309*  PRESENTED AS A PAID REGISTER ROW SO THE FILING LOGIC TREATS
S51309*  IT LIKE ANY OTHER PAYMENT.  THE PAYEE IS THE HOLDER THE BONUS
S51309*  FELL DUE TO.  THE REGISTER IS AT END, SO ITS RECORD AREA IS
S51309*  FREE TO USE.
S51309*
S51309     MOVE ZERO                   TO WDSPD-SEQ-IO-STATUS.

S51309     PERFORM  9520-CBDH-READ-NEXT
S51309         THRU 9520-CBDH-READ-NEXT-X.

S51309     PERFORM  9520-CBDH-READ-NEXT
S51309         THRU 9520-CBDH-READ-NEXT-X
S51309         UNTIL NOT WCBDH-IO-OK
S51309         OR    (WCBDH-TYP-DEPOSIT
S51309         AND    WCBDH-EFF-DT (1:4) = CR-TAX-YR).

S51309     IF  NOT WCBDH-IO-OK
S51309         MOVE 8                  TO WDSPD-SEQ-IO-STATUS
S51309         GO TO 9510-CBDH-READ-DEPOSIT-X
S51309     END-IF.

S51309     MOVE SPACES                 TO RDSPD-SEQ-REC-INFO.
S51309     MOVE WCBDH-POL-ID           TO RDSPD-POL-ID.
S51309     SET  RDSPD-TYP-CBB-DEPOSIT  TO TRUE.
S51309     MOVE WCBDH-ENTRY-AMT        TO RDSPD-DSBMT-AMT.
S51309     MOVE WCBDH-EFF-DT           TO RDSPD-PAID-DT.
S51309     MOVE WCBDH-HLDR-CLI-ID      TO RDSPD-PAYEE-CLI-ID
S51309                                    RDSPD-HLDR-CLI-ID.
S51309     MOVE ZERO                   TO RDSPD-TOT-PREM-PD-AMT
S51309                                    RDSPD-PAYEE-PREM-PD-AMT.

S51309 9510-CBDH-READ-DEPOSIT-X.
S51309     EXIT.

S51309*---------------------
S51309 9520-CBDH-READ-NEXT.
S51309*---------------------

S51309     IF  NOT WCBDH-IO-OK
S51309         GO TO 9520-CBDH-READ-NEXT-X
S51309     END-IF.

S51309     READ CBDH-FILE NEXT
S51309         AT END
S51309             MOVE '10'           TO WCBDH-SEQ-FILE-STATUS
S51309     END-READ.

S51309     IF  NOT WCBDH-IO-OK
S51309     AND NOT WCBDH-IO-EOF
S51309         MOVE TFCMD-READNEXT-RECORD
S51309                                 TO WCBDH-SEQ-IO-COMMAND
S51309         PERFORM  9730-HANDLE-CBDH-ERROR
S51309             THRU 9730-HANDLE-CBDH-ERROR-X
S51309     END-IF.

S51309 9520-CBDH-READ-NEXT-X.
S51309     EXIT.

      *-----------------
       9600-WRITE-SHCH.
      *-----------------

           MOVE ZERO                    TO WSHCH-SEQ-FILE-STATUS.

           WRITE RSHCH-SEQ-REC-INFO.

           IF  WSHCH-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9710-HANDLE-SHCH-ERROR
                   THRU 9710-HANDLE-SHCH-ERROR-X
           END-IF.

       9600-WRITE-SHCH-X.
           EXIT.

      *-------------------------
       9700-HANDLE-DSPD-ERROR.
      *-------------------------

           MOVE WDSPD-SEQ-FILE-NAME     TO WGLOB-TABLE-NAME.
           MOVE WDSPD-SEQ-FILE-STATUS   TO WGLOB-SEQ-FILE-STATUS.
           MOVE TFCMD-READNEXT-RECORD   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-DSPD-ERROR-X.
           EXIT.

      *-------------------------
       9710-HANDLE-SHCH-ERROR.
      *-------------------------

           MOVE WSHCH-SEQ-FILE-NAME     TO WGLOB-TABLE-NAME.
           MOVE WSHCH-SEQ-FILE-STATUS   TO WGLOB-SEQ-FILE-STATUS.
           MOVE TFCMD-WRITE-RECORD      TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-SHCH-ERROR-X.
           EXIT.

      *-------------------------
       9720-HANDLE-SHEX-ERROR.
      *-------------------------

           MOVE WSHEX-SEQ-FILE-NAME     TO WGLOB-TABLE-NAME.
           MOVE WSHEX-SEQ-FILE-STATUS   TO WGLOB-SEQ-FILE-STATUS.
           MOVE TFCMD-WRITE-RECORD      TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9720-HANDLE-SHEX-ERROR-X.
           EXIT.

S51309*-------------------------
S51309 9730-HANDLE-CBDH-ERROR.
S51309*-------------------------

S51309     MOVE WCBDH-SEQ-FILE-NAME     TO WGLOB-TABLE-NAME.
S51309     MOVE WCBDH-SEQ-FILE-STATUS   TO WGLOB-SEQ-FILE-STATUS.
S51309     MOVE WCBDH-SEQ-IO-COMMAND    TO WGLOB-IO-COMMAND.
S51309     PERFORM 0030-3000-QSAM-ERROR
S51309        THRU 0030-3000-QSAM-ERROR-X.

S51309 9730-HANDLE-CBDH-ERROR-X.
S51309     EXIT.

      /
       COPY XCPL0035.

       COPY CCPL0010.
       COPY CCPS0010.
       COPY CCPL0950.
       COPY CCPS0950.
       COPY CCPPCCC.
      /
       COPY XCPLOCF.
       COPY XCPOOCF.
      /
       COPY XCPLBCF.
       COPY XCPOBCF.
       COPY XCPNBCF.
      /
       COPY XCPL0040.
      /
       COPY XCPL0260.
      /
       COPY XCPL1660.
       COPY XCPL1680.
      /
       COPY CCPNMAST.
      /
       COPY CCPNPOL.
      /
       COPY CCPNCLI.
      /
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMSHCH                     **
      *****************************************************************
