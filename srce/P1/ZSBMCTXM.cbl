      *****************************************************************
      **  MEMBER :  ZSBMCTXM                                         **
      **  REMARKS:  ELECTRONIC PREMIUM-DEDUCTION CERTIFICATES.  THE  **
      **            E-TAX OUTPUT MODE OF THE YEAR-END CERTIFICATE    **
      **            RUN.  READS THE CERTIFICATE EXTRACT (ZCSRCTCE)   **
      **            CUT BY ZSBMCTCX, TAKEN IN CLIENT / TAX YEAR      **
      **            ORDER, AND FOR EVERY CLIENT OPTED IN ON THE ECOP **
      **            MASTER BUILDS ONE NTA-FORMAT XML DOCUMENT PER    **
      **            TAX YEAR CARRYING ALL OF THE CLIENT'S GENERAL    **
      **            AND NURSING CERTIFICATES, THROUGH THE XSDU0008   **
      **            BUILDER.  THE DOCUMENTS GO TO ZCSRCTXM FOR THE   **
      **            MY NUMBER PORTAL UPLOAD; EACH CERTIFICATE SO     **
      **            ISSUED IS ENTERED ON THE DELIVERY REGISTER       **
      **            (ECIR) SO RECONCILIATION AND REPRINT KNOW IT     **
      **            WENT OUT ELECTRONICALLY.  CLIENTS NOT OPTED IN   **
      **            ARE LEFT TO THE PRINTED CERTIFICATE.             **
      **                                                            **
      **  DOMAIN :  PO                                              **
      **  CLASS  :  PD                                              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51262**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.    ZSBMCTXM.

       COPY XCWWCRHT.
      /
       ENVIRONMENT DIVISION.
      *************************

       CONFIGURATION SECTION.
      /
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CTCE-DATA-FILE ASSIGN TO ZSCTCE
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCTCE-SEQ-FILE-STATUS.

           SELECT CTXM-DATA-FILE ASSIGN TO ZSCTXM
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCTXM-SEQ-FILE-STATUS.

           COPY CCFHECOP.

           COPY CCFHECIR.

       DATA DIVISION.

       FILE SECTION.

       FD  CTCE-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCTCE.

       FD  CTXM-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCTXM.

       COPY CCFWECOP.

       COPY CCFWECIR.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMCTXM'.

       COPY SQLCA.

       01  WCTCE-SEQ-IO-WORK-AREA.
           05  WCTCE-SEQ-FILE-NAME          PIC X(04)
                                            VALUE 'CTCE'.
           05  WCTCE-SEQ-IO-COMMAND         PIC X(02).
           05  WCTCE-SEQ-FILE-STATUS        PIC X(02).
           05  WCTCE-SEQ-IO-STATUS          PIC 9(01).
               88  WCTCE-SEQ-IO-OK          VALUE 0.
               88  WCTCE-SEQ-IO-EOF         VALUE 8.
               88  WCTCE-SEQ-IO-ERROR       VALUE 9.

       01  WCTXM-SEQ-IO-WORK-AREA.
           05  WCTXM-SEQ-FILE-NAME          PIC X(04)
                                            VALUE 'CTXM'.
           05  WCTXM-SEQ-FILE-STATUS        PIC X(02).

       COPY CCWWECOP.

       COPY CCWWECIR.

      ****************************************************************
      *    CONTROL CARD - TAX YEAR (ZERO TAKES THE PROCESS YEAR)
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-TAX-YR                       PIC 9(04).
           02  FILLER                          PIC X(69).

       01  WS-WORK-AREA.
           05  WS-TAX-YR                 PIC 9(04)  VALUE ZERO.
           05  WS-ECOP-SW                PIC X(01)  VALUE 'Y'.
               88  WS-ECOP-PRESENT                  VALUE 'Y'.
               88  WS-ECOP-ABSENT                   VALUE 'N'.
           05  WS-BUILD-SW               PIC X(01)  VALUE 'Y'.
               88  WS-BUILD-OK                      VALUE 'Y'.
               88  WS-BUILD-FAILED                  VALUE 'N'.
           05  WS-GRP-CLI-ID             PIC X(10)  VALUE SPACES.
           05  WS-GRP-TAX-YR             PIC 9(04)  VALUE ZERO.
           05  WS-GRP-PREM-AMT           PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-DOC-ID.
               10  FILLER                PIC X(04)  VALUE 'ECRT'.
               10  WS-DOC-TAX-YR         PIC 9(04).
               10  WS-DOC-CLI-ID         PIC X(10).
               10  WS-DOC-SEQ-NUM        PIC 9(02)  VALUE 1.
           05  WS-SEG-NUM                PIC 9(03)  VALUE ZERO.
           05  WS-SEG-STRT-POS           PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-SEG-LEN                PIC S9(09) COMP-3 VALUE ZERO.
           05  WS-AMT-NUM                PIC 9(11)  VALUE ZERO.
           05  WS-AMT-LEAD-CNT           PIC S9(04) COMP VALUE ZERO.
           05  WS-CNT-NUM                PIC 9(05)  VALUE ZERO.

      *
      *  THE CERTIFICATES OF ONE CLIENT FOR ONE TAX YEAR.
      *
       01  WS-CERT-TABLE.
           05  WS-CERT-CNT               PIC S9(04) COMP VALUE ZERO.
           05  WS-CERT-MAX               PIC S9(04) COMP VALUE +99.
           05  WS-CERT-SUB               PIC S9(04) COMP VALUE ZERO.
           05  WS-CERT-OVFL-SW           PIC X(01)  VALUE 'N'.
               88  WS-CERT-OVERFLOW                 VALUE 'Y'.
               88  WS-CERT-NO-OVERFLOW              VALUE 'N'.
           05  WS-CERT-ENTRY             OCCURS 99 TIMES.
               10  WS-CERT-POL-ID        PIC X(10).
               10  WS-CERT-TYP-CD        PIC X(01).
                   88  WS-CERT-GENERAL              VALUE 'G'.
                   88  WS-CERT-NURSING              VALUE 'N'.
               10  WS-CERT-PREM-AMT      PIC 9(11)V99.

       01  WS-REPORT-TOTALS.
           05  WS-CERT-READ-CTR        PIC S9(07) COMP-3 VALUE +0.
           05  WS-CLI-CTR              PIC S9(07) COMP-3 VALUE +0.
           05  WS-DOC-CTR              PIC S9(07) COMP-3 VALUE +0.
           05  WS-ECERT-CTR            PIC S9(07) COMP-3 VALUE +0.
           05  WS-PAPER-CLI-CTR        PIC S9(07) COMP-3 VALUE +0.
           05  WS-OTH-YR-CTR           PIC S9(07) COMP-3 VALUE +0.
           05  WS-ERROR-CTR            PIC S9(07) COMP-3 VALUE +0.

       01  WS-HEADING-LINE.
           05  FILLER     VALUE SPACES      PIC X(20).
           05  FILLER                       PIC X(30)
                   VALUE 'ELECTRONIC DEDUCTION CERTIFICA'.
           05  FILLER                       PIC X(14)
                   VALUE 'TES  TAX YEAR '.
           05  WS-HDG-TAX-YR                PIC 9(04).

       01  WS-DETAIL-PRINT-LINE.
           05  FILLER     VALUE SPACES      PIC X(04).
           05  FILLER                       PIC X(08)
                          VALUE 'CLIENT: '.
           05  WS-DTL-CLI-ID                PIC X(10).
           05  FILLER     VALUE SPACES      PIC X(02).
           05  FILLER                       PIC X(07)
                          VALUE 'CERTS: '.
           05  WS-DTL-CERT-CNT              PIC ZZ9.
           05  FILLER     VALUE SPACES      PIC X(02).
           05  WS-DTL-DISP-TXT              PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER     VALUE SPACES      PIC X(04).
           05  WS-TOT-DESC                  PIC X(34).
           05  WS-TOT-CTR                   PIC ZZZ,ZZ9.

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
       COPY CCFWCLI.
       COPY CCFRCLI.
      /
       COPY XCWL0008.

       COPY XCWLBUFR.
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

           PERFORM  2000-PROCESS-CLIENT
               THRU 2000-PROCESS-CLIENT-X
               UNTIL WCTCE-SEQ-IO-EOF.

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

           MOVE ZERO TO WCTCE-SEQ-IO-STATUS.
           OPEN INPUT CTCE-DATA-FILE.
           IF  WCTCE-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9700-HANDLE-CTCE-ERROR
                   THRU 9700-HANDLE-CTCE-ERROR-X
           END-IF.

           OPEN OUTPUT CTXM-DATA-FILE.
           IF  WCTXM-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9710-HANDLE-CTXM-ERROR
                   THRU 9710-HANDLE-CTXM-ERROR-X
           END-IF.

      *
      *  NO OPT-IN MASTER YET MEANS NOBODY HAS OPTED IN - EVERY
      *  CERTIFICATE STAYS ON PAPER.
      *
           OPEN INPUT ECOP-FILE.
           IF  WECOP-IO-NOFILE
               SET WS-ECOP-ABSENT       TO TRUE
           ELSE
               IF  NOT WECOP-IO-OK
                   PERFORM  9720-HANDLE-ECOP-ERROR
                       THRU 9720-HANDLE-ECOP-ERROR-X
               END-IF
           END-IF.

           OPEN I-O ECIR-FILE.
           IF  WECIR-IO-NOFILE
               OPEN OUTPUT ECIR-FILE
               CLOSE ECIR-FILE
               OPEN I-O ECIR-FILE
           END-IF.
           IF  NOT WECIR-IO-OK
               PERFORM  9730-HANDLE-ECIR-ERROR
                   THRU 9730-HANDLE-ECIR-ERROR-X
           END-IF.

       0100-OPEN-FILES-X.
           EXIT.

      /
      *----------------
       0200-INITIALIZE.
      *----------------

           PERFORM  CCC-1000-PRCES-CO-CTL-CARD
               THRU CCC-1000-PRCES-CO-CTL-CARD-X.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

           MOVE WGLOB-PROCESS-DATE-YR   TO WS-TAX-YR.

           PERFORM  BCF-1000-READ
               THRU BCF-1000-READ-X.
           IF  WBCF-SEQ-IO-OK
               MOVE RBCF-SEQ-REC-INFO   TO WS-CONTROL-RECORD
               IF  CR-TAX-YR NUMERIC
               AND CR-TAX-YR > ZERO
                   MOVE CR-TAX-YR       TO WS-TAX-YR
               END-IF
           END-IF.

           PERFORM  0950-0000-INIT-PARM-INFO
               THRU 0950-0000-INIT-PARM-INFO-X.
           PERFORM  0950-1000-GET-COMPANY-NAME
               THRU 0950-1000-GET-COMPANY-NAME-X.

           MOVE 'ZSBMCTXM'         TO WGLOB-USER-ID.
           MOVE WS-TAX-YR          TO WS-HDG-TAX-YR.
           MOVE 'INGENIUM'         TO L0040-SYSTEM-ID.
           MOVE L0950-COMPANY-NAME TO L0040-COMPANY-NAME.
           MOVE ZERO               TO L0040-ERROR-CNT.
           MOVE SPACES             TO L0040-PROGRAM-DESC.
           MOVE SPACES             TO L0040-HDG-LINE-3.
           MOVE WS-HEADING-LINE    TO L0040-HDG-LINE-3.

           PERFORM  0040-1000-INIT-TITLE
               THRU 0040-1000-INIT-TITLE-X.

           PERFORM  9500-CTCE-READ
               THRU 9500-CTCE-READ-X.

       0200-INITIALIZE-X.
           EXIT.

      /
      *---------------------
       2000-PROCESS-CLIENT.
      *---------------------

           MOVE RCTCE-CLI-ID            TO WS-GRP-CLI-ID.
           MOVE RCTCE-TAX-YR            TO WS-GRP-TAX-YR.
           MOVE ZERO                    TO WS-CERT-CNT.
           MOVE ZERO                    TO WS-GRP-PREM-AMT.
           SET  WS-CERT-NO-OVERFLOW     TO TRUE.

           PERFORM  2100-LOAD-CERT
               THRU 2100-LOAD-CERT-X
               UNTIL WCTCE-SEQ-IO-EOF
               OR    RCTCE-CLI-ID NOT = WS-GRP-CLI-ID
               OR    RCTCE-TAX-YR NOT = WS-GRP-TAX-YR.

           IF  WS-GRP-TAX-YR NOT = WS-TAX-YR
               ADD WS-CERT-CNT          TO WS-OTH-YR-CTR
               GO TO 2000-PROCESS-CLIENT-X
           END-IF.

           ADD 1                        TO WS-CLI-CTR.
           MOVE WS-GRP-CLI-ID           TO WS-DTL-CLI-ID.
           MOVE WS-CERT-CNT             TO WS-DTL-CERT-CNT.

           PERFORM  2200-CHECK-OPT-IN
               THRU 2200-CHECK-OPT-IN-X.

           IF  NOT WECOP-ECERT-OPTED-IN
               ADD 1                    TO WS-PAPER-CLI-CTR
               GO TO 2000-PROCESS-CLIENT-X
           END-IF.

      *
      *  A CLIENT WITH MORE CERTIFICATES THAN ONE DOCUMENT HOLDS IS
      *  LEFT ON PAPER RATHER THAN SENT AN INCOMPLETE DOCUMENT.
      *
           IF  WS-CERT-OVERFLOW
               ADD 1                    TO WS-ERROR-CTR
               ADD 1                    TO WS-PAPER-CLI-CTR
               MOVE 'TOO MANY CERTIFICATES - PAPER'
                                        TO WS-DTL-DISP-TXT
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 2000-PROCESS-CLIENT-X
           END-IF.

           MOVE WS-GRP-CLI-ID           TO WCLI-CLI-ID.
           PERFORM  CLI-1000-READ
               THRU CLI-1000-READ-X.
           IF  NOT WCLI-IO-OK
               MOVE SPACES              TO RCLI-REC-INFO
           END-IF.

           MOVE WS-GRP-TAX-YR           TO WS-DOC-TAX-YR.
           MOVE WS-GRP-CLI-ID           TO WS-DOC-CLI-ID.

           PERFORM  3000-BUILD-DOCUMENT
               THRU 3000-BUILD-DOCUMENT-X.

           IF  WS-BUILD-FAILED
               ADD 1                    TO WS-ERROR-CTR
               ADD 1                    TO WS-PAPER-CLI-CTR
               MOVE 'XML BUILD FAILED - PAPER     '
                                        TO WS-DTL-DISP-TXT
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 2000-PROCESS-CLIENT-X
           END-IF.

           PERFORM  4000-WRITE-DOCUMENT
               THRU 4000-WRITE-DOCUMENT-X.

           PERFORM  5000-REGISTER-CERT
               THRU 5000-REGISTER-CERT-X
               VARYING WS-CERT-SUB FROM 1 BY 1
               UNTIL   WS-CERT-SUB > WS-CERT-CNT.

           ADD 1                        TO WS-DOC-CTR.
           ADD WS-CERT-CNT              TO WS-ECERT-CTR.
           MOVE 'ISSUED ELECTRONICALLY        '
                                        TO WS-DTL-DISP-TXT.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2000-PROCESS-CLIENT-X.
           EXIT.

      /
      *----------------
       2100-LOAD-CERT.
      *----------------

           ADD 1                        TO WS-CERT-READ-CTR.

           IF  WS-CERT-CNT < WS-CERT-MAX
               ADD 1                    TO WS-CERT-CNT
               MOVE RCTCE-POL-ID        TO WS-CERT-POL-ID (WS-CERT-CNT)
               MOVE RCTCE-CERT-TYP-CD   TO WS-CERT-TYP-CD (WS-CERT-CNT)
               IF  RCTCE-CERT-PREM-AMT NUMERIC
                   MOVE RCTCE-CERT-PREM-AMT
                                   TO WS-CERT-PREM-AMT (WS-CERT-CNT)
               ELSE
                   MOVE ZERO       TO WS-CERT-PREM-AMT (WS-CERT-CNT)
               END-IF
               ADD WS-CERT-PREM-AMT (WS-CERT-CNT)
                                        TO WS-GRP-PREM-AMT
           ELSE
               SET WS-CERT-OVERFLOW     TO TRUE
           END-IF.

           PERFORM  9500-CTCE-READ
               THRU 9500-CTCE-READ-X.

       2100-LOAD-CERT-X.
           EXIT.

      *-------------------
       2200-CHECK-OPT-IN.
      *-------------------

           MOVE SPACES                  TO WECOP-REC-INFO.

           IF  WS-ECOP-ABSENT
               GO TO 2200-CHECK-OPT-IN-X
           END-IF.

           MOVE WS-GRP-CLI-ID           TO WECOP-CLI-ID.

           READ ECOP-FILE
               INVALID KEY
                   MOVE '23' TO WECOP-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WECOP-IO-OK
               MOVE SPACES              TO WECOP-ECERT-OPT-CD
           END-IF.

       2200-CHECK-OPT-IN-X.
           EXIT.

      /
      *------------------------
       3000-BUILD-DOCUMENT.
      *------------------------

           SET  WS-BUILD-OK             TO TRUE.

           INITIALIZE LBUFR-BUFFER-WORK-AREA.
           MOVE ZERO                    TO LBUFR-BUFFER-LEN.

           MOVE SPACES                  TO L0008-PARM-INFO.
           SET  L0008-OUT-FRMT-XML      TO TRUE.
           SET  L0008-XML-DECL-REQUIRED TO TRUE.

           SET  L0008-RQST-INITIALIZE   TO TRUE.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-START-TAG    TO TRUE.
           MOVE 'DeductionCertificate'  TO L0008-XML-ELEMENT.
           MOVE +20                     TO L0008-XML-ELEMENT-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-ELEMENT-VALUE
                                        TO TRUE.
           MOVE 'DocumentId'            TO L0008-XML-ELEMENT.
           MOVE +10                     TO L0008-XML-ELEMENT-LEN.
           MOVE WS-DOC-ID               TO L0008-XML-DATA-VALUE.
           MOVE +20                     TO L0008-XML-DATA-VALUE-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-ELEMENT-VALUE
                                        TO TRUE.
           MOVE 'TaxYear'               TO L0008-XML-ELEMENT.
           MOVE +7                      TO L0008-XML-ELEMENT-LEN.
           MOVE WS-GRP-TAX-YR           TO L0008-XML-DATA-VALUE.
           MOVE +4                      TO L0008-XML-DATA-VALUE-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-ELEMENT-VALUE
                                        TO TRUE.
           MOVE 'IssueDate'             TO L0008-XML-ELEMENT.
           MOVE +9                      TO L0008-XML-ELEMENT-LEN.
           MOVE WGLOB-PROCESS-DATE      TO L0008-XML-DATA-VALUE.
           MOVE +10                     TO L0008-XML-DATA-VALUE-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

      *
      *  THE INSURER.
      *
           SET  L0008-RQST-START-TAG    TO TRUE.
           MOVE 'Insurer'               TO L0008-XML-ELEMENT.
           MOVE +7                      TO L0008-XML-ELEMENT-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-ELEMENT-VALUE
                                        TO TRUE.
           MOVE 'Name'                  TO L0008-XML-ELEMENT.
           MOVE +4                      TO L0008-XML-ELEMENT-LEN.
           MOVE L0950-COMPANY-NAME      TO L0008-XML-DATA-VALUE.
           MOVE ZERO                    TO L0008-XML-DATA-VALUE-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-END-TAG      TO TRUE.
           MOVE 'Insurer'               TO L0008-XML-ELEMENT.
           MOVE +7                      TO L0008-XML-ELEMENT-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

      *
      *  THE POLICYHOLDER THE DEDUCTION IS CERTIFIED TO.
      *
           SET  L0008-RQST-START-TAG    TO TRUE.
           MOVE 'Policyholder'          TO L0008-XML-ELEMENT.
           MOVE +12                     TO L0008-XML-ELEMENT-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-ELEMENT-VALUE
                                        TO TRUE.
           MOVE 'ClientId'              TO L0008-XML-ELEMENT.
           MOVE +8                      TO L0008-XML-ELEMENT-LEN.
           MOVE WS-GRP-CLI-ID           TO L0008-XML-DATA-VALUE.
           MOVE +10                     TO L0008-XML-DATA-VALUE-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-ELEMENT-VALUE
                                        TO TRUE.
           MOVE 'Name'                  TO L0008-XML-ELEMENT.
           MOVE +4                      TO L0008-XML-ELEMENT-LEN.
           MOVE RCLI-KANJI-NM           TO L0008-XML-DATA-VALUE.
           MOVE ZERO                    TO L0008-XML-DATA-VALUE-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-ELEMENT-VALUE
                                        TO TRUE.
           MOVE 'NameKana'              TO L0008-XML-ELEMENT.
           MOVE +8                      TO L0008-XML-ELEMENT-LEN.
           MOVE RCLI-KANA-NM            TO L0008-XML-DATA-VALUE.
           MOVE ZERO                    TO L0008-XML-DATA-VALUE-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-ELEMENT-VALUE
                                        TO TRUE.
           MOVE 'PostalCode'            TO L0008-XML-ELEMENT.
           MOVE +10                     TO L0008-XML-ELEMENT-LEN.
           MOVE RCLI-POST-CD            TO L0008-XML-DATA-VALUE.
           MOVE ZERO                    TO L0008-XML-DATA-VALUE-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-ELEMENT-VALUE
                                        TO TRUE.
           MOVE 'Address'               TO L0008-XML-ELEMENT.
           MOVE +7                      TO L0008-XML-ELEMENT-LEN.
           MOVE RCLI-ADDR-TXT           TO L0008-XML-DATA-VALUE.
           MOVE ZERO                    TO L0008-XML-DATA-VALUE-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-END-TAG      TO TRUE.
           MOVE 'Policyholder'          TO L0008-XML-ELEMENT.
           MOVE +12                     TO L0008-XML-ELEMENT-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           PERFORM  3100-ADD-CERT
               THRU 3100-ADD-CERT-X
               VARYING WS-CERT-SUB FROM 1 BY 1
               UNTIL   WS-CERT-SUB > WS-CERT-CNT.

           SET  L0008-RQST-ELEMENT-VALUE
                                        TO TRUE.
           MOVE 'CertificateCount'      TO L0008-XML-ELEMENT.
           MOVE +16                     TO L0008-XML-ELEMENT-LEN.
           MOVE WS-CERT-CNT             TO WS-AMT-NUM.
           PERFORM  3800-EDIT-AMOUNT
               THRU 3800-EDIT-AMOUNT-X.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-ELEMENT-VALUE
                                        TO TRUE.
           MOVE 'TotalCertifiedPremium' TO L0008-XML-ELEMENT.
           MOVE +21                     TO L0008-XML-ELEMENT-LEN.
           MOVE WS-GRP-PREM-AMT         TO WS-AMT-NUM.
           PERFORM  3800-EDIT-AMOUNT
               THRU 3800-EDIT-AMOUNT-X.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-END-TAG      TO TRUE.
           MOVE 'DeductionCertificate'  TO L0008-XML-ELEMENT.
           MOVE +20                     TO L0008-XML-ELEMENT-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-QUICK-END    TO TRUE.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

       3000-BUILD-DOCUMENT-X.
           EXIT.

      *---------------
       3100-ADD-CERT.
      *---------------

           SET  L0008-RQST-START-TAG    TO TRUE.
           MOVE 'Certificate'           TO L0008-XML-ELEMENT.
           MOVE +11                     TO L0008-XML-ELEMENT-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-ELEMENT-VALUE
                                        TO TRUE.
           MOVE 'PolicyNumber'          TO L0008-XML-ELEMENT.
           MOVE +12                     TO L0008-XML-ELEMENT-LEN.
           MOVE WS-CERT-POL-ID (WS-CERT-SUB)
                                        TO L0008-XML-DATA-VALUE.
           MOVE ZERO                    TO L0008-XML-DATA-VALUE-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-ELEMENT-VALUE
                                        TO TRUE.
           MOVE 'DeductionCategory'     TO L0008-XML-ELEMENT.
           MOVE +17                     TO L0008-XML-ELEMENT-LEN.
           IF  WS-CERT-NURSING (WS-CERT-SUB)
               MOVE 'NursingMedical'    TO L0008-XML-DATA-VALUE
               MOVE +14                 TO L0008-XML-DATA-VALUE-LEN
           ELSE
               MOVE 'GeneralLife'       TO L0008-XML-DATA-VALUE
               MOVE +11                 TO L0008-XML-DATA-VALUE-LEN
           END-IF.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-ELEMENT-VALUE
                                        TO TRUE.
           MOVE 'CertifiedPremium'      TO L0008-XML-ELEMENT.
           MOVE +16                     TO L0008-XML-ELEMENT-LEN.
           MOVE WS-CERT-PREM-AMT (WS-CERT-SUB)
                                        TO WS-AMT-NUM.
           PERFORM  3800-EDIT-AMOUNT
               THRU 3800-EDIT-AMOUNT-X.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

           SET  L0008-RQST-END-TAG      TO TRUE.
           MOVE 'Certificate'           TO L0008-XML-ELEMENT.
           MOVE +11                     TO L0008-XML-ELEMENT-LEN.
           PERFORM  3900-CALL-BUILDER
               THRU 3900-CALL-BUILDER-X.

       3100-ADD-CERT-X.
           EXIT.

      *------------------
       3800-EDIT-AMOUNT.
      *------------------

      *
      *  WHOLE YEN, NO LEADING ZEROS, AS THE NTA FORMAT WANTS IT.
      *
           MOVE ZERO                    TO WS-AMT-LEAD-CNT.
           INSPECT WS-AMT-NUM TALLYING WS-AMT-LEAD-CNT
               FOR LEADING '0'.

           IF  WS-AMT-LEAD-CNT = 11
               MOVE '0'                 TO L0008-XML-DATA-VALUE
               MOVE +1                  TO L0008-XML-DATA-VALUE-LEN
           ELSE
               COMPUTE L0008-XML-DATA-VALUE-LEN = 11 - WS-AMT-LEAD-CNT
               MOVE WS-AMT-NUM (WS-AMT-LEAD-CNT + 1:
                                L0008-XML-DATA-VALUE-LEN)
                                        TO L0008-XML-DATA-VALUE
           END-IF.

       3800-EDIT-AMOUNT-X.
           EXIT.

      *----------------------
       3900-CALL-BUILDER.
      *----------------------

           IF  WS-BUILD-FAILED
               GO TO 3900-CALL-BUILDER-X
           END-IF.

           CALL 'XSDU0008' USING WGLOB-GLOBAL-AREA
                                 L0008-PARM-INFO
                                 LBUFR-BUFFER-WORK-AREA
               ON EXCEPTION
                   SET L0008-RETRN-ERROR
                                        TO TRUE
           END-CALL.

           IF  NOT L0008-RETRN-OK
               SET WS-BUILD-FAILED      TO TRUE
           END-IF.

       3900-CALL-BUILDER-X.
           EXIT.

      /
      *---------------------
       4000-WRITE-DOCUMENT.
      *---------------------

           MOVE ZERO                    TO WS-SEG-NUM.
           MOVE 1                       TO WS-SEG-STRT-POS.

           PERFORM  4100-WRITE-SEGMENT
               THRU 4100-WRITE-SEGMENT-X
               UNTIL WS-SEG-STRT-POS > LBUFR-BUFFER-LEN.

       4000-WRITE-DOCUMENT-X.
           EXIT.

      *--------------------
       4100-WRITE-SEGMENT.
      *--------------------

           COMPUTE WS-SEG-LEN = LBUFR-BUFFER-LEN - WS-SEG-STRT-POS + 1.
           IF  WS-SEG-LEN > 1000
               MOVE 1000                TO WS-SEG-LEN
           END-IF.

           ADD 1                        TO WS-SEG-NUM.

           MOVE SPACES                  TO RCTXM-SEQ-REC-INFO.
           MOVE WS-DOC-ID               TO RCTXM-DOC-ID.
           MOVE WS-GRP-CLI-ID           TO RCTXM-CLI-ID.
           MOVE WS-GRP-TAX-YR           TO RCTXM-TAX-YR.
           MOVE WS-SEG-NUM              TO RCTXM-SEG-NUM.
           MOVE WS-SEG-LEN              TO RCTXM-SEG-LEN.
           MOVE LBUFR-BUFFER-TXT (WS-SEG-STRT-POS:WS-SEG-LEN)
                                        TO RCTXM-SEG-TXT.

           ADD WS-SEG-LEN               TO WS-SEG-STRT-POS.

           IF  WS-SEG-STRT-POS > LBUFR-BUFFER-LEN
               SET RCTXM-LAST-SEG       TO TRUE
           ELSE
               SET RCTXM-MORE-SEG       TO TRUE
           END-IF.

           MOVE ZERO                    TO WCTXM-SEQ-FILE-STATUS.

           WRITE RCTXM-SEQ-REC-INFO.

           IF  WCTXM-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9710-HANDLE-CTXM-ERROR
                   THRU 9710-HANDLE-CTXM-ERROR-X
           END-IF.

       4100-WRITE-SEGMENT-X.
           EXIT.

      /
      *--------------------
       5000-REGISTER-CERT.
      *--------------------

      *
      *  A RERUN FOR THE SAME YEAR REPLACES THE EARLIER ENTRY.
      *
           MOVE SPACES                  TO WECIR-REC-INFO.
           MOVE WS-CERT-POL-ID (WS-CERT-SUB)
                                        TO WECIR-POL-ID.
           MOVE WS-GRP-TAX-YR           TO WECIR-TAX-YR.
           MOVE WS-CERT-TYP-CD (WS-CERT-SUB)
                                        TO WECIR-CERT-TYP-CD.
           MOVE WS-GRP-CLI-ID           TO WECIR-CLI-ID.
           SET  WECIR-DLVR-ELECTRONIC   TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO WECIR-ISS-DT.
           MOVE WS-DOC-ID               TO WECIR-DOC-ID.
           MOVE WS-CERT-PREM-AMT (WS-CERT-SUB)
                                        TO WECIR-CERT-PREM-AMT.
           MOVE WGLOB-USER-ID           TO WECIR-LAST-CHG-USER-ID.
           MOVE WGLOB-PROCESS-DATE      TO WECIR-LAST-CHG-DT.

           WRITE WECIR-REC-INFO
               INVALID KEY
                   MOVE '22' TO WECIR-SEQ-FILE-STATUS
           END-WRITE.

           IF  WECIR-IO-DUPKEY
               REWRITE WECIR-REC-INFO
                   INVALID KEY
                       MOVE '99' TO WECIR-SEQ-FILE-STATUS
               END-REWRITE
           END-IF.

           IF  NOT WECIR-IO-OK
               PERFORM  9730-HANDLE-ECIR-ERROR
                   THRU 9730-HANDLE-ECIR-ERROR-X
           END-IF.

       5000-REGISTER-CERT-X.
           EXIT.

      /
      *------------------------
       8400-WRITE-DETAIL-LINE.
      *------------------------

           MOVE SPACES                  TO L0040-INPUT-LINE.
           MOVE WS-DETAIL-PRINT-LINE    TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

           MOVE SPACES                  TO WS-DTL-DISP-TXT.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.

      /
      *------------------
       8000-PRINT-STATS.
      *------------------

           MOVE SPACES                  TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

           MOVE 'CERTIFICATES READ:                ' TO WS-TOT-DESC.
           MOVE WS-CERT-READ-CTR        TO WS-TOT-CTR.
           PERFORM  8100-WRITE-TOTAL-LINE
               THRU 8100-WRITE-TOTAL-LINE-X.

           MOVE 'CERTIFICATES FOR OTHER TAX YEARS: ' TO WS-TOT-DESC.
           MOVE WS-OTH-YR-CTR           TO WS-TOT-CTR.
           PERFORM  8100-WRITE-TOTAL-LINE
               THRU 8100-WRITE-TOTAL-LINE-X.

           MOVE 'CLIENTS FOR THE TAX YEAR:         ' TO WS-TOT-DESC.
           MOVE WS-CLI-CTR              TO WS-TOT-CTR.
           PERFORM  8100-WRITE-TOTAL-LINE
               THRU 8100-WRITE-TOTAL-LINE-X.

           MOVE 'XML DOCUMENTS ISSUED:             ' TO WS-TOT-DESC.
           MOVE WS-DOC-CTR              TO WS-TOT-CTR.
           PERFORM  8100-WRITE-TOTAL-LINE
               THRU 8100-WRITE-TOTAL-LINE-X.

           MOVE 'CERTS ISSUED ELECTRONICALLY:      ' TO WS-TOT-DESC.
           MOVE WS-ECERT-CTR            TO WS-TOT-CTR.
           PERFORM  8100-WRITE-TOTAL-LINE
               THRU 8100-WRITE-TOTAL-LINE-X.

           MOVE 'CLIENTS LEFT ON PAPER:            ' TO WS-TOT-DESC.
           MOVE WS-PAPER-CLI-CTR        TO WS-TOT-CTR.
           PERFORM  8100-WRITE-TOTAL-LINE
               THRU 8100-WRITE-TOTAL-LINE-X.

           MOVE 'DOCUMENTS NOT BUILT (SEE ABOVE):  ' TO WS-TOT-DESC.
           MOVE WS-ERROR-CTR            TO WS-TOT-CTR.
           PERFORM  8100-WRITE-TOTAL-LINE
               THRU 8100-WRITE-TOTAL-LINE-X.

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
           MOVE WS-TOTAL-LINE           TO L0040-INPUT-LINE.
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

           CLOSE CTCE-DATA-FILE.
           CLOSE CTXM-DATA-FILE.
           IF  WS-ECOP-PRESENT
               CLOSE ECOP-FILE
           END-IF.
           CLOSE ECIR-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-CTCE-READ.
      *----------------

           MOVE ZERO                   TO WCTCE-SEQ-IO-STATUS.

           READ CTCE-DATA-FILE
                AT END
                  MOVE 8               TO WCTCE-SEQ-IO-STATUS
                  GO TO 9500-CTCE-READ-X.

           IF  WCTCE-SEQ-FILE-STATUS NOT = ZERO
               PERFORM  9700-HANDLE-CTCE-ERROR
                   THRU 9700-HANDLE-CTCE-ERROR-X
           END-IF.

       9500-CTCE-READ-X.
           EXIT.

      *-------------------------
       9700-HANDLE-CTCE-ERROR.
      *-------------------------

           MOVE WCTCE-SEQ-FILE-NAME     TO WGLOB-TABLE-NAME.
           MOVE WCTCE-SEQ-FILE-STATUS   TO WGLOB-SEQ-FILE-STATUS.
           MOVE TFCMD-READNEXT-RECORD   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-CTCE-ERROR-X.
           EXIT.

      *-------------------------
       9710-HANDLE-CTXM-ERROR.
      *-------------------------

           MOVE WCTXM-SEQ-FILE-NAME     TO WGLOB-TABLE-NAME.
           MOVE WCTXM-SEQ-FILE-STATUS   TO WGLOB-SEQ-FILE-STATUS.
           MOVE TFCMD-WRITE-RECORD      TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9710-HANDLE-CTXM-ERROR-X.
           EXIT.

      *-------------------------
       9720-HANDLE-ECOP-ERROR.
      *-------------------------

           MOVE WECOP-SEQ-FILE-NAME     TO WGLOB-TABLE-NAME.
           MOVE WECOP-SEQ-FILE-STATUS   TO WGLOB-SEQ-FILE-STATUS.
           MOVE TFCMD-READNEXT-RECORD   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9720-HANDLE-ECOP-ERROR-X.
           EXIT.

      *-------------------------
       9730-HANDLE-ECIR-ERROR.
      *-------------------------

           MOVE WECIR-SEQ-FILE-NAME     TO WGLOB-TABLE-NAME.
           MOVE WECIR-SEQ-FILE-STATUS   TO WGLOB-SEQ-FILE-STATUS.
           MOVE TFCMD-WRITE-RECORD      TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9730-HANDLE-ECIR-ERROR-X.
           EXIT.

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
       COPY CCPNCLI.
      /
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMCTXM                     **
      *****************************************************************
