      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51169**  23AUG26  CTS    INITIAL VERSION                            **
S51262**  15OCT26  CTS    SHOW THE DELIVERY CHANNEL (E-TAX XML OR    **
S51262**                  PAPER) OF EACH CERTIFICATE FROM THE ECIR   **
S51262**                  DELIVERY REGISTER, WITH CHANNEL TOTALS     **
      *****************************************************************

      **********************
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WTDHX-SEQ-FILE-STATUS.

S51262     COPY CCFHECIR.

      /
      ***************
       DATA DIVISION.

       COPY ZCSRTDHX.

S51262 COPY CCFWECIR.

      /
      *************************
       WORKING-STORAGE SECTION.
               88  WTDHX-SEQ-IO-EOF            VALUE 8.
               88  WTDHX-SEQ-IO-ERROR          VALUE 9.

S51262 COPY CCWWECIR.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-RECOMP-AMT             PIC S9(13)V99 COMP-3.
           05  WS-DIFF-AMT               PIC S9(13)V99 COMP-3.
S51262     05  WS-ECIR-SW                PIC X(01)  VALUE 'Y'.
S51262         88  WS-ECIR-PRESENT                  VALUE 'Y'.
S51262         88  WS-ECIR-ABSENT                   VALUE 'N'.
S51262     05  WS-DLVR-CHNL-TXT          PIC X(05).

       01  WS-REPORT-TOTALS.
           05  WS-CERT-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-MATCHED-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-MISMATCH-CNT         PIC S9(07) COMP-3 VALUE +0.
S51262     05  WS-ECERT-CNT            PIC S9(07) COMP-3 VALUE +0.
S51262     05  WS-PAPER-CNT            PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT HEADING AND DETAIL LINES
               VALUE '   RECEIPTED    '.
           03  FILLER                      PIC X(16)
               VALUE '   DIFFERENCE   '.
S51262     03  FILLER                      PIC X(07)
S51262         VALUE ' CHNL  '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-RECOMP-AMT                PIC Z(11)9.99.
           03  FILLER                      PIC X(01).
           03  P-DIFF-AMT                  PIC Z(11)9.99-.
S51262     03  FILLER                      PIC X(01).
S51262     03  P-DLVR-CHNL                 PIC X(05).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
               VALUE 'MISMATCHED: '.
           03  P-MISM-CNT-X                PIC ZZZZZZ9.

S51262 01  P-SUMMARY-LINE-2.
S51262     03  FILLER                      PIC X(01).
S51262     03  FILLER                      PIC X(24)
S51262         VALUE 'ISSUED AS E-TAX XML:    '.
S51262     03  P-ECERT-CNT-X               PIC ZZZZZZ9.
S51262     03  FILLER                      PIC X(04).
S51262     03  FILLER                      PIC X(10)
S51262         VALUE 'ON PAPER: '.
S51262     03  P-PAPER-CNT-X               PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.

           ADD 1                        TO WS-CERT-READ-CNT.

S51262     PERFORM  2300-GET-DLVR-CHNL
S51262         THRU 2300-GET-DLVR-CHNL-X.

           PERFORM  2200-RECOMPUTE-PREMIUM
               THRU 2200-RECOMPUTE-PREMIUM-X.


       2220-ACCUM-TDHX-X.
           EXIT.

S51262*---------------------
S51262 2300-GET-DLVR-CHNL.
S51262*---------------------

S51262*
S51262*  A CERTIFICATE ON THE DELIVERY REGISTER WENT OUT AS AN E-TAX
S51262*  XML DOCUMENT; ANY OTHER WAS PRINTED.
S51262*
S51262     MOVE 'PAPER'                 TO WS-DLVR-CHNL-TXT.

S51262     IF  WS-ECIR-ABSENT
S51262         ADD 1                    TO WS-PAPER-CNT
S51262         GO TO 2300-GET-DLVR-CHNL-X
S51262     END-IF.

S51262     MOVE RCTCE-POL-ID            TO WECIR-POL-ID.
S51262     MOVE RCTCE-TAX-YR            TO WECIR-TAX-YR.
S51262     MOVE RCTCE-CERT-TYP-CD       TO WECIR-CERT-TYP-CD.

S51262     READ ECIR-FILE
S51262         INVALID KEY
S51262             MOVE '23' TO WECIR-SEQ-FILE-STATUS
S51262     END-READ.

S51262     IF  WECIR-IO-OK
S51262     AND WECIR-DLVR-ELECTRONIC
S51262         MOVE 'E-TAX'             TO WS-DLVR-CHNL-TXT
S51262         ADD 1                    TO WS-ECERT-CNT
S51262     ELSE
S51262         ADD 1                    TO WS-PAPER-CNT
S51262     END-IF.

S51262 2300-GET-DLVR-CHNL-X.
S51262     EXIT.
      /
      *-----------------------
       8400-WRITE-DETAIL-LINE.
           END-IF.
           MOVE WS-RECOMP-AMT           TO P-RECOMP-AMT.
           MOVE WS-DIFF-AMT             TO P-DIFF-AMT.
S51262     MOVE WS-DLVR-CHNL-TXT        TO P-DLVR-CHNL.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

S51262     MOVE SPACES                   TO P-SUMMARY-LINE-2.
S51262     MOVE WS-ECERT-CNT             TO P-ECERT-CNT-X.
S51262     MOVE WS-PAPER-CNT             TO P-PAPER-CNT-X.

S51262     MOVE +1                       TO WPRT1-NUMBER-LINES.
S51262     MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
S51262     PERFORM  PRT1-1000-WRITE
S51262         THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

                 THRU 9700-HANDLE-TDHX-ERROR-X
           END-IF.

S51262*
S51262* NO DELIVERY REGISTER MEANS NOTHING HAS BEEN ISSUED
S51262* ELECTRONICALLY - EVERY CERTIFICATE IS PAPER.
S51262*
S51262     OPEN INPUT ECIR-FILE.
S51262     IF  WECIR-IO-NOFILE
S51262         SET WS-ECIR-ABSENT        TO TRUE
S51262     ELSE
S51262         IF  NOT WECIR-IO-OK
S51262             PERFORM 9700-HANDLE-ECIR-ERROR
S51262                THRU 9700-HANDLE-ECIR-ERROR-X
S51262         END-IF
S51262     END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.


           CLOSE CTCE-DATA-FILE.
           CLOSE TDHX-DATA-FILE.
S51262     IF  WS-ECIR-PRESENT
S51262         CLOSE ECIR-FILE
S51262     END-IF.

       9999-CLOSE-FILES-X.
           EXIT.
       9700-HANDLE-TDHX-ERROR-X.
           EXIT.

S51262*-----------------------
S51262 9700-HANDLE-ECIR-ERROR.
S51262*-----------------------

S51262     MOVE WECIR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
S51262     MOVE WECIR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
S51262     MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND.
S51262     PERFORM 0030-3000-QSAM-ERROR
S51262        THRU 0030-3000-QSAM-ERROR-X.

S51262 9700-HANDLE-ECIR-ERROR-X.
S51262     EXIT.

      /
       COPY XCPL0035.
      *
