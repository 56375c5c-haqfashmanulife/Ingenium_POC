S51245**                  READ AND WRITE (QSAM ERROR ROUTINE)        **
S51236**  02SEP26  CTS    LIFECYCLE EVENT STAGED ON MATURITY FOR     **
S51236**                  THE ZSBMEVTP PUBLISHER                     **
S51276**  15OCT26  CTS    A MATURITY ON AN ACTIVELY ASSIGNED POLICY  **
S51276**                  WITHOUT THE ASSIGNEE'S CONSENT (ZSRQASGC)  **
S51276**                  IS NOT ROUTED: IT IS REPORTED AND WRITTEN  **
S51276**                  TO THE HELD FILE (ZSMTHO), WHICH THE JOB   **
S51276**                  FEEDS BACK WITH THE NEXT CYCLE'S INPUT     **
      *****************************************************************

       IDENTIFICATION DIVISION.
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WPDOD-SEQ-FILE-STATUS.

S51276     SELECT MTHO-DATA-FILE ASSIGN TO ZSMTHO
S51276            ORGANIZATION   IS LINE SEQUENTIAL
S51276            ACCESS         IS SEQUENTIAL
S51276            FILE STATUS    IS WMTHO-SEQ-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.

S51236 COPY ZCSREVTQ.

S51276 FD  MTHO-DATA-FILE
S51276     RECORDING MODE IS F
S51276     BLOCK CONTAINS 0 RECORDS
S51276     LABEL RECORDS ARE STANDARD.

S51276 01  RMTHO-SEQ-REC-INFO            PIC X(35).

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMMTST'.
                                            VALUE 'PDOD'.
           05  WPDOD-SEQ-FILE-STATUS        PIC X(02).

S51276 01  WMTHO-SEQ-IO-WORK-AREA.
S51276     05  WMTHO-SEQ-FILE-NAME          PIC X(04)
S51276                                      VALUE 'MTHO'.
S51276     05  WMTHO-SEQ-FILE-STATUS        PIC X(02).

       01  WS-HEADING-LINE.
           05  FILLER     VALUE SPACES      PIC X(24).
           05  FILLER                       PIC X(30)
           VALUE 'NO ELECTION - CHEQUE DEFAULT: '.
           05  WS-CHQ-CTR                   PIC 9(6)  VALUE ZERO.

S51276 01  WS-RECS-HELD-LINE.
S51276     05  FILLER     VALUE SPACES      PIC X(04).
S51276     05  FILLER                       PIC X(30)
S51276     VALUE 'HELD - ASSIGNEE CONSENT:      '.
S51276     05  WS-HELD-CTR                  PIC 9(6)  VALUE ZERO.

       01  WS-EOJ-LINE.
           05  FILLER     VALUE SPACES      PIC X(45).
           05  FILLER                       PIC X(21)
       COPY CCWWCCC.
      /
       COPY CCWLPGA.
S51276/
S51276 COPY CCWLASGC.
      /
       PROCEDURE DIVISION.
      *************************
S51245             THRU 9750-HANDLE-EVTQ-ERROR-X
S51245     END-IF.

S51276     OPEN OUTPUT MTHO-DATA-FILE.

S51276     IF  WMTHO-SEQ-FILE-STATUS NOT = ZERO
S51276         PERFORM  9760-HANDLE-MTHO-ERROR
S51276             THRU 9760-HANDLE-MTHO-ERROR-X
S51276     END-IF.

       0100-OPEN-FILES-X.
           EXIT.

           MOVE ZEROS TO WS-ANNU-CTR.
           MOVE ZEROS TO WS-DPST-CTR.
           MOVE ZEROS TO WS-CHQ-CTR.
S51276     MOVE ZEROS TO WS-HELD-CTR.

           PERFORM  CCC-1000-PRCES-CO-CTL-CARD
               THRU CCC-1000-PRCES-CO-CTL-CARD-X.
           MOVE RMTRD-MAT-DT            TO WS-MAT-DT.
           MOVE RMTRD-PRCDS-AMT         TO WS-PRCDS-AMT-X.

S51276     PERFORM  2100-CHECK-ASSIGNMENT
S51276         THRU 2100-CHECK-ASSIGNMENT-X.

S51276     IF  LASGC-PAYOUT-HELD
S51276         PERFORM  2200-HOLD-SETTLEMENT
S51276             THRU 2200-HOLD-SETTLEMENT-X
S51276         GO TO 2000-WRITE-DETAIL
S51276     END-IF.

           MOVE RMTRD-POL-ID            TO WMTEL-POL-ID.

           READ MTEL-FILE
S51236     PERFORM  6500-STAGE-EVENT
S51236         THRU 6500-STAGE-EVENT-X.

S51276 2000-WRITE-DETAIL.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2000-ROUTE-SETTLEMENT-X.
           EXIT.

      /
S51276*------------------------
S51276 2100-CHECK-ASSIGNMENT.
S51276*------------------------

S51276*
S51276*  THE PROCEEDS OF AN ASSIGNED POLICY ARE THE ASSIGNEE'S
S51276*  SECURITY - NO ROUTE IS TAKEN WITHOUT THE ASSIGNEE'S
S51276*  CONSENT.
S51276*
S51276     MOVE RMTRD-POL-ID            TO LASGC-POL-ID.
S51276     MOVE WGLOB-SYSTEM-DATE       TO LASGC-EFF-DT.

S51276     CALL 'ZSRQASGC' USING WGLOB-GLOBAL-AREA
S51276                           LASGC-PARM-INFO
S51276         ON EXCEPTION
S51276             SET LASGC-PAYOUT-HELD TO TRUE
S51276     END-CALL.

S51276 2100-CHECK-ASSIGNMENT-X.
S51276     EXIT.

S51276*------------------------
S51276 2200-HOLD-SETTLEMENT.
S51276*------------------------

S51276*
S51276*  THE MATURITY GOES TO THE HELD FILE UNCHANGED AND COMES
S51276*  BACK IN WITH THE NEXT CYCLE, SO IT SETTLES - AND ITS
S51276*  LIFECYCLE EVENT IS STAGED - ONCE CONSENT IS RECORDED OR
S51276*  THE ASSIGNMENT RELEASED.
S51276*
S51276     ADD 1                        TO WS-HELD-CTR.

S51276     WRITE RMTHO-SEQ-REC-INFO FROM RMTRD-SEQ-REC-INFO.

S51276     IF  WMTHO-SEQ-FILE-STATUS NOT = ZERO
S51276         PERFORM  9760-HANDLE-MTHO-ERROR
S51276             THRU 9760-HANDLE-MTHO-ERROR-X
S51276     END-IF.

S51276     MOVE 'HELD-ASSIGNED   '      TO WS-DISP-TXT.

S51276 2200-HOLD-SETTLEMENT-X.
S51276     EXIT.

      /
S51236*--------------------------
S51236 6500-STAGE-EVENT.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.

S51276     MOVE SPACES                  TO L0040-INPUT-LINE.
S51276     MOVE WS-RECS-HELD-LINE       TO L0040-INPUT-LINE.
S51276     PERFORM  0040-3000-WRITE-OTHER
S51276         THRU 0040-3000-WRITE-OTHER-X.

           MOVE SPACES                  TO L0040-INPUT-LINE.
           PERFORM  0040-3000-WRITE-OTHER
               THRU 0040-3000-WRITE-OTHER-X.
           CLOSE ANSU-DATA-FILE.
           CLOSE PDOD-DATA-FILE.
S51236     CLOSE EVTQ-DATA-FILE.
S51276     CLOSE MTHO-DATA-FILE.

       9999-CLOSE-FILES-X.
           EXIT.
S51245 9750-HANDLE-EVTQ-ERROR-X.
S51245     EXIT.

S51276*-----------------------
S51276 9760-HANDLE-MTHO-ERROR.
S51276*-----------------------

S51276     MOVE WMTHO-SEQ-FILE-NAME
S51276                                 TO WGLOB-TABLE-NAME.
S51276     MOVE WMTHO-SEQ-FILE-STATUS
S51276                                 TO WGLOB-SEQ-FILE-STATUS.
S51276     MOVE TFCMD-WRITE-RECORD
S51276                                 TO WGLOB-IO-COMMAND.
S51276     PERFORM 0030-3000-QSAM-ERROR
S51276        THRU 0030-3000-QSAM-ERROR-X.

S51276 9760-HANDLE-MTHO-ERROR-X.
S51276     EXIT.

      /
       COPY XCPL0035.

