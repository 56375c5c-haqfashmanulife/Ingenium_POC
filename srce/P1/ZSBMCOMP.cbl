S51256**  02SEP26  CTS    COMMISSION TYPE (FIRST-YEAR/RENEWAL)       **
S51256**                  DERIVED FROM THE POLICY ISSUE DATE AND     **
S51256**                  CARRIED ON THE EXTRACT RECORD              **
S51295**  15OCT26  CTS    REGISTER THE EXTRACT RECORD COUNT AND      **
S51295**                  HASH TOTAL IN THE CONTROL TOTAL REGISTRY   **
S51295**                  (CTRG) ONCE THE FILE IS CLOSED             **
S51300**  15OCT26  CTS    DIVIDE EACH PAYMENT ON A JOINTLY WRITTEN   **
S51300**                  POLICY BETWEEN ITS WRITING AGENTS BY THE   **
S51300**                  COMMISSION SPLIT (SPLT) IN EFFECT ON THE   **
S51300**                  PAID DATE                                  **
      *****************************************************************

      **********************
       FILE-CONTROL.

       COPY CCSSPRT1.
S51300
S51300     COPY CCFHSPLT.

           SELECT COMX-DATA-FILE ASSIGN TO ZSCOMX
                  ORGANIZATION   IS LINE SEQUENTIAL

       COPY CCSDPRT1.
       COPY CCSRPRT1.
S51300
S51300 COPY CCFWSPLT.

       FD  COMX-DATA-FILE
           RECORDING MODE IS F
               88  WCOMX-SEQ-IO-OK             VALUE 0.
               88  WCOMX-SEQ-IO-EOF            VALUE 8.
               88  WCOMX-SEQ-IO-ERROR          VALUE 9.
S51300
S51300 COPY CCWWSPLT.
S51300
S51300 01  WS-SPLT-WORK-AREA.
S51300     05  WS-SPLT-OPEN-SW           PIC X(01)  VALUE 'N'.
S51300         88  WS-SPLT-OPEN                     VALUE 'Y'.
S51300     05  WS-SPLT-SUB               PIC S9(04) COMP.
S51300     05  WS-SHR-AMT                PIC S9(11)V99 COMP-3.
S51300     05  WS-SHR-REMAIN-AMT         PIC S9(11)V99 COMP-3.

       01  WS-REPORT-TOTALS.
           05  WS-SRC-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-XTRC-WRIT-CNT        PIC S9(07) COMP-3 VALUE +0.
S51300     05  WS-SPLT-PMT-CNT         PIC S9(07) COMP-3 VALUE +0.
S51295     05  WS-XTRC-HASH-AMT        PIC S9(15)V9(06) COMP-3
S51295                                                   VALUE +0.

      ****************************************************************
      *    REPORT HEADING AND SUMMARY LINES
           03  FILLER                      PIC X(19)
               VALUE 'RECORDS EXTRACTED: '.
           03  P-WRIT-CNT-X                PIC ZZZZZZ9.
S51300
S51300 01  P-SUMMARY-LINE-2.
S51300     03  FILLER                      PIC X(01).
S51300     03  FILLER                      PIC X(29)
S51300         VALUE 'PAYMENTS SPLIT BETWEEN AGENTS'.
S51300     03  FILLER                      PIC X(02).
S51300     03  P-SPLT-CNT-X                PIC ZZZZZZ9.

       COPY CCFWCOMM.
       COPY CCFRCOMM.

       COPY CCWL0950.

S51295 COPY XCWL0017.

       COPY CCWWCCC.

       COPY XCSWBCF.
S51256     PERFORM  2100-SET-COMM-TYPE
S51256         THRU 2100-SET-COMM-TYPE-X.

S51300     PERFORM  2200-APPLY-SPLIT
S51300         THRU 2200-APPLY-SPLIT-X.

           PERFORM  COMM-2000-READ-NEXT
               THRU COMM-2000-READ-NEXT-X.

S51256 2100-SET-COMM-TYPE-X.
S51256     EXIT.
S51300
S51300*------------------
S51300 2200-APPLY-SPLIT.
S51300*------------------
S51300
S51300*
S51300*  A PAYMENT TO ONE OF THE WRITING AGENTS OF A JOINTLY
S51300*  WRITTEN POLICY IS DIVIDED BETWEEN ALL OF THEM BY THE
S51300*  SPLIT IN EFFECT ON THE PAID DATE.  THE LAST PARTY TAKES
S51300*  WHAT IS LEFT AFTER ROUNDING, SO THE SHARES ADD BACK TO
S51300*  THE PAYMENT.  ANY OTHER PAYMENT GOES OUT AS IT IS.
S51300*
S51300     IF  NOT WS-SPLT-OPEN
S51300         GO TO 2200-WRITE-UNSPLIT
S51300     END-IF.
S51300
S51300     MOVE RCOMM-POL-ID            TO WSPLT-RQST-POL-ID.
S51300     MOVE RCOMM-COMM-PAID-DT      TO WSPLT-RQST-AS-OF-DT.
S51300     PERFORM  SPLT-1000-GET-AS-OF
S51300         THRU SPLT-1000-GET-AS-OF-X.
S51300
S51300     IF  WSPLT-NOT-FND
S51300         GO TO 2200-WRITE-UNSPLIT
S51300     END-IF.
S51300
S51300     MOVE RCOMM-AGT-ID            TO WSPLT-RQST-AGT-ID.
S51300     PERFORM  SPLT-2000-FIND-PARTY
S51300         THRU SPLT-2000-FIND-PARTY-X.
S51300
S51300     IF  WSPLT-PRTY-IX = ZERO
S51300         GO TO 2200-WRITE-UNSPLIT
S51300     END-IF.
S51300
S51300     MOVE RCOMM-COMM-PAID-AMT     TO WS-SHR-REMAIN-AMT.
S51300     PERFORM  2210-WRITE-ONE-SHARE
S51300         THRU 2210-WRITE-ONE-SHARE-X
S51300              VARYING WS-SPLT-SUB FROM 1 BY 1
S51300              UNTIL WS-SPLT-SUB > WSPLT-FND-AGT-CNT.
S51300
S51300     ADD 1                        TO WS-SPLT-PMT-CNT.
S51300     GO TO 2200-APPLY-SPLIT-X.
S51300
S51300 2200-WRITE-UNSPLIT.
S51300
S51300     PERFORM  8000-WRITE-EXTRACT
S51300         THRU 8000-WRITE-EXTRACT-X.
S51300
S51300 2200-APPLY-SPLIT-X.
S51300     EXIT.
S51300
S51300*----------------------
S51300 2210-WRITE-ONE-SHARE.
S51300*----------------------
S51300
S51300     IF  WS-SPLT-SUB = WSPLT-FND-AGT-CNT
S51300         MOVE WS-SHR-REMAIN-AMT   TO WS-SHR-AMT
S51300     ELSE
S51300         COMPUTE WS-SHR-AMT ROUNDED =
S51300             RCOMM-COMM-PAID-AMT
S51300           * WSPLT-FND-SHR-PCT (WS-SPLT-SUB) / 100
S51300         SUBTRACT WS-SHR-AMT      FROM WS-SHR-REMAIN-AMT
S51300     END-IF.
S51300
S51300     MOVE WSPLT-FND-AGT-ID (WS-SPLT-SUB)
S51300                                  TO RCOMX-AGT-ID.
S51300     MOVE WS-SHR-AMT              TO RCOMX-COMM-PAID-AMT.
S51300
S51300     PERFORM  8000-WRITE-EXTRACT
S51300         THRU 8000-WRITE-EXTRACT-X.
S51300
S51300 2210-WRITE-ONE-SHARE-X.
S51300     EXIT.

      *----------------------
       8000-WRITE-EXTRACT.
                 THRU 9700-HANDLE-COMX-ERROR-X
           END-IF.
           ADD 1                        TO WS-XTRC-WRIT-CNT.
S51295     ADD RCOMX-COMM-PAID-AMT          TO WS-XTRC-HASH-AMT.

       8000-WRITE-EXTRACT-X.
           EXIT.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.
S51300
S51300     MOVE WS-SPLT-PMT-CNT          TO P-SPLT-CNT-X.
S51300     MOVE +1                       TO WPRT1-NUMBER-LINES.
S51300     MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
S51300     PERFORM  PRT1-1000-WRITE
S51300         THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.
              PERFORM 9700-HANDLE-COMX-ERROR
                 THRU 9700-HANDLE-COMX-ERROR-X
           END-IF.
S51300
S51300*
S51300*  NO SPLIT TABLE YET MEANS NO JOINTLY WRITTEN POLICIES.
S51300*
S51300     OPEN INPUT SPLT-FILE.
S51300     IF  WSPLT-IO-OK
S51300         SET WS-SPLT-OPEN         TO TRUE
S51300     ELSE
S51300         IF  NOT WSPLT-IO-NOFILE
S51300             MOVE WSPLT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
S51300             MOVE WSPLT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
S51300             MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
S51300             PERFORM 0030-3000-QSAM-ERROR
S51300                THRU 0030-3000-QSAM-ERROR-X
S51300         END-IF
S51300     END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.
               THRU PRT1-4000-CLOSE-X.

           CLOSE COMX-DATA-FILE.
S51300
S51300     IF  WS-SPLT-OPEN
S51300         CLOSE SPLT-FILE
S51300     END-IF.

S51295     PERFORM  9800-REGISTER-HANDOFF
S51295         THRU 9800-REGISTER-HANDOFF-X.

       9999-CLOSE-FILES-X.
           EXIT.


S51295*------------------------
S51295 9800-REGISTER-HANDOFF.
S51295*------------------------

S51295*
S51295* THE EXTRACT IS COMPLETE AND CLOSED - REGISTER ITS FIGURES
S51295* FOR THE BUSINESS DATE SO THE READING JOBS CAN BALANCE TO
S51295* THEM.  AN EXTRACT THAT CANNOT BE REGISTERED FAILS THE JOB.
S51295*
S51295     INITIALIZE L0017-PARM-INFO.
S51295     MOVE 'ZSCOMX'                 TO L0017-HNDF-ID.
S51295     MOVE WS-XTRC-WRIT-CNT         TO L0017-REC-CNT.
S51295     MOVE WS-XTRC-HASH-AMT         TO L0017-HASH-AMT.

S51295     PERFORM  0017-1000-REGISTER-OUTPUT
S51295         THRU 0017-1000-REGISTER-OUTPUT-X.

S51295     IF  NOT L0017-RETRN-OK
S51295         MOVE L0017-HNDF-ID        TO WGLOB-MSG-PARM (1)
S51295         MOVE 'ZSCOMP0002'         TO WGLOB-MSG-REF-INFO
S51295*MSG: (S) CONTROL TOTALS FOR @1 COULD NOT BE REGISTERED
S51295         PERFORM  0260-1000-GENERATE-MESSAGE
S51295             THRU 0260-1000-GENERATE-MESSAGE-X
S51295         PERFORM  0030-5000-LOGIC-ERROR
S51295             THRU 0030-5000-LOGIC-ERROR-X
S51295     END-IF.

S51295 9800-REGISTER-HANDOFF-X.
S51295     EXIT.

      *-----------------------
       9700-HANDLE-COMX-ERROR.
      *-----------------------
      *
       COPY XCPL0260.
      *
      * CONTROL TOTAL REGISTRY
      *
S51295 COPY XCPL0017.
      *
      * TITLE / HEADING BUILD
      *
       COPY XCPL0040.
       COPY CCPBCOMM.

S51256 COPY CCPNPOL.
S51300*
S51300* COMMISSION SPLIT LOOKUP
S51300*
S51300 COPY CCPPSPLT.
      *
      * QSAM ERROR HANDLING
      *
