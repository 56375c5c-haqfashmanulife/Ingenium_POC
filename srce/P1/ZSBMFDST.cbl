S51204**  23AUG26  CTS    POLICY RECORD AND COVERAGE ARRAY LOADED   **
S51204**                  ON EACH POLICY BREAK BEFORE THE TRANSFER  **
S51204**                  PROCESSING IS CALLED                      **
S51295**  15OCT26  CTS    BALANCE THE FHLD INPUT (ZSFHLD) TO THE     **
S51295**                  CONTROL TOTAL REGISTRY (CTRG) BEFORE       **
S51295**                  PROCESSING AND STOP ON ANY DIFFERENCE      **
      *****************************************************************

      **********************
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

S51295 01  WS-HNDF-WORK-AREA.
S51295     05  WS-HNDF-REC-CNT         PIC S9(09) COMP-3 VALUE +0.
S51295     05  WS-HNDF-HASH-AMT        PIC S9(15)V9(06) COMP-3
S51295                                                   VALUE +0.
S51295     05  WS-HNDF-REASON-TXT      PIC X(30)  VALUE SPACES.
S51295     05  WS-HNDF-DISP-CNT        PIC ZZZZZZZZ9.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.

       COPY CCWL0950.

S51295 COPY XCWL0017.

       COPY CCWWCCC.

       COPY XCSWBCF.
           PERFORM  8450-WRITE-DETAIL-HEADING
              THRU 8450-WRITE-DETAIL-HEADING-X.

S51295     PERFORM  0400-BALANCE-INPUT
S51295         THRU 0400-BALANCE-INPUT-X.

           PERFORM  9500-FHLD-READ
              THRU 9500-FHLD-READ-X.

       0200-INITIALIZE-X.
           EXIT.

S51295*---------------------
S51295 0400-BALANCE-INPUT.
S51295*---------------------

S51295*
S51295* COUNT THE FUND HOLDINGS FILE AND BALANCE IT TO THE FIGURES
S51295* ITS PRODUCER REGISTERED FOR THE BUSINESS DATE BEFORE ANY
S51295* RECORD IS PROCESSED.  A SHORT, STALE OR UNREGISTERED FILE
S51295* STOPS THE JOB; THE FAILED CHECK IS RECORDED ON THE REGISTRY
S51295* AND HOLDS A RERUN AT THE DEPENDENCY GATE UNTIL THE PRODUCER
S51295* HAS RUN AGAIN.
S51295*
S51295     MOVE ZERO                     TO WS-HNDF-REC-CNT
S51295                                      WS-HNDF-HASH-AMT.

S51295     PERFORM  9500-FHLD-READ
S51295         THRU 9500-FHLD-READ-X.

S51295     PERFORM  0410-COUNT-INPUT-REC
S51295         THRU 0410-COUNT-INPUT-REC-X
S51295              UNTIL WFHLD-SEQ-IO-EOF.

S51295     CLOSE FHLD-DATA-FILE.

S51295     MOVE ZERO TO WFHLD-SEQ-IO-STATUS.
S51295     OPEN INPUT FHLD-DATA-FILE.
S51295     IF WFHLD-SEQ-FILE-STATUS  NOT = ZERO
S51295        PERFORM 9700-HANDLE-FHLD-ERROR
S51295           THRU 9700-HANDLE-FHLD-ERROR-X
S51295     END-IF.

S51295     INITIALIZE L0017-PARM-INFO.
S51295     MOVE 'ZSFHLD'                 TO L0017-HNDF-ID.
S51295     MOVE WS-HNDF-REC-CNT          TO L0017-REC-CNT.
S51295     MOVE WS-HNDF-HASH-AMT         TO L0017-HASH-AMT.

S51295     PERFORM  0017-2000-CHECK-INPUT
S51295         THRU 0017-2000-CHECK-INPUT-X.

S51295     IF  NOT L0017-RETRN-OK
S51295         MOVE L0017-HNDF-ID        TO WGLOB-MSG-PARM (1)
S51295         MOVE 'ZSFDST0004'         TO WGLOB-MSG-REF-INFO
S51295*MSG: (S) CONTROL TOTAL REGISTRY UNAVAILABLE - @1 NOT BALANCED
S51295         PERFORM  0260-1000-GENERATE-MESSAGE
S51295             THRU 0260-1000-GENERATE-MESSAGE-X
S51295         PERFORM  0030-5000-LOGIC-ERROR
S51295             THRU 0030-5000-LOGIC-ERROR-X
S51295     END-IF.

S51295     IF  L0017-BALANCED
S51295         GO TO 0400-BALANCE-INPUT-X
S51295     END-IF.

S51295     EVALUATE TRUE
S51295         WHEN L0017-NOT-REGISTERED
S51295             MOVE 'NOT REGISTERED FOR THE DATE'
S51295                                   TO WS-HNDF-REASON-TXT
S51295         WHEN L0017-DATE-DIFF
S51295             MOVE SPACES           TO WS-HNDF-REASON-TXT
S51295             STRING 'REGISTERED ONLY FOR '
S51295                    L0017-REG-BUS-DT
S51295                    DELIMITED BY SIZE
S51295                    INTO WS-HNDF-REASON-TXT
S51295         WHEN L0017-COUNT-DIFF
S51295             MOVE 'RECORD COUNT DIFFERS'
S51295                                   TO WS-HNDF-REASON-TXT
S51295         WHEN OTHER
S51295             MOVE 'HASH TOTAL DIFFERS'
S51295                                   TO WS-HNDF-REASON-TXT
S51295     END-EVALUATE.

S51295     MOVE L0017-HNDF-ID            TO WGLOB-MSG-PARM (1).
S51295     MOVE WS-HNDF-REASON-TXT       TO WGLOB-MSG-PARM (2).
S51295     MOVE WS-HNDF-REC-CNT          TO WS-HNDF-DISP-CNT.
S51295     MOVE WS-HNDF-DISP-CNT         TO WGLOB-MSG-PARM (3).
S51295     MOVE L0017-REG-REC-CNT        TO WS-HNDF-DISP-CNT.
S51295     MOVE WS-HNDF-DISP-CNT         TO WGLOB-MSG-PARM (4).
S51295     MOVE 'ZSFDST0005'             TO WGLOB-MSG-REF-INFO.
S51295*MSG: (S) INPUT @1 OUT OF BALANCE - @2 - READ @3 REGISTERED @4
S51295     PERFORM  0260-1000-GENERATE-MESSAGE
S51295         THRU 0260-1000-GENERATE-MESSAGE-X.
S51295     PERFORM  0030-5000-LOGIC-ERROR
S51295         THRU 0030-5000-LOGIC-ERROR-X.

S51295 0400-BALANCE-INPUT-X.
S51295     EXIT.

S51295*-----------------------
S51295 0410-COUNT-INPUT-REC.
S51295*-----------------------

S51295     ADD 1                         TO WS-HNDF-REC-CNT.
S51295     IF  RFHLD-UNIT-BAL NUMERIC
S51295         ADD RFHLD-UNIT-BAL
S51295                                 TO WS-HNDF-HASH-AMT
S51295     END-IF.

S51295     PERFORM  9500-FHLD-READ
S51295         THRU 9500-FHLD-READ-X.

S51295 0410-COUNT-INPUT-REC-X.
S51295     EXIT.
      /
      *------------------------
       2000-PROCESS-HOLDINGS.
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
