      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51190**  23AUG26  CTS    INITIAL VERSION                            **
S51295**  15OCT26  CTS    BALANCE THE UWRQ INPUT (ZSUWRQ) TO THE     **
S51295**                  CONTROL TOTAL REGISTRY (CTRG) BEFORE       **
S51295**                  PROCESSING AND STOP ON ANY DIFFERENCE      **
S51296**  15OCT26  CTS    SPOOL DETAIL LINES FOR REPORT BURSTING AND **
S51296**                  DISTRIBUTION (ZSBMRDST)                    **
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

           PERFORM  9500-UWRQ-READ
              THRU 9500-UWRQ-READ-X.

       0200-INITIALIZE-X.
           EXIT.

S51295*---------------------
S51295 0400-BALANCE-INPUT.
S51295*---------------------

S51295*
S51295* COUNT THE UW REQUIREMENT FILE AND BALANCE IT TO THE FIGURES
S51295* ITS PRODUCER REGISTERED FOR THE BUSINESS DATE BEFORE ANY
S51295* RECORD IS PROCESSED.  A SHORT, STALE OR UNREGISTERED FILE
S51295* STOPS THE JOB; THE FAILED CHECK IS RECORDED ON THE REGISTRY
S51295* AND HOLDS A RERUN AT THE DEPENDENCY GATE UNTIL THE PRODUCER
S51295* HAS RUN AGAIN.
S51295*
S51295     MOVE ZERO                     TO WS-HNDF-REC-CNT
S51295                                      WS-HNDF-HASH-AMT.

S51295     PERFORM  9500-UWRQ-READ
S51295         THRU 9500-UWRQ-READ-X.

S51295     PERFORM  0410-COUNT-INPUT-REC
S51295         THRU 0410-COUNT-INPUT-REC-X
S51295              UNTIL WUWRQ-SEQ-IO-EOF.

S51295     CLOSE UWRQ-DATA-FILE.

S51295     MOVE ZERO TO WUWRQ-SEQ-IO-STATUS.
S51295     OPEN INPUT UWRQ-DATA-FILE.
S51295     IF WUWRQ-SEQ-FILE-STATUS  NOT = ZERO
S51295        PERFORM 9700-HANDLE-UWRQ-ERROR
S51295           THRU 9700-HANDLE-UWRQ-ERROR-X
S51295     END-IF.

S51295     INITIALIZE L0017-PARM-INFO.
S51295     MOVE 'ZSUWRQ'                 TO L0017-HNDF-ID.
S51295     MOVE WS-HNDF-REC-CNT          TO L0017-REC-CNT.
S51295     MOVE WS-HNDF-HASH-AMT         TO L0017-HASH-AMT.

S51295     PERFORM  0017-2000-CHECK-INPUT
S51295         THRU 0017-2000-CHECK-INPUT-X.

S51295     IF  NOT L0017-RETRN-OK
S51295         MOVE L0017-HNDF-ID        TO WGLOB-MSG-PARM (1)
S51295         MOVE 'ZSUWRQ0002'         TO WGLOB-MSG-REF-INFO
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
S51295     MOVE 'ZSUWRQ0003'             TO WGLOB-MSG-REF-INFO.
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
S51295* THE REQUIREMENT RECORD CARRIES NO AMOUNT - COUNT ONLY.

S51295     PERFORM  9500-UWRQ-READ
S51295         THRU 9500-UWRQ-READ-X.

S51295 0410-COUNT-INPUT-REC-X.
S51295     EXIT.
      /
      *---------------------
       2000-PROCESS-REQMTS.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.
S51296
S51296     PERFORM  8410-SPOOL-DETAIL-LINE
S51296         THRU 8410-SPOOL-DETAIL-LINE-X.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.
S51296
S51296*-----------------------
S51296 8410-SPOOL-DETAIL-LINE.
S51296*-----------------------
S51296
S51296*
S51296*  THE LINE IS ALSO SPOOLED FOR THE REPORT DISTRIBUTION RUN,
S51296*  WHICH BURSTS THE REPORT BY BRANCH OR AGENT.
S51296*
S51296     MOVE P-DETAIL-LINE           TO L0040-INPUT-LINE.
S51296     MOVE P-HEAD-LINE-3           TO L0040-HDG-LINE-3.
S51296     MOVE SPACES                  TO L0040-DIST-POL-ID.
S51296     MOVE RUWRQ-SO-ID             TO L0040-DIST-BR-ID.
S51296     MOVE RUWRQ-AGT-ID            TO L0040-DIST-AGT-ID.
S51296
S51296     PERFORM  0040-5000-WRITE-DIST
S51296         THRU 0040-5000-WRITE-DIST-X.
S51296
S51296     IF  L0040-RETURN-CODE = 'N'
S51296*MSG: (S) REPORT DISTRIBUTION SPOOL COULD NOT BE WRITTEN
S51296         MOVE 'ZSUWRQ0004'        TO WGLOB-MSG-REF-INFO
S51296         PERFORM  0260-1000-GENERATE-MESSAGE
S51296             THRU 0260-1000-GENERATE-MESSAGE-X
S51296         PERFORM  0030-5000-LOGIC-ERROR
S51296             THRU 0030-5000-LOGIC-ERROR-X
S51296     END-IF.
S51296
S51296 8410-SPOOL-DETAIL-LINE-X.
S51296     EXIT.

      *------------------------
       8600-WRITE-SUMMARY-LINE.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.
S51296
S51296     PERFORM  0040-6000-CLOSE-DIST
S51296         THRU 0040-6000-CLOSE-DIST-X.

           CLOSE UWRQ-DATA-FILE.
           CLOSE UWAG-DATA-FILE.
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
