      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51198**  23AUG26  CTS    INITIAL VERSION                            **
S51295**  15OCT26  CTS    BALANCE THE COMX INPUT (ZSCOMX) TO THE     **
S51295**                  CONTROL TOTAL REGISTRY (CTRG) BEFORE       **
S51295**                  PROCESSING AND STOP ON ANY DIFFERENCE      **
S51300**  15OCT26  CTS    RECOVER FROM EACH AGENT PAID COMMISSION ON **
S51300**                  THE POLICY IN PROPORTION TO WHAT THEY WERE **
S51300**                  PAID, SO A SPLIT POLICY'S CHARGEBACK       **
S51300**                  FOLLOWS THE COMMISSION SPLIT               **
      *****************************************************************

      **********************
           05  WS-RECOVER-AMT            PIC S9(11)V99 COMP-3.
           05  WS-POL-COMM-AMT           PIC S9(11)V99 COMP-3.
           05  WS-POL-AGT-ID             PIC X(06).
S51300
S51300****************************************************************
S51300*    COMMISSION PAID ON THE POLICY, BY AGENT
S51300****************************************************************
S51300
S51300 01  WS-PAGT-TABLE-AREA.
S51300     05  WS-PAGT-MAX               PIC S9(04) COMP VALUE +10.
S51300     05  WS-PAGT-CNT               PIC S9(04) COMP VALUE ZERO.
S51300     05  WS-PAGT-IX                PIC S9(04) COMP.
S51300     05  WS-PAGT-SUB               PIC S9(04) COMP.
S51300     05  WS-PAGT-ENTRY             OCCURS 10 TIMES.
S51300         10  WS-PAGT-AGT-ID        PIC X(06).
S51300         10  WS-PAGT-COMM-AMT      PIC S9(11)V99 COMP-3.

      ****************************************************************
      *    AGENT STATEMENT SUMMARY TABLE
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
           PERFORM  9500-CNCX-READ
              THRU 9500-CNCX-READ-X.

S51295     PERFORM  0400-BALANCE-INPUT
S51295         THRU 0400-BALANCE-INPUT-X.

           PERFORM  9500-COMX-READ
              THRU 9500-COMX-READ-X.

       0200-INITIALIZE-X.
           EXIT.

S51295*---------------------
S51295 0400-BALANCE-INPUT.
S51295*---------------------

S51295*
S51295* COUNT THE COMMISSION PAID FILE AND BALANCE IT TO THE FIGURES
S51295* ITS PRODUCER REGISTERED FOR THE BUSINESS DATE BEFORE ANY
S51295* RECORD IS PROCESSED.  A SHORT, STALE OR UNREGISTERED FILE
S51295* STOPS THE JOB; THE FAILED CHECK IS RECORDED ON THE REGISTRY
S51295* AND HOLDS A RERUN AT THE DEPENDENCY GATE UNTIL THE PRODUCER
S51295* HAS RUN AGAIN.
S51295*
S51295     MOVE ZERO                     TO WS-HNDF-REC-CNT
S51295                                      WS-HNDF-HASH-AMT.

S51295     PERFORM  9500-COMX-READ
S51295         THRU 9500-COMX-READ-X.

S51295     PERFORM  0410-COUNT-INPUT-REC
S51295         THRU 0410-COUNT-INPUT-REC-X
S51295              UNTIL WCOMX-SEQ-IO-EOF.

S51295     CLOSE COMX-DATA-FILE.

S51295     MOVE ZERO TO WCOMX-SEQ-IO-STATUS.
S51295     OPEN INPUT COMX-DATA-FILE.
S51295     IF WCOMX-SEQ-FILE-STATUS  NOT = ZERO
S51295        PERFORM 9700-HANDLE-COMX-ERROR
S51295           THRU 9700-HANDLE-COMX-ERROR-X
S51295     END-IF.

S51295     INITIALIZE L0017-PARM-INFO.
S51295     MOVE 'ZSCOMX'                 TO L0017-HNDF-ID.
S51295     MOVE WS-HNDF-REC-CNT          TO L0017-REC-CNT.
S51295     MOVE WS-HNDF-HASH-AMT         TO L0017-HASH-AMT.

S51295     PERFORM  0017-2000-CHECK-INPUT
S51295         THRU 0017-2000-CHECK-INPUT-X.

S51295     IF  NOT L0017-RETRN-OK
S51295         MOVE L0017-HNDF-ID        TO WGLOB-MSG-PARM (1)
S51295         MOVE 'ZSCBCK0002'         TO WGLOB-MSG-REF-INFO
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
S51295     MOVE 'ZSCBCK0003'             TO WGLOB-MSG-REF-INFO.
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
S51295     IF  RCOMX-COMM-PAID-AMT NUMERIC
S51295         ADD RCOMX-COMM-PAID-AMT
S51295                                 TO WS-HNDF-HASH-AMT
S51295     END-IF.

S51295     PERFORM  9500-COMX-READ
S51295         THRU 9500-COMX-READ-X.

S51295 0410-COUNT-INPUT-REC-X.
S51295     EXIT.
      /
      *---------------------
       2000-PROCESS-TERMS.
               GO TO 2000-NEXT-TERM
           END-IF.

S51300*
S51300*  EACH AGENT PAID COMMISSION ON THE POLICY - BOTH WRITING
S51300*  AGENTS WHEN IT IS SPLIT - GIVES BACK THE SAME UNEARNED
S51300*  PORTION OF WHAT THEY WERE PAID.
S51300*
S51300     PERFORM  2200-CHARGE-ONE-AGENT
S51300         THRU 2200-CHARGE-ONE-AGENT-X
S51300              VARYING WS-PAGT-SUB FROM 1 BY 1
S51300              UNTIL WS-PAGT-SUB > WS-PAGT-CNT.

       2000-NEXT-TERM.

      *-------------------------

           MOVE ZERO                    TO WS-POL-COMM-AMT.
S51300     MOVE ZERO                    TO WS-PAGT-CNT.
           MOVE RCNCX-AGT-ID            TO WS-POL-AGT-ID.

           PERFORM  2110-SKIP-COMX
           IF  RCOMX-COMM-PAID-AMT NUMERIC
               ADD RCOMX-COMM-PAID-AMT  TO WS-POL-COMM-AMT
               MOVE RCOMX-AGT-ID        TO WS-POL-AGT-ID
S51300         PERFORM  2130-ADD-AGENT-COMM
S51300             THRU 2130-ADD-AGENT-COMM-X
           END-IF.

           PERFORM  9500-COMX-READ

       2120-ACCUM-COMX-X.
           EXIT.
S51300
S51300*---------------------
S51300 2130-ADD-AGENT-COMM.
S51300*---------------------
S51300
S51300     MOVE ZERO                    TO WS-PAGT-IX.
S51300     PERFORM  2140-FIND-AGENT
S51300         THRU 2140-FIND-AGENT-X
S51300              VARYING WS-PAGT-SUB FROM 1 BY 1
S51300              UNTIL WS-PAGT-SUB > WS-PAGT-CNT
S51300              OR    WS-PAGT-IX > ZERO.
S51300
S51300*
S51300*  MORE AGENTS THAN THE TABLE HOLDS - THE EXCESS IS CHARGED
S51300*  TO THE LAST AGENT HELD.
S51300*
S51300     IF  WS-PAGT-IX = ZERO
S51300         IF  WS-PAGT-CNT NOT < WS-PAGT-MAX
S51300             MOVE WS-PAGT-CNT     TO WS-PAGT-IX
S51300         ELSE
S51300             ADD 1                TO WS-PAGT-CNT
S51300             MOVE WS-PAGT-CNT     TO WS-PAGT-IX
S51300             MOVE RCOMX-AGT-ID    TO WS-PAGT-AGT-ID (WS-PAGT-IX)
S51300             MOVE ZERO            TO WS-PAGT-COMM-AMT
S51300                                         (WS-PAGT-IX)
S51300         END-IF
S51300     END-IF.
S51300
S51300     ADD RCOMX-COMM-PAID-AMT
S51300                            TO WS-PAGT-COMM-AMT (WS-PAGT-IX).
S51300
S51300 2130-ADD-AGENT-COMM-X.
S51300     EXIT.
S51300
S51300*-----------------
S51300 2140-FIND-AGENT.
S51300*-----------------
S51300
S51300     IF  WS-PAGT-AGT-ID (WS-PAGT-SUB) = RCOMX-AGT-ID
S51300         MOVE WS-PAGT-SUB         TO WS-PAGT-IX
S51300     END-IF.
S51300
S51300 2140-FIND-AGENT-X.
S51300     EXIT.
S51300
S51300*-----------------------
S51300 2200-CHARGE-ONE-AGENT.
S51300*-----------------------
S51300
S51300     COMPUTE WS-RECOVER-AMT ROUNDED =
S51300         (WS-PAGT-COMM-AMT (WS-PAGT-SUB)
S51300          * (WS-WINDOW-MOS - WS-ELAPSED-MOS))
S51300          / WS-WINDOW-MOS.
S51300
S51300     IF  WS-RECOVER-AMT NOT > ZERO
S51300         GO TO 2200-CHARGE-ONE-AGENT-X
S51300     END-IF.
S51300
S51300     MOVE WS-PAGT-AGT-ID (WS-PAGT-SUB)
S51300                                  TO WS-POL-AGT-ID.
S51300
S51300     PERFORM  2300-WRITE-CHARGEBACK
S51300         THRU 2300-WRITE-CHARGEBACK-X.
S51300
S51300 2200-CHARGE-ONE-AGENT-X.
S51300     EXIT.
      /
      *------------------------
       2300-WRITE-CHARGEBACK.
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
