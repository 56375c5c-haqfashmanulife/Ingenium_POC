S51204**  23AUG26  CTS    INITIAL VERSION                            **
S51205**  23AUG26  CTS    STAMP THE UNIT DIRECTION FLAG ON EVERY     **
S51205**                  RECORD                                     **
S51295**  15OCT26  CTS    REGISTER THE EXTRACT RECORD COUNT AND      **
S51295**                  HASH TOTAL IN THE CONTROL TOTAL REGISTRY   **
S51295**                  (CTRG) ONCE THE FILE IS CLOSED             **
      *****************************************************************

      **********************
       01  WS-REPORT-TOTALS.
           05  WS-SRC-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-XTRC-WRIT-CNT        PIC S9(07) COMP-3 VALUE +0.
S51295     05  WS-XTRC-HASH-AMT        PIC S9(15)V9(06) COMP-3
S51295                                                   VALUE +0.

      ****************************************************************
      *    REPORT HEADING AND SUMMARY LINES

       COPY CCWL0950.

S51295 COPY XCWL0017.

       COPY CCWWCCC.

       COPY XCSWBCF.
                 THRU 9700-HANDLE-SFTX-ERROR-X
           END-IF.
           ADD 1                        TO WS-XTRC-WRIT-CNT.
S51295     ADD RSFTX-TRXN-AMT               TO WS-XTRC-HASH-AMT.

       8000-WRITE-EXTRACT-X.
           EXIT.

           CLOSE SFTX-DATA-FILE.

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
S51295     MOVE 'ZSSFTX'                 TO L0017-HNDF-ID.
S51295     MOVE WS-XTRC-WRIT-CNT         TO L0017-REC-CNT.
S51295     MOVE WS-XTRC-HASH-AMT         TO L0017-HASH-AMT.

S51295     PERFORM  0017-1000-REGISTER-OUTPUT
S51295         THRU 0017-1000-REGISTER-OUTPUT-X.

S51295     IF  NOT L0017-RETRN-OK
S51295         MOVE L0017-HNDF-ID        TO WGLOB-MSG-PARM (1)
S51295         MOVE 'ZSSFTE0002'         TO WGLOB-MSG-REF-INFO
S51295*MSG: (S) CONTROL TOTALS FOR @1 COULD NOT BE REGISTERED
S51295         PERFORM  0260-1000-GENERATE-MESSAGE
S51295             THRU 0260-1000-GENERATE-MESSAGE-X
S51295         PERFORM  0030-5000-LOGIC-ERROR
S51295             THRU 0030-5000-LOGIC-ERROR-X
S51295     END-IF.

S51295 9800-REGISTER-HANDOFF-X.
S51295     EXIT.

      *-----------------------
       9700-HANDLE-SFTX-ERROR.
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
