      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51204**  23AUG26  CTS    INITIAL VERSION                            **
S51295**  15OCT26  CTS    REGISTER THE EXTRACT RECORD COUNT IN THE   **
S51295**                  CONTROL TOTAL REGISTRY (CTRG) ONCE THE     **
S51295**                  FILE IS CLOSED                             **
      *****************************************************************

      **********************

       COPY CCWL0950.

S51295 COPY XCWL0017.

       COPY CCWWCCC.

       COPY XCSWBCF.

           CLOSE UWRQ-DATA-FILE.

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
S51295     MOVE 'ZSUWRQ'                 TO L0017-HNDF-ID.
S51295     MOVE WS-XTRC-WRIT-CNT         TO L0017-REC-CNT.
S51295* THE REQUIREMENT RECORD CARRIES NO AMOUNT - COUNT ONLY.
S51295     MOVE ZERO                     TO L0017-HASH-AMT.

S51295     PERFORM  0017-1000-REGISTER-OUTPUT
S51295         THRU 0017-1000-REGISTER-OUTPUT-X.

S51295     IF  NOT L0017-RETRN-OK
S51295         MOVE L0017-HNDF-ID        TO WGLOB-MSG-PARM (1)
S51295         MOVE 'ZSUWRX0002'         TO WGLOB-MSG-REF-INFO
S51295*MSG: (S) CONTROL TOTALS FOR @1 COULD NOT BE REGISTERED
S51295         PERFORM  0260-1000-GENERATE-MESSAGE
S51295             THRU 0260-1000-GENERATE-MESSAGE-X
S51295         PERFORM  0030-5000-LOGIC-ERROR
S51295             THRU 0030-5000-LOGIC-ERROR-X
S51295     END-IF.

S51295 9800-REGISTER-HANDOFF-X.
S51295     EXIT.

      *-----------------------
       9700-HANDLE-UWRQ-ERROR.
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
