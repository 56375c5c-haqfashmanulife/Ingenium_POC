S51175**                  START A JOB WHOSE DECLARED PREDECESSORS    **
S51175**                  HAVE NOT COMPLETED FOR THE BUSINESS DATE   **
S51175**                  WITHOUT A LOGGED OPERATOR OVERRIDE         **
S51295**  15OCT26  CTS    NAME THE HANDOFF FILE WHEN THE GATE HOLDS  **
S51295**                  A JOB ON AN UNBALANCED HANDOFF (CTRG)      **
      *****************************************************************
 
      *------------------------
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           IF  LJDEP-JOB-BLOCKED
           AND LJDEP-BLOCKING-HNDF-ID NOT = SPACES
      *MSG: (S) JOB @1 HELD - HANDOFF @2 FROM @3 NOT BALANCED
               MOVE LJDEP-JOB-ID         TO WGLOB-MSG-PARM (1)
               MOVE LJDEP-BLOCKING-HNDF-ID
                                         TO WGLOB-MSG-PARM (2)
               MOVE LJDEP-BLOCKING-JOB-ID
                                         TO WGLOB-MSG-PARM (3)
               MOVE 'XS00100003'         TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           IF  LJDEP-JOB-BLOCKED
      *MSG: (S) JOB @1 HELD - PREDECESSOR @2 NOT COMPLETE
               MOVE LJDEP-JOB-ID         TO WGLOB-MSG-PARM (1)
