      **            TERMINAL, TIMESTAMP AND USER ID.  LOCKS ARE      **
      **            RELEASED BY THE SECURITY OFFICER THROUGH         **
      **            ZSRQSECA.                                        **
S51290**            THE LAST SUCCESSFUL SIGN-ON IS KEPT ON THE ROW   **
S51290**            FOR THE ACCESS RECERTIFICATION (ZSBMUARC).       **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  UT                                               **
      **                                                             **
S51166**  23AUG26  CTS    INITIAL VERSION                            **
S51204**  23AUG26  CTS    AUDIT ROW BUILT ONLY AFTER THE FILE OPEN   **
S51290**  15OCT26  CTS    RECORD THE LAST SUCCESSFUL SIGN-ON AND     **
S51290**                  CREATE THE ROW FOR AN ID THAT NEVER FAILED **
      *****************************************************************

      **********************
      *  A SUCCESSFUL SIGN-ON ON AN OPEN ID CLEARS THE CONSECUTIVE
      *  FAILURE COUNT.  A LOCKED ID STAYS LOCKED - ONLY THE
      *  SECURITY OFFICER RELEASES IT.
S51290*  THE SIGN-ON IS STAMPED ON THE ROW FOR THE ACCESS
S51290*  RECERTIFICATION; AN ID THAT HAS NEVER FAILED GETS ITS
S51290*  ROW HERE.
      *
S51290     IF  WS-ROW-NOT-FOUND
S51290         MOVE SPACES               TO RUSRL-REC-INFO
S51290         MOVE LSECL-USER-ID        TO RUSRL-USER-ID
S51290         SET  RUSRL-ID-OPEN        TO TRUE
S51290     END-IF.

           IF  RUSRL-ID-LOCKED
               SET LSECL-ID-LOCKED       TO TRUE
           END-IF.

           MOVE ZERO                     TO RUSRL-FAIL-CNT.
S51290     MOVE WGLOB-CRNT-DT            TO RUSRL-LAST-SGNON-DT.
S51290     MOVE WGLOB-SYSTEM-TIME        TO RUSRL-LAST-SGNON-TIME.
S51290     MOVE LSECL-TERM-ID            TO RUSRL-LAST-SGNON-TERM-ID.

           PERFORM 8000-PUT-ROW
              THRU 8000-PUT-ROW-X.
