      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51211**  02SEP26  CTS    INITIAL VERSION                            **
S51276**  15OCT26  CTS    ACTIVE COLLATERAL ASSIGNMENT CHECKED       **
S51276**                  (ZSRQASGC) - THE QUOTE IS STILL GIVEN BUT  **
S51276**                  RETURNS '06' WITH THE ASSIGNEE WHEN THE    **
S51276**                  SURRENDER WOULD NEED THE ASSIGNEE'S        **
S51276**                  CONSENT                                    **
S51287**  15OCT26  CTS    A QUOTE FLAGGED AS A SURRENDER BEING       **
S51287**                  EXECUTED IS PASSED TO THE ELDERLY HOLD     **
S51287**                  CHECK (ZSRQELDH); '07' WHEN THE CLIENT IS  **
S51287**                  70 OR OVER AND THE SURRENDER MUST WAIT     **
S51287**                  FOR A CONFIRMATION CALL                    **
      *****************************************************************

      **********************

       COPY CCWLAPLQ.

S51276 COPY CCWLASGC.

S51287 COPY CCWLELDH.

      *****************
       LINKAGE SECTION.
      *****************
       0000-MAINLINE.
      *--------------

S51287*
S51287*  THE REQUEST AS RECEIVED, KEPT IN CASE IT HAS TO BE HELD.
S51287*
S51287     MOVE SPACES                   TO LELDH-PARM-INFO.
S51287     MOVE LSURQ-PARM-INFO          TO LELDH-PARM-IMAGE.
S51287     MOVE LENGTH OF LSURQ-PARM-INFO
S51287                                   TO LELDH-PARM-LEN.

           SET  LSURQ-RETRN-OK           TO TRUE.

           MOVE ZERO                     TO LSURQ-GROSS-CSV-AMT
                                            LSURQ-NET-PROCEEDS-AMT
                                            LSURQ-FUND-CNT.
           MOVE SPACES                   TO LSURQ-GTD-APPL-SW.
S51276     MOVE ZERO                     TO LSURQ-ASGN-SECR-AMT.
S51276     MOVE SPACES                   TO LSURQ-ASGNE-NM.
S51276     SET  LSURQ-ASGN-NONE          TO TRUE.

           PERFORM 1100-INIT-FUND-DETAIL
              THRU 1100-INIT-FUND-DETAIL-X
             - LSURQ-SURR-LOAD-AMT
             - LSURQ-LOAN-PAYOFF-AMT.

S51276     PERFORM  5000-CHECK-ASSIGNMENT
S51276         THRU 5000-CHECK-ASSIGNMENT-X.

S51287     IF  LSURQ-EXEC-REQUESTED
S51287     AND LSURQ-RETRN-OK
S51287         PERFORM  6000-CHECK-ELDERLY-HOLD
S51287             THRU 6000-CHECK-ELDERLY-HOLD-X
S51287     END-IF.

       0000-MAINLINE-X.
           GOBACK.


       4000-LOAN-PAYOFF-X.
           EXIT.
S51276/
S51276*------------------------
S51276 5000-CHECK-ASSIGNMENT.
S51276*------------------------

S51276*
S51276*  AN ASSIGNED POLICY CANNOT BE SURRENDERED WITHOUT THE
S51276*  ASSIGNEE'S CONSENT.  THE FIGURES STAND; THE REP IS TOLD
S51276*  WHO HOLDS THE POLICY AND FOR HOW MUCH.
S51276*
S51276     MOVE LSURQ-POL-ID             TO LASGC-POL-ID.
S51276     MOVE LSURQ-QUOTE-EFF-DT       TO LASGC-EFF-DT.

S51276     CALL 'ZSRQASGC' USING WGLOB-GLOBAL-AREA
S51276                           LASGC-PARM-INFO
S51276         ON EXCEPTION
S51276             SET LASGC-PAYOUT-HELD TO TRUE
S51276     END-CALL.

S51276     MOVE LASGC-PAYOUT-SW          TO LSURQ-ASGN-SW.
S51276     MOVE LASGC-SECR-AMT           TO LSURQ-ASGN-SECR-AMT.
S51276     MOVE LASGC-ASGNE-NM           TO LSURQ-ASGNE-NM.

S51276     IF  LSURQ-ASGN-HELD
S51276         SET LSURQ-RETRN-ASGN-CONSENT
S51276                                   TO TRUE
S51276     END-IF.

S51276 5000-CHECK-ASSIGNMENT-X.
S51276     EXIT.

S51287*--------------------------
S51287 6000-CHECK-ELDERLY-HOLD.
S51287*--------------------------

S51287*
S51287*  A SURRENDER ABOUT TO BE EXECUTED FOR A POLICYHOLDER AGED 70
S51287*  OR OVER WAITS FOR A CONFIRMATION CALL.  ONLY '00' LETS THE
S51287*  CALLER GO ON TO PROCESS IT.
S51287*
S51287     SET  LELDH-FUNCTION-CHECK     TO TRUE.
S51287     SET  LELDH-TXN-SURRENDER      TO TRUE.
S51287     MOVE LSURQ-POL-ID             TO LELDH-POL-ID.
S51287     MOVE RPOL-HLDR-CLI-ID         TO LELDH-CLI-ID.
S51287     MOVE WPGWS-CRNT-PGM-ID        TO LELDH-RQST-PGM-ID.

S51287     CALL 'ZSRQELDH' USING WGLOB-GLOBAL-AREA
S51287                           LELDH-PARM-INFO
S51287         ON EXCEPTION
S51287             SET LELDH-RETRN-ERROR TO TRUE
S51287     END-CALL.

S51287     EVALUATE TRUE
S51287         WHEN LELDH-RETRN-OK
S51287         WHEN LELDH-RETRN-RELEASED
S51287             CONTINUE
S51287         WHEN LELDH-RETRN-HELD
S51287             SET LSURQ-RETRN-ELDER-HELD
S51287                                   TO TRUE
S51287         WHEN OTHER
S51287             SET LSURQ-RETRN-ERROR TO TRUE
S51287     END-EVALUATE.

S51287 6000-CHECK-ELDERLY-HOLD-X.
S51287     EXIT.
      /
      *
      * POLICY MASTER READ
