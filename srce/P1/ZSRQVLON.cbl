S51243**  02SEP26  CTS    INITIAL VERSION                            **
S51226**  02SEP26  CTS    ROLE-BASED ENTRY CHECK (XSRU9690) WIRED   **
S51226**                  AT THE TRANSACTION ENTRY POINT            **
S51276**  15OCT26  CTS    NO LOAN IS ADVANCED ON AN ACTIVELY         **
S51276**                  ASSIGNED POLICY WITHOUT THE ASSIGNEE'S     **
S51276**                  CONSENT ON FILE (ZSRQASGC)                 **
S51287**  15OCT26  CTS    A LOAN FOR A CLIENT AGED 70 OR OVER IS     **
S51287**                  HELD FOR A CONFIRMATION CALL (ZSRQELDH)    **
S51291**  15OCT26  CTS    PASS THE POLICY ON A LOAN PAYOUT FOR THE   **
S51291**                  SEGREGATION-OF-DUTIES WINDOW CHECK         **
      *****************************************************************

      **********************

       COPY CCWLPGA.

S51276 COPY CCWLASGC.

S51287 COPY CCWLELDH.

      *****************
       LINKAGE SECTION.
      *****************
S51226         GOBACK
S51226     END-IF.

S51287*
S51287*  THE REQUEST AS RECEIVED, KEPT IN CASE IT HAS TO BE HELD.
S51287*
S51287     MOVE SPACES                   TO LELDH-PARM-INFO.
S51287     MOVE LVLON-PARM-INFO          TO LELDH-PARM-IMAGE.
S51287     MOVE LENGTH OF LVLON-PARM-INFO
S51287                                   TO LELDH-PARM-LEN.

           SET  LVLON-RETRN-OK           TO TRUE.

           PERFORM  1000-QUOTE-AVAILABLE
               THRU 1000-QUOTE-AVAILABLE-X.

S51276     IF  LVLON-FUNCTION-ORIGINATE
S51276     AND LVLON-RETRN-OK
S51276         PERFORM  1500-CHECK-ASSIGNMENT
S51276             THRU 1500-CHECK-ASSIGNMENT-X
S51276     END-IF.

S51287     IF  LVLON-FUNCTION-ORIGINATE
S51287     AND LVLON-RETRN-OK
S51287         PERFORM  1600-CHECK-ELDERLY-HOLD
S51287             THRU 1600-CHECK-ELDERLY-HOLD-X
S51287     END-IF.

           IF  LVLON-FUNCTION-ORIGINATE
           AND LVLON-RETRN-OK
               PERFORM  2000-ORIGINATE-LOAN
S51226     SET  LSECT-NOT-AUTHORIZED     TO TRUE.
S51226     MOVE WPGWS-CRNT-PGM-ID        TO LSECT-TRAN-ID.

S51291*
S51291*  THE PAYOUT IS A POLICY-LEVEL ACTION, SO THE POLICY IS
S51291*  PASSED FOR THE SEGREGATION-OF-DUTIES WINDOW CHECK.
S51291*
S51291     IF  LVLON-FUNCTION-ORIGINATE
S51291         MOVE LVLON-POL-ID      TO LSECT-POL-ID
S51291     END-IF.

S51226     CALL 'XSRU9690' USING WGLOB-GLOBAL-AREA
S51226                           LSECT-PARM-INFO
S51226         ON EXCEPTION
       1110-ADD-ONE-LOAN-X.
           EXIT.

S51276*--------------------------
S51276 1500-CHECK-ASSIGNMENT.
S51276*--------------------------

S51276*
S51276*  A LOAN AGAINST AN ASSIGNED POLICY TAKES VALUE THE ASSIGNEE
S51276*  HOLDS AS SECURITY - REFUSED UNLESS THE ASSIGNEE CONSENTS.
S51276*
S51276     MOVE LVLON-POL-ID             TO LASGC-POL-ID.
S51276     MOVE WGLOB-CRNT-DT            TO LASGC-EFF-DT.

S51276     CALL 'ZSRQASGC' USING WGLOB-GLOBAL-AREA
S51276                           LASGC-PARM-INFO
S51276         ON EXCEPTION
S51276             SET LASGC-PAYOUT-HELD TO TRUE
S51276     END-CALL.

S51276     IF  LASGC-PAYOUT-HELD
S51276         SET LVLON-RETRN-ASSIGNED  TO TRUE
S51276     END-IF.

S51276 1500-CHECK-ASSIGNMENT-X.
S51276     EXIT.

S51287*--------------------------
S51287 1600-CHECK-ELDERLY-HOLD.
S51287*--------------------------

S51287*
S51287*  A LOAN FOR A CLIENT AGED 70 OR OVER WAITS FOR A CONFIRMATION
S51287*  CALL.  A REQUEST THAT WOULD BE REFUSED ANYWAY IS NOT HELD.
S51287*
S51287     IF  LVLON-RQSTD-AMT > LVLON-AVAIL-AMT
S51287     OR  LVLON-RQSTD-AMT NOT > ZERO
S51287         GO TO 1600-CHECK-ELDERLY-HOLD-X
S51287     END-IF.

S51287     SET  LELDH-FUNCTION-CHECK     TO TRUE.
S51287     SET  LELDH-TXN-LOAN           TO TRUE.
S51287     MOVE LVLON-POL-ID             TO LELDH-POL-ID.
S51287     MOVE SPACES                   TO LELDH-CLI-ID.
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
S51287             SET LVLON-RETRN-ELDER-HELD
S51287                                   TO TRUE
S51287         WHEN OTHER
S51287             SET LVLON-RETRN-ERROR TO TRUE
S51287     END-EVALUATE.

S51287 1600-CHECK-ELDERLY-HOLD-X.
S51287     EXIT.

      *--------------------------
       2000-ORIGINATE-LOAN.
      *--------------------------
