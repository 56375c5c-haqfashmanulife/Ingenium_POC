S51232**  02SEP26  CTS    INITIAL VERSION                            **
S51226**  02SEP26  CTS    ROLE-BASED ENTRY CHECK (XSRU9690) WIRED   **
S51226**                  AT THE TRANSACTION ENTRY POINT            **
S51287**  15OCT26  CTS    A REPLACE FOR A CLIENT AGED 70 OR OVER IS  **
S51287**                  HELD FOR A CONFIRMATION CALL (ZSRQELDH)    **
      *****************************************************************

      **********************
           05  WS-OLD-CNT-TXT            PIC 9(02)       VALUE ZERO.
           05  WS-NEW-CNT-TXT            PIC 9(02)       VALUE ZERO.

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
S51287     MOVE LBENE-PARM-INFO          TO LELDH-PARM-IMAGE.
S51287     MOVE LENGTH OF LBENE-PARM-INFO
S51287                                   TO LELDH-PARM-LEN.

           EVALUATE TRUE
               WHEN LBENE-FUNCTION-REPLACE
                   PERFORM 1000-REPLACE-SET
               GO TO 1000-REPLACE-SET-X
           END-IF.

S51287     PERFORM 1050-CHECK-ELDERLY-HOLD
S51287        THRU 1050-CHECK-ELDERLY-HOLD-X.

S51287     IF  NOT LBENE-RETRN-OK
S51287         GO TO 1000-REPLACE-SET-X
S51287     END-IF.

           OPEN I-O BENE-FILE.
           IF  WBENE-IO-NOFILE
               OPEN OUTPUT BENE-FILE
       1000-REPLACE-SET-X.
           EXIT.

S51287*-------------------------
S51287 1050-CHECK-ELDERLY-HOLD.
S51287*-------------------------

S51287*
S51287*  A BENEFICIARY CHANGE FOR A POLICYHOLDER AGED 70 OR OVER
S51287*  WAITS FOR A CONFIRMATION CALL.
S51287*
S51287     SET  LELDH-FUNCTION-CHECK     TO TRUE.
S51287     SET  LELDH-TXN-BENEFICIARY    TO TRUE.
S51287     MOVE LBENE-POL-ID             TO LELDH-POL-ID.
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
S51287             SET LBENE-RETRN-ELDER-HELD
S51287                                   TO TRUE
S51287         WHEN LELDH-RETRN-NOTFND
S51287             SET LBENE-RETRN-NOTFND
S51287                                   TO TRUE
S51287         WHEN OTHER
S51287             SET LBENE-RETRN-ERROR TO TRUE
S51287     END-EVALUATE.

S51287 1050-CHECK-ELDERLY-HOLD-X.
S51287     EXIT.

      *--------------------
       1100-VALIDATE-SET.
      *--------------------
