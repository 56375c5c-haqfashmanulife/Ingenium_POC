S51245**  02SEP26  CTS    INITIAL VERSION                            **
S51226**  02SEP26  CTS    ROLE-BASED ENTRY CHECK (XSRU9690) WIRED   **
S51226**                  AT THE TRANSACTION ENTRY POINT            **
S51291**  15OCT26  CTS    PASS THE POLICY ON A LUMP-SUM ELECTION     **
S51291**                  FOR THE SEGREGATION-OF-DUTIES WINDOW CHECK **
      *****************************************************************

      **********************
S51226     SET  LSECT-NOT-AUTHORIZED     TO TRUE.
S51226     MOVE WPGWS-CRNT-PGM-ID        TO LSECT-TRAN-ID.

S51291*
S51291*  THE ELECTION IS A POLICY-LEVEL ACTION, SO THE POLICY IS
S51291*  PASSED FOR THE SEGREGATION-OF-DUTIES WINDOW CHECK.
S51291*
S51291     IF  LMTEL-FUNCTION-ELECT
S51291         MOVE LMTEL-POL-ID      TO LSECT-POL-ID
S51291     END-IF.

S51226     CALL 'XSRU9690' USING WGLOB-GLOBAL-AREA
S51226                           LSECT-PARM-INFO
S51226         ON EXCEPTION
