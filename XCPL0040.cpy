      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51209**  02SEP26  CTS    INITIAL VERSION                            **
S51296**  15OCT26  CTS    ADD WRITE-DISTRIBUTION/CLOSE-DISTRIBUTION  **
      *****************************************************************

      *----------------------

       0040-4000-WRITE-ERROR-TOTAL-X.
           EXIT.

S51296*-----------------------
S51296 0040-5000-WRITE-DIST.
S51296*-----------------------
S51296
S51296     SET  L0040-WRITE-DIST         TO TRUE.
S51296     MOVE WPGWS-CRNT-PGM-ID        TO L0040-DIST-RPT-ID.
S51296
S51296     CALL 'XSRU0040' USING WGLOB-GLOBAL-AREA
S51296                           L0040-PARM-INFO.
S51296
S51296 0040-5000-WRITE-DIST-X.
S51296     EXIT.
S51296
S51296*-----------------------
S51296 0040-6000-CLOSE-DIST.
S51296*-----------------------
S51296
S51296     SET  L0040-CLOSE-DIST         TO TRUE.
S51296
S51296     CALL 'XSRU0040' USING WGLOB-GLOBAL-AREA
S51296                           L0040-PARM-INFO.
S51296
S51296 0040-6000-CLOSE-DIST-X.
S51296     EXIT.
