      **  MEMBER :  CCPS5020                                       **
      **  REMARKS:  RETRIEVAL PARAGRAPH FOR THE CLIENT BANK          **
      **            ACCOUNT SERVICE (SEE CCWL5020/CCPL5020).         **
S51288**            ALSO THE ALL-ACCOUNTS AND ANONYMIZE CALLS.       **
S51289**            EVERY RETRIEVAL IS FIRST WRITTEN TO THE          **
S51289**            SENSITIVE-DATA ACCESS LOG (ZSRQSALG) AND IS NOT  **
S51289**            MADE IF IT CANNOT BE; THE HOST ALSO COPIES       **
S51289**            CCWLSALG.                                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51221**  02SEP26  CTS    INITIAL VERSION                            **
S51288**  15OCT26  CTS    ALL-ACCOUNTS AND ANONYMIZE PARAGRAPHS      **
S51289**  15OCT26  CTS    RETRIEVALS LOGGED TO THE SENSITIVE-DATA    **
S51289**                  ACCESS LOG                                 **
      *****************************************************************

      *---------------------------------
      *---------------------------------

           SET  L5020-FCN-GET-SPECIFIC   TO TRUE.
S51289
S51289     PERFORM  5020-9000-LOG-BANK-VIEW
S51289         THRU 5020-9000-LOG-BANK-VIEW-X.
S51289     IF  NOT LSALG-RETRN-OK
S51289         SET L5020-RETRN-ERROR     TO TRUE
S51289         GO TO 5020-2000-GET-SPECIFIC-BANK-X
S51289     END-IF.

           CALL 'CSRQ5020' USING WGLOB-GLOBAL-AREA
                                 L5020-PARM-INFO

       5020-2000-GET-SPECIFIC-BANK-X.
           EXIT.
S51288
S51288*---------------------------------
S51288 5020-3000-GET-ALL-BANKS.
S51288*---------------------------------
S51288
S51288     SET  L5020-FCN-GET-ALL        TO TRUE.
S51289
S51289     PERFORM  5020-9000-LOG-BANK-VIEW
S51289         THRU 5020-9000-LOG-BANK-VIEW-X.
S51289     IF  NOT LSALG-RETRN-OK
S51289         SET L5020-RETRN-ERROR     TO TRUE
S51289         GO TO 5020-3000-GET-ALL-BANKS-X
S51289     END-IF.
S51288
S51288     CALL 'CSRQ5020' USING WGLOB-GLOBAL-AREA
S51288                           L5020-PARM-INFO
S51288         ON EXCEPTION
S51288             SET L5020-RETRN-ERROR TO TRUE
S51288     END-CALL.
S51288
S51288 5020-3000-GET-ALL-BANKS-X.
S51288     EXIT.
S51288
S51288*---------------------------------
S51288 5020-4000-ANONYMIZE-BANKS.
S51288*---------------------------------
S51288
S51288     SET  L5020-FCN-ANONYMIZE      TO TRUE.
S51288
S51288     CALL 'CSRQ5020' USING WGLOB-GLOBAL-AREA
S51288                           L5020-PARM-INFO
S51288         ON EXCEPTION
S51288             SET L5020-RETRN-ERROR TO TRUE
S51288     END-CALL.
S51288
S51288 5020-4000-ANONYMIZE-BANKS-X.
S51288     EXIT.
S51289
S51289*---------------------------------
S51289 5020-9000-LOG-BANK-VIEW.
S51289*---------------------------------
S51289
S51289     SET  LSALG-CTGY-BANK-ACCT     TO TRUE.
S51289     SET  LSALG-VIEW-FULL          TO TRUE.
S51289     MOVE L5020-CLI-ID             TO LSALG-CLI-ID.
S51289     MOVE SPACES                   TO LSALG-POL-ID
S51289                                      LSALG-REF-ID.
S51289     MOVE WPGWS-CRNT-PGM-ID        TO LSALG-PGM-ID.
S51289     SET  LSALG-RETRN-ERROR        TO TRUE.
S51289
S51289     CALL 'ZSRQSALG' USING WGLOB-GLOBAL-AREA
S51289                           LSALG-PARM-INFO
S51289         ON EXCEPTION
S51289             SET LSALG-RETRN-ERROR TO TRUE
S51289     END-CALL.
S51289
S51289 5020-9000-LOG-BANK-VIEW-X.
S51289     EXIT.
