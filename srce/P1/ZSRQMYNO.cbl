      **            UNMASKED RETRIEVAL DECRYPTS AND IS WRITTEN TO    **
      **            THE MYNA ACCESS LOG - EVERY TIME, WITH THE       **
      **            REQUESTING USER, TERMINAL AND REASON.            **
S51288**            AN ERASURE (PERSONAL DATA RETENTION) DELETES     **
S51288**            THE CLIENT'S ROW AND IS LOGGED TO MYNA THE SAME  **
S51288**            WAY - BEFORE THE DELETE, AND NOT DONE AT ALL IF  **
S51288**            THE LOG CANNOT BE WRITTEN.                       **
S51289**            EVERY INQUIRY, MASKED OR NOT, IS ALSO WRITTEN TO **
S51289**            THE SENSITIVE-DATA ACCESS LOG (ZSRQSALG) BEFORE  **
S51289**            IT IS ANSWERED, AND IS NOT ANSWERED IF IT CANNOT **
S51289**            BE.                                              **
      **                                                             **
      **            CHECK DIGIT (DIGIT 12):  FOR N = 1 TO 11,        **
      **            COUNTING FROM THE RIGHT OF THE FIRST ELEVEN      **
S51231**  02SEP26  CTS    INITIAL VERSION                            **
S51226**  02SEP26  CTS    ROLE-BASED ENTRY CHECK (XSRU9690) WIRED   **
S51226**                  AT THE TRANSACTION ENTRY POINT            **
S51288**  15OCT26  CTS    ERASE FUNCTION FOR PERSONAL DATA RETENTION **
S51289**  15OCT26  CTS    INQUIRIES LOGGED TO THE SENSITIVE-DATA     **
S51289**                  ACCESS LOG                                 **
      *****************************************************************

      **********************

       COPY XCWL9684.

S51289 COPY CCWLSALG.

       01  WMYNA-SEQ-IO-WORK-AREA.
           05  WMYNA-SEQ-FILE-NAME       PIC X(04)  VALUE 'MYNA'.
           05  WMYNA-SEQ-FILE-STATUS     PIC X(02).
               WHEN LMYNO-FUNCTION-UNMASKED
                   PERFORM 3000-UNMASKED-RETRIEVAL
                      THRU 3000-UNMASKED-RETRIEVAL-X
S51288         WHEN LMYNO-FUNCTION-ERASE
S51288             PERFORM 4000-ERASE-NUMBER
S51288                THRU 4000-ERASE-NUMBER-X
               WHEN OTHER
                   SET LMYNO-RETRN-ERROR TO TRUE
           END-EVALUATE.
               GO TO 2000-MASKED-INQUIRY-X
           END-IF.

S51289     SET  LSALG-VIEW-MASKED            TO TRUE.
S51289     PERFORM 8200-LOG-SENSITIVE-VIEW
S51289        THRU 8200-LOG-SENSITIVE-VIEW-X.
S51289     IF  NOT LMYNO-RETRN-OK
S51289         GO TO 2000-MASKED-INQUIRY-X
S51289     END-IF.

           MOVE '********'                   TO
                LMYNO-MYNO-MASKED (1:8).
           MOVE WS-MYNO-TXT (9:4)            TO
               GO TO 3000-UNMASKED-RETRIEVAL-X
           END-IF.

S51289     SET  LSALG-VIEW-FULL              TO TRUE.
S51289     PERFORM 8200-LOG-SENSITIVE-VIEW
S51289        THRU 8200-LOG-SENSITIVE-VIEW-X.
S51289     IF  NOT LMYNO-RETRN-OK
S51289         GO TO 3000-UNMASKED-RETRIEVAL-X
S51289     END-IF.

           MOVE WS-MYNO-TXT                  TO LMYNO-MYNO-FULL.
           MOVE SPACES                       TO WS-MYNO-TXT.

       3000-UNMASKED-RETRIEVAL-X.
           EXIT.

S51288*--------------------
S51288 4000-ERASE-NUMBER.
S51288*--------------------

S51288     IF  LMYNO-CLI-ID = SPACES
S51288         SET LMYNO-RETRN-ERROR         TO TRUE
S51288         GO TO 4000-ERASE-NUMBER-X
S51288     END-IF.

S51288     OPEN I-O TAXN-FILE.
S51288     IF  WTAXN-SEQ-FILE-STATUS NOT = '00'
S51288         SET LMYNO-RETRN-NOTFND        TO TRUE
S51288         GO TO 4000-ERASE-NUMBER-X
S51288     END-IF.

S51288     MOVE LMYNO-CLI-ID                 TO WTAXN-CLI-ID.

S51288     READ TAXN-FILE
S51288         INVALID KEY
S51288             MOVE '23' TO WTAXN-SEQ-FILE-STATUS
S51288     END-READ.

S51288     IF  NOT WTAXN-IO-OK
S51288         SET LMYNO-RETRN-NOTFND        TO TRUE
S51288         CLOSE TAXN-FILE
S51288         GO TO 4000-ERASE-NUMBER-X
S51288     END-IF.

S51288*
S51288* AN ERASURE THAT CANNOT BE LOGGED MUST NOT BE DONE.
S51288*
S51288     IF  LMYNO-ACCS-RSN-TXT = SPACES
S51288         MOVE 'ERASED - RETENTION EXPIRED'
S51288                                       TO LMYNO-ACCS-RSN-TXT
S51288     END-IF.

S51288     SET  LMYNO-RETRN-OK               TO TRUE.

S51288     PERFORM 8100-WRITE-ACCESS-LOG
S51288        THRU 8100-WRITE-ACCESS-LOG-X.

S51288     IF  NOT LMYNO-RETRN-OK
S51288         CLOSE TAXN-FILE
S51288         GO TO 4000-ERASE-NUMBER-X
S51288     END-IF.

S51288     DELETE TAXN-FILE RECORD
S51288         INVALID KEY
S51288             MOVE '23' TO WTAXN-SEQ-FILE-STATUS
S51288     END-DELETE.

S51288     IF  NOT WTAXN-IO-OK
S51288         SET LMYNO-RETRN-ERROR         TO TRUE
S51288     END-IF.

S51288     CLOSE TAXN-FILE.

S51288 4000-ERASE-NUMBER-X.
S51288     EXIT.

      *--------------------------
       2800-READ-AND-DECRYPT.
      *--------------------------

       8100-WRITE-ACCESS-LOG-X.
           EXIT.
S51289
S51289*-------------------------
S51289 8200-LOG-SENSITIVE-VIEW.
S51289*-------------------------
S51289
S51289*
S51289* THE CALLER HAS SET THE VIEW TYPE.  A VIEW THAT CANNOT BE
S51289* LOGGED IS NOT ANSWERED - THE DECRYPTED NUMBER IS DROPPED.
S51289*
S51289     SET  LSALG-CTGY-MY-NUMBER         TO TRUE.
S51289     MOVE LMYNO-CLI-ID                 TO LSALG-CLI-ID.
S51289     MOVE SPACES                       TO LSALG-POL-ID
S51289                                          LSALG-REF-ID.
S51289     MOVE WPGWS-CRNT-PGM-ID            TO LSALG-PGM-ID.
S51289     SET  LSALG-RETRN-ERROR            TO TRUE.
S51289
S51289     CALL 'ZSRQSALG' USING WGLOB-GLOBAL-AREA
S51289                           LSALG-PARM-INFO
S51289         ON EXCEPTION
S51289             SET LSALG-RETRN-ERROR     TO TRUE
S51289     END-CALL.
S51289
S51289     IF  NOT LSALG-RETRN-OK
S51289         MOVE SPACES                   TO WS-MYNO-TXT
S51289         SET LMYNO-RETRN-ERROR         TO TRUE
S51289     END-IF.
S51289
S51289 8200-LOG-SENSITIVE-VIEW-X.
S51289     EXIT.
      /
       COPY XCPL9684.
       COPY XCPS9684.
