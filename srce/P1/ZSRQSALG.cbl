      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQSALG.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQSALG                                         **
      **  REMARKS:  SENSITIVE-DATA ACCESS LOG WRITER.  CALLED BY     **
      **            EVERY ONLINE INQUIRY THAT SHOWS A CLIENT'S MY    **
      **            NUMBER (ZSRQMYNO), BANK ACCOUNTS (CCPS5020),     **
      **            MEDICAL CLAIM DETAILS (ZSRQCTIV, ZSRQMBAC) OR    **
      **            THE CLIENT 360 VIEW, BEFORE IT ANSWERS.  ONE ROW **
      **            IS ADDED TO THE SALG LOG WITH THE USER,          **
      **            TERMINAL, TRANSACTION, CALLING PROGRAM, CLIENT,  **
      **            POLICY, DATE AND TIME.  A VIEW GIVEN ONLY BY     **
      **            POLICY IS LOGGED UNDER THE POLICY HOLDER.  ANY   **
      **            RETURN OTHER THAN '00' MEANS THE VIEW WAS NOT    **
      **            LOGGED AND MUST NOT BE ANSWERED.                 **
      **                                                             **
      **            BATCH RUNS READ THE SAME DATA IN BULK UNDER      **
      **            THEIR OWN JOB CONTROLS; THEY ARE NOT VIEWS AND   **
      **            ARE NOT LOGGED.                                  **
      **                                                             **
      **  DOMAIN :  CI                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51289**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHSALG.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWSALG.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQSALG'.

       COPY SQLCA.

       COPY CCWWSALG.

       01  WS-SALG-WORK-AREA.
           05  WS-SEQ-NUM                   PIC 9(03).
           05  WS-MAX-SEQ-NUM               PIC 9(03)  VALUE 999.

       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLSALG.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LSALG-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           SET  LSALG-RETRN-OK               TO TRUE.

           IF  WGLOB-ENVRMNT-BATCH
               GOBACK
           END-IF.

           PERFORM 1000-EDIT-REQUEST
              THRU 1000-EDIT-REQUEST-X.

           IF  LSALG-RETRN-OK
               PERFORM 2000-WRITE-LOG
                  THRU 2000-WRITE-LOG-X
           END-IF.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.

      *-------------------
       1000-EDIT-REQUEST.
      *-------------------

           MOVE LSALG-DATA-CTGY-CD           TO WSALG-DATA-CTGY-CD.

           IF  NOT WSALG-CTGY-VALID
           OR  LSALG-PGM-ID = SPACES
           OR  (LSALG-CLI-ID = SPACES
           AND  LSALG-POL-ID = SPACES)
               SET LSALG-RETRN-INVALID       TO TRUE
               GO TO 1000-EDIT-REQUEST-X
           END-IF.

           IF  NOT LSALG-VIEW-MASKED
               SET LSALG-VIEW-FULL           TO TRUE
           END-IF.

      *
      *  A VIEW BY POLICY IS LOGGED UNDER ITS HOLDER.  A POLICY NOT
      *  ON FILE IS STILL LOGGED - UNDER THE POLICY ALONE.
      *
           IF  LSALG-CLI-ID = SPACES
               MOVE LSALG-POL-ID             TO WPOL-POL-ID
               PERFORM  POL-1000-READ
                   THRU POL-1000-READ-X
               IF  WPOL-IO-OK
                   MOVE RPOL-HLDR-CLI-ID     TO LSALG-CLI-ID
               END-IF
           END-IF.

       1000-EDIT-REQUEST-X.
           EXIT.

      *----------------
       2000-WRITE-LOG.
      *----------------

      *
      *  THE LOG IS CREATED ON FIRST USE.
      *
           OPEN I-O SALG-FILE.
           IF  WSALG-IO-NOFILE
               OPEN OUTPUT SALG-FILE
               CLOSE SALG-FILE
               OPEN I-O SALG-FILE
           END-IF.
           IF  WSALG-SEQ-FILE-STATUS NOT = '00'
               SET LSALG-RETRN-ERROR         TO TRUE
               GO TO 2000-WRITE-LOG-X
           END-IF.

           MOVE SPACES                       TO WSALG-REC-INFO.
           MOVE LSALG-CLI-ID                 TO WSALG-CLI-ID.
           MOVE WGLOB-CRNT-DT                TO WSALG-ACCS-DT.
           MOVE WGLOB-SYSTEM-TIME-INT        TO WSALG-ACCS-TIME.
           MOVE WGLOB-USER-ID                TO WSALG-USER-ID.
           MOVE WGLOB-TERMINAL-ID            TO WSALG-TERM-ID.
           MOVE WGLOB-TRANSACTION-ID         TO WSALG-TRXN-ID.
           MOVE LSALG-PGM-ID                 TO WSALG-PGM-ID.
           MOVE LSALG-DATA-CTGY-CD           TO WSALG-DATA-CTGY-CD.
           MOVE LSALG-VIEW-TYP-CD            TO WSALG-VIEW-TYP-CD.
           MOVE LSALG-POL-ID                 TO WSALG-POL-ID.
           MOVE LSALG-REF-ID                 TO WSALG-REF-ID.

      *
      *  TWO VIEWS OF ONE CLIENT IN THE SAME HUNDREDTH OF A SECOND
      *  TAKE THE NEXT SEQUENCE NUMBER.
      *
           MOVE ZERO                         TO WS-SEQ-NUM.
           MOVE '22'                         TO WSALG-SEQ-FILE-STATUS.

           PERFORM 2100-WRITE-ROW
              THRU 2100-WRITE-ROW-X
               UNTIL NOT WSALG-IO-DUPKEY
               OR    WS-SEQ-NUM NOT < WS-MAX-SEQ-NUM.

           IF  NOT WSALG-IO-OK
               SET LSALG-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE SALG-FILE.

       2000-WRITE-LOG-X.
           EXIT.

      *----------------
       2100-WRITE-ROW.
      *----------------

           ADD 1                             TO WS-SEQ-NUM.
           MOVE WS-SEQ-NUM                   TO WSALG-SEQ-NUM.

           WRITE WSALG-REC-INFO
               INVALID KEY
                   MOVE '22' TO WSALG-SEQ-FILE-STATUS
           END-WRITE.

       2100-WRITE-ROW-X.
           EXIT.
      /
      *
      * POLICY MASTER READ
      *
       COPY CCPNPOL.
      *****************************************************************
      **                 END OF PROGRAM ZSRQSALG                     **
      *****************************************************************
