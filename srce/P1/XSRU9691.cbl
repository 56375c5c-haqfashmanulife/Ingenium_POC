      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  XSRU9691.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  XSRU9691                                         **
      **  REMARKS:  CONFIGURATION AUDIT TRAIL WRITER.  THE           **
      **            MAINTENANCE PROGRAMS FOR THE SECURITY AND EDIT   **
      **            TABLES CALL THIS MODULE BEFORE EVERY CREATE,     **
      **            UPDATE, DELETE OR COPY OF A ROW WITH THE ROW AS  **
      **            IT WAS AND AS IT WILL BE.  ONE ROW IS ADDED TO   **
      **            THE AUDIT TRAIL (CFAU) WITH THE SIGNED-ON USER,  **
      **            TERMINAL, PROGRAM AND THE SYSTEM DATE AND TIME.  **
      **                                                             **
      **            THE TRAIL IS CREATED ON FIRST USE.  A ROW THAT   **
      **            CANNOT BE WRITTEN IS RETURNED AS AN ERROR AND    **
      **            THE CALLER DOES NOT MAKE THE CHANGE.             **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51292**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHCFAU.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWCFAU.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'XSRU9691'.

       COPY SQLCA.

       COPY CCWWCFAU.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-WRITE-SWITCH           PIC X(01)  VALUE 'N'.
               88  WS-WRITE-DONE                    VALUE 'Y'.
               88  WS-WRITE-NOT-DONE                VALUE 'N'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY XCWL9691.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 L9691-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           SET  L9691-RETRN-OK           TO TRUE.

           IF  NOT L9691-FUNCTION-WRITE
           OR  L9691-TBL-ID = SPACES
           OR  L9691-ACTN-CD = SPACES
               SET L9691-RETRN-ERROR     TO TRUE
               GO TO 0000-MAINLINE-X
           END-IF.

           PERFORM 0100-OPEN-FILE
              THRU 0100-OPEN-FILE-X.

           IF  NOT WCFAU-IO-OK
               SET L9691-RETRN-ERROR     TO TRUE
               GO TO 0000-MAINLINE-X
           END-IF.

           PERFORM 1000-BUILD-ROW
              THRU 1000-BUILD-ROW-X.

           SET  WS-WRITE-NOT-DONE        TO TRUE.

           PERFORM 2000-WRITE-ROW
              THRU 2000-WRITE-ROW-X
                   UNTIL WS-WRITE-DONE.

           IF  NOT WCFAU-IO-OK
               SET L9691-RETRN-ERROR     TO TRUE
           END-IF.

           CLOSE CFAU-FILE.

       0000-MAINLINE-X.
           GOBACK.

      *----------------
       0100-OPEN-FILE.
      *----------------

      *
      *  NO TRAIL YET - CREATE IT EMPTY AND OPEN IT AGAIN FOR UPDATE.
      *
           OPEN I-O CFAU-FILE.

           IF  WCFAU-IO-NOFILE
               OPEN OUTPUT CFAU-FILE
               IF  WCFAU-IO-OK
                   CLOSE CFAU-FILE
                   OPEN I-O CFAU-FILE
               END-IF
           END-IF.

       0100-OPEN-FILE-X.
           EXIT.

      *----------------
       1000-BUILD-ROW.
      *----------------

           MOVE SPACES                   TO WCFAU-REC-INFO.
           MOVE L9691-TBL-ID             TO WCFAU-TBL-ID
                                            WCFAU-LOG-TBL-ID.
           MOVE L9691-ROW-KEY            TO WCFAU-ROW-KEY.
           MOVE WGLOB-SYSTEM-DATE-INT    TO WCFAU-CHNG-DT
                                            WCFAU-LOG-DT.
           MOVE WGLOB-SYSTEM-TIME-INT    TO WCFAU-CHNG-TIME.
           MOVE ZERO                     TO WCFAU-SEQ-NUM.
           MOVE L9691-ACTN-CD            TO WCFAU-ACTN-CD.
           MOVE WGLOB-USER-ID            TO WCFAU-USER-ID.
           MOVE WGLOB-TERMINAL-ID        TO WCFAU-TERM-ID.
           MOVE WGLOB-CRNT-PGM-ID        TO WCFAU-PGM-ID.
           MOVE WGLOB-COMPANY-CODE       TO WCFAU-CO-ID.
           MOVE L9691-SRCE-KEY           TO WCFAU-SRCE-KEY.
           MOVE L9691-BEFORE-IMAGE       TO WCFAU-BEFORE-IMAGE.
           MOVE L9691-AFTER-IMAGE        TO WCFAU-AFTER-IMAGE.

       1000-BUILD-ROW-X.
           EXIT.

      *----------------
       2000-WRITE-ROW.
      *----------------

      *
      *  A SECOND CHANGE TO THE SAME ROW IN THE SAME SECOND TAKES THE
      *  NEXT SEQUENCE NUMBER.
      *
           WRITE WCFAU-REC-INFO
               INVALID KEY
                   MOVE '22' TO WCFAU-SEQ-FILE-STATUS
           END-WRITE.

           IF  WCFAU-IO-DUPKEY
           AND WCFAU-SEQ-NUM < 999
               ADD 1                     TO WCFAU-SEQ-NUM
           ELSE
               SET WS-WRITE-DONE         TO TRUE
           END-IF.

       2000-WRITE-ROW-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM XSRU9691                     **
      *****************************************************************
