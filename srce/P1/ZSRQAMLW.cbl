      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQAMLW.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQAMLW                                         **
      **  REMARKS:  ONLINE ACCESS TO THE AML COMPLIANCE WORKLIST     **
      **            (AMLW) FOR THE COMPLIANCE DESK.  INQUIRES ON A   **
      **            SCENARIO HIT, PAGES THROUGH THE WORKLIST (OPEN   **
      **            AND ESCALATED HITS ONLY ON REQUEST) AND RECORDS  **
      **            THE DISPOSITION OF AN UNRESOLVED HIT: CLOSED,    **
      **            ESCALATED, OR SUSPICIOUS TRANSACTION REPORT      **
      **            FILED WITH ITS REFERENCE.  AN ESCALATED HIT CAN  **
      **            STILL BE CLOSED OR REPORTED; A CLOSED OR FILED   **
      **            HIT IS FINAL.  EVERY DISPOSITION IS APPENDED TO  **
      **            THE AUDIT TRAIL (ZCSRAMAU) BEFORE THE WORKLIST   **
      **            IS UPDATED, AND IS REFUSED IF IT CANNOT BE.      **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51285**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHAMLW.

           SELECT AMAU-FILE ASSIGN TO ZSAMAU
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WAMAU-SEQ-FILE-STATUS.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWAMLW.

       FD  AMAU-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRAMAU.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQAMLW'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWAMLW.

       01  WAMAU-SEQ-IO-WORK-AREA.
           05  WAMAU-SEQ-FILE-NAME       PIC X(04)  VALUE 'AMAU'.
           05  WAMAU-SEQ-FILE-STATUS     PIC X(02).

       01  WS-AMLW-WORK-AREA.
           05  WS-EDIT-SW                   PIC X(01).
               88  WS-EDIT-OK                         VALUE 'Y'.
               88  WS-EDIT-NOT-OK                     VALUE 'N'.
           05  WS-AUDIT-SW                  PIC X(01).
               88  WS-AUDIT-WRITTEN                   VALUE 'Y'.
               88  WS-AUDIT-FAILED                    VALUE 'N'.
           05  WS-PREV-STAT-CD              PIC X(01).

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLAMLW.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LAMLW-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LAMLW-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LAMLW-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-HIT
                      THRU 1000-INQUIRE-HIT-X
               WHEN LAMLW-FUNCTION-DISPOSE
                   PERFORM 2000-DISPOSE-HIT
                      THRU 2000-DISPOSE-HIT-X
               WHEN LAMLW-FUNCTION-READNEXT
                   PERFORM 5000-READNEXT-HIT
                      THRU 5000-READNEXT-HIT-X
               WHEN OTHER
                   SET LAMLW-RETRN-ERROR TO TRUE
           END-EVALUATE.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.

      *------------------------
       0050-CHECK-AUTHORITY.
      *------------------------

      *
      *  THE ROLE-BASED ENTRY CHECK - FAILS CLOSED: A CHECK THAT
      *  CANNOT BE MADE IS A DENIAL.
      *
           MOVE SPACES                   TO LSECT-PARM-INFO.
           SET  LSECT-FUNCTION-CHECK     TO TRUE.
           SET  LSECT-NOT-AUTHORIZED     TO TRUE.
           MOVE WPGWS-CRNT-PGM-ID        TO LSECT-TRAN-ID.

           CALL 'XSRU9690' USING WGLOB-GLOBAL-AREA
                                 LSECT-PARM-INFO
               ON EXCEPTION
                   SET LSECT-NOT-AUTHORIZED
                                         TO TRUE
           END-CALL.

       0050-CHECK-AUTHORITY-X.
           EXIT.

      *------------------
       1000-INQUIRE-HIT.
      *------------------

           OPEN INPUT AMLW-FILE.
           IF  WAMLW-SEQ-FILE-STATUS NOT = '00'
               SET LAMLW-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-HIT-X
           END-IF.

           MOVE LAMLW-KEY                    TO WAMLW-KEY.

           READ AMLW-FILE
               INVALID KEY
                   MOVE '23' TO WAMLW-SEQ-FILE-STATUS
           END-READ.

           IF  WAMLW-IO-OK
               PERFORM 1900-RETURN-HIT
                  THRU 1900-RETURN-HIT-X
               SET LAMLW-RETRN-OK            TO TRUE
           ELSE
               SET LAMLW-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE AMLW-FILE.

       1000-INQUIRE-HIT-X.
           EXIT.

      *------------------
       2000-DISPOSE-HIT.
      *------------------

           PERFORM 6000-EDIT-DISPOSITION
              THRU 6000-EDIT-DISPOSITION-X.

           IF  WS-EDIT-NOT-OK
               SET LAMLW-RETRN-INVALID       TO TRUE
               GO TO 2000-DISPOSE-HIT-X
           END-IF.

           OPEN I-O AMLW-FILE.
           IF  WAMLW-SEQ-FILE-STATUS NOT = '00'
               SET LAMLW-RETRN-NOTFND        TO TRUE
               GO TO 2000-DISPOSE-HIT-X
           END-IF.

           MOVE LAMLW-KEY                    TO WAMLW-KEY.

           READ AMLW-FILE
               INVALID KEY
                   MOVE '23' TO WAMLW-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WAMLW-IO-OK
               SET LAMLW-RETRN-NOTFND        TO TRUE
               CLOSE AMLW-FILE
               GO TO 2000-DISPOSE-HIT-X
           END-IF.

      *
      *  A CLOSED OR FILED HIT IS FINAL, AND AN ESCALATED HIT IS
      *  NOT ESCALATED A SECOND TIME.
      *
           IF  WAMLW-STAT-FINAL
               PERFORM 1900-RETURN-HIT
                  THRU 1900-RETURN-HIT-X
               SET LAMLW-RETRN-RESOLVED      TO TRUE
               CLOSE AMLW-FILE
               GO TO 2000-DISPOSE-HIT-X
           END-IF.

           IF  WAMLW-STAT-ESCALATED
           AND LAMLW-ALRT-STAT-CD = 'E'
               PERFORM 1900-RETURN-HIT
                  THRU 1900-RETURN-HIT-X
               SET LAMLW-RETRN-INVALID       TO TRUE
               CLOSE AMLW-FILE
               GO TO 2000-DISPOSE-HIT-X
           END-IF.

           MOVE WAMLW-ALRT-STAT-CD           TO WS-PREV-STAT-CD.

           PERFORM 8100-WRITE-AUDIT
              THRU 8100-WRITE-AUDIT-X.

           IF  WS-AUDIT-FAILED
               SET LAMLW-RETRN-ERROR         TO TRUE
               CLOSE AMLW-FILE
               GO TO 2000-DISPOSE-HIT-X
           END-IF.

           MOVE LAMLW-ALRT-STAT-CD           TO WAMLW-ALRT-STAT-CD.
           MOVE LAMLW-DSPSN-NOTE-TXT         TO WAMLW-DSPSN-NOTE-TXT.
           IF  WAMLW-STAT-STR-FILED
               MOVE LAMLW-STR-REF-NUM        TO WAMLW-STR-REF-NUM
           END-IF.
           MOVE WGLOB-CRNT-DT                TO WAMLW-DSPSN-DT
                                                WAMLW-LAST-CHG-DT.
           MOVE WGLOB-USER-ID                TO WAMLW-DSPSN-USER-ID
                                                WAMLW-LAST-CHG-USER-ID.

           REWRITE WAMLW-REC-INFO
               INVALID KEY
                   MOVE '99' TO WAMLW-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WAMLW-IO-OK
               PERFORM 1900-RETURN-HIT
                  THRU 1900-RETURN-HIT-X
               SET LAMLW-RETRN-OK            TO TRUE
           ELSE
               SET LAMLW-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE AMLW-FILE.

       2000-DISPOSE-HIT-X.
           EXIT.

      *-------------------
       5000-READNEXT-HIT.
      *-------------------

           OPEN INPUT AMLW-FILE.
           IF  WAMLW-SEQ-FILE-STATUS NOT = '00'
               SET LAMLW-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-HIT-X
           END-IF.

           MOVE LAMLW-KEY                    TO WAMLW-KEY.

           START AMLW-FILE
               KEY IS GREATER THAN WAMLW-KEY
               INVALID KEY
                   MOVE '23' TO WAMLW-SEQ-FILE-STATUS
           END-START.

           IF  WAMLW-IO-OK
               PERFORM 5100-READ-NEXT-ROW
                  THRU 5100-READ-NEXT-ROW-X
           END-IF.

      *
      *  WHEN ONLY UNRESOLVED HITS ARE WANTED, SKIP PAST THE REST.
      *
           IF  LAMLW-UNRSLVD-ONLY
               PERFORM 5100-READ-NEXT-ROW
                  THRU 5100-READ-NEXT-ROW-X
                   UNTIL NOT WAMLW-IO-OK
                   OR    NOT WAMLW-STAT-FINAL
           END-IF.

           IF  WAMLW-IO-OK
               PERFORM 1900-RETURN-HIT
                  THRU 1900-RETURN-HIT-X
               SET LAMLW-RETRN-OK            TO TRUE
           ELSE
               SET LAMLW-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE AMLW-FILE.

       5000-READNEXT-HIT-X.
           EXIT.

      *--------------------
       5100-READ-NEXT-ROW.
      *--------------------

           READ AMLW-FILE NEXT
               AT END
                   MOVE '10' TO WAMLW-SEQ-FILE-STATUS
           END-READ.

       5100-READ-NEXT-ROW-X.
           EXIT.

      *-----------------
       1900-RETURN-HIT.
      *-----------------

           MOVE WAMLW-KEY                    TO LAMLW-KEY.
           MOVE WAMLW-CLI-ID                 TO LAMLW-CLI-ID.
           MOVE WAMLW-SERV-AGT-ID            TO LAMLW-SERV-AGT-ID.
           MOVE WAMLW-SERV-BR-ID             TO LAMLW-SERV-BR-ID.
           MOVE WAMLW-TRIG-AMT               TO LAMLW-TRIG-AMT.
           MOVE WAMLW-REF-AMT                TO LAMLW-REF-AMT.
           MOVE WAMLW-REF-DT                 TO LAMLW-REF-DT.
           MOVE WAMLW-RCPT-CNT               TO LAMLW-RCPT-CNT.
           MOVE WAMLW-CHNL-CD                TO LAMLW-CHNL-CD.
           MOVE WAMLW-PAYOR-CLI-ID           TO LAMLW-PAYOR-CLI-ID.
           MOVE WAMLW-PAYOR-NM               TO LAMLW-PAYOR-NM.
           MOVE WAMLW-THRSHLD-AMT            TO LAMLW-THRSHLD-AMT.
           MOVE WAMLW-ALRT-STAT-CD           TO LAMLW-ALRT-STAT-CD.
           MOVE WAMLW-OPEN-DT                TO LAMLW-OPEN-DT.
           MOVE WAMLW-DSPSN-DT               TO LAMLW-DSPSN-DT.
           MOVE WAMLW-DSPSN-USER-ID          TO LAMLW-DSPSN-USER-ID.
           MOVE WAMLW-DSPSN-NOTE-TXT         TO LAMLW-DSPSN-NOTE-TXT.
           MOVE WAMLW-STR-REF-NUM            TO LAMLW-STR-REF-NUM.

       1900-RETURN-HIT-X.
           EXIT.

      *-----------------------
       6000-EDIT-DISPOSITION.
      *-----------------------

      *
      *  A DISPOSITION NEEDS THE HIT, A VALID OUTCOME AND A NOTE; A
      *  FILED REPORT ALSO NEEDS ITS STR REFERENCE.
      *
           SET WS-EDIT-OK                    TO TRUE.

           MOVE LAMLW-ALRT-STAT-CD           TO WAMLW-ALRT-STAT-CD.

           IF  LAMLW-POL-ID = SPACES
           OR  LAMLW-SCNR-CD = SPACES
           OR  LAMLW-EVNT-DT = SPACES
           OR  NOT WAMLW-STAT-DSPSN-VALID
           OR  LAMLW-DSPSN-NOTE-TXT = SPACES
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

           IF  WAMLW-STAT-STR-FILED
           AND LAMLW-STR-REF-NUM = SPACES
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

       6000-EDIT-DISPOSITION-X.
           EXIT.

      *-----------------
       8100-WRITE-AUDIT.
      *-----------------

           SET  WS-AUDIT-FAILED              TO TRUE.

           OPEN EXTEND AMAU-FILE.
           IF  WAMAU-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT AMAU-FILE
           END-IF.
           IF  WAMAU-SEQ-FILE-STATUS NOT = '00'
               GO TO 8100-WRITE-AUDIT-X
           END-IF.

           MOVE SPACES                       TO RAMAU-SEQ-REC-INFO.
           MOVE WAMLW-POL-ID                 TO RAMAU-POL-ID.
           MOVE WAMLW-SCNR-CD                TO RAMAU-SCNR-CD.
           MOVE WAMLW-EVNT-DT                TO RAMAU-EVNT-DT.
           MOVE WS-PREV-STAT-CD              TO RAMAU-PREV-STAT-CD.
           MOVE LAMLW-ALRT-STAT-CD           TO RAMAU-NEW-STAT-CD.
           MOVE WGLOB-USER-ID                TO RAMAU-USER-ID.
           MOVE WGLOB-CRNT-DT                TO RAMAU-AUDIT-DT.
           MOVE WGLOB-SYSTEM-TIME            TO RAMAU-AUDIT-TIME.
           IF  LAMLW-ALRT-STAT-CD = 'S'
               MOVE LAMLW-STR-REF-NUM        TO RAMAU-STR-REF-NUM
           END-IF.
           MOVE LAMLW-DSPSN-NOTE-TXT         TO RAMAU-NOTE-TXT.

           WRITE RAMAU-SEQ-REC-INFO.

           IF  WAMAU-SEQ-FILE-STATUS = '00'
               SET WS-AUDIT-WRITTEN          TO TRUE
           END-IF.

           CLOSE AMAU-FILE.

       8100-WRITE-AUDIT-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQAMLW                     **
      *****************************************************************
