      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQCTIV.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQCTIV                                         **
      **  REMARKS:  ONLINE ACCESS TO THE CONTESTABLE-PERIOD CLAIM    **
      **            INVESTIGATION WORKLIST (CTIV) FOR THE CLAIMS     **
      **            INVESTIGATION DESK.  INQUIRES ON A CLAIM, PAGES  **
      **            THROUGH THE WORKLIST (PENDING CLAIMS ONLY ON     **
      **            REQUEST) AND RECORDS THE DISPOSITION OF A        **
      **            PENDING INVESTIGATION.  A CLEARED CLAIM'S HELD   **
      **            DECISION IS SENT TO THE CLAIMS SYSTEM BY THE     **
      **            NEXT ZSBM9327 RUN; A RESCINDED OR DECLINED       **
      **            CLAIM CAN ONLY GO OUT AS AN UNPAID DECISION.     **
S51289**            EVERY CLAIM SHOWN BY AN INQUIRY OR PAGE IS FIRST **
S51289**            WRITTEN TO THE SENSITIVE-DATA ACCESS LOG         **
S51289**            (ZSRQSALG) AND IS NOT SHOWN IF IT CANNOT BE.     **
      **                                                             **
      **  DOMAIN :  CM                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51283**  15OCT26  CTS    INITIAL VERSION                            **
S51289**  15OCT26  CTS    CLAIM VIEWS LOGGED TO THE SENSITIVE-DATA   **
S51289**                  ACCESS LOG                                 **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHCTIV.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWCTIV.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQCTIV'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWCTIV.

S51289 COPY CCWLSALG.

       01  WS-CTIV-WORK-AREA.
           05  WS-EDIT-SW                   PIC X(01).
               88  WS-EDIT-OK                         VALUE 'Y'.
               88  WS-EDIT-NOT-OK                     VALUE 'N'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLCTIV.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LCTIV-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LCTIV-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LCTIV-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-CLAIM
                      THRU 1000-INQUIRE-CLAIM-X
               WHEN LCTIV-FUNCTION-DISPOSE
                   PERFORM 2000-DISPOSE-CLAIM
                      THRU 2000-DISPOSE-CLAIM-X
               WHEN LCTIV-FUNCTION-READNEXT
                   PERFORM 5000-READNEXT-CLAIM
                      THRU 5000-READNEXT-CLAIM-X
               WHEN OTHER
                   SET LCTIV-RETRN-ERROR TO TRUE
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

      *--------------------
       1000-INQUIRE-CLAIM.
      *--------------------

           OPEN INPUT CTIV-FILE.
           IF  WCTIV-SEQ-FILE-STATUS NOT = '00'
               SET LCTIV-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-CLAIM-X
           END-IF.

           MOVE LCTIV-CLM-ID                 TO WCTIV-CLM-ID.

           READ CTIV-FILE
               INVALID KEY
                   MOVE '23' TO WCTIV-SEQ-FILE-STATUS
           END-READ.

S51289     IF  WCTIV-IO-OK
S51289         PERFORM 8000-LOG-CLAIM-VIEW
S51289            THRU 8000-LOG-CLAIM-VIEW-X
S51289     END-IF.
S51289
S51289     EVALUATE TRUE
S51289         WHEN NOT WCTIV-IO-OK
S51289             SET LCTIV-RETRN-NOTFND    TO TRUE
S51289         WHEN NOT LSALG-RETRN-OK
S51289             SET LCTIV-RETRN-ERROR     TO TRUE
S51289         WHEN OTHER
S51289             PERFORM 1900-RETURN-CLAIM
S51289                THRU 1900-RETURN-CLAIM-X
S51289             SET LCTIV-RETRN-OK        TO TRUE
S51289     END-EVALUATE.

           CLOSE CTIV-FILE.

       1000-INQUIRE-CLAIM-X.
           EXIT.

      *--------------------
       2000-DISPOSE-CLAIM.
      *--------------------

      *
      *  ONLY A PENDING INVESTIGATION TAKES A DISPOSITION, AND ONLY
      *  ONCE - THE DECISION MAY ALREADY HAVE BEEN SENT ON IT.
      *
           PERFORM 6000-EDIT-DISPOSITION
              THRU 6000-EDIT-DISPOSITION-X.

           IF  WS-EDIT-NOT-OK
               SET LCTIV-RETRN-INVALID       TO TRUE
               GO TO 2000-DISPOSE-CLAIM-X
           END-IF.

           OPEN I-O CTIV-FILE.
           IF  WCTIV-SEQ-FILE-STATUS NOT = '00'
               SET LCTIV-RETRN-NOTFND        TO TRUE
               GO TO 2000-DISPOSE-CLAIM-X
           END-IF.

           MOVE LCTIV-CLM-ID                 TO WCTIV-CLM-ID.

           READ CTIV-FILE
               INVALID KEY
                   MOVE '23' TO WCTIV-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCTIV-IO-OK
               SET LCTIV-RETRN-NOTFND        TO TRUE
               CLOSE CTIV-FILE
               GO TO 2000-DISPOSE-CLAIM-X
           END-IF.

           IF  NOT WCTIV-STAT-PENDING
               PERFORM 1900-RETURN-CLAIM
                  THRU 1900-RETURN-CLAIM-X
               SET LCTIV-RETRN-NOT-PENDING   TO TRUE
               CLOSE CTIV-FILE
               GO TO 2000-DISPOSE-CLAIM-X
           END-IF.

           SET  WCTIV-STAT-DISPOSED          TO TRUE.
           MOVE LCTIV-DSPSN-CD               TO WCTIV-DSPSN-CD.
           MOVE LCTIV-DSPSN-NOTE-TXT         TO WCTIV-DSPSN-NOTE-TXT.
           MOVE WGLOB-CRNT-DT                TO WCTIV-DSPSN-DT
                                                WCTIV-LAST-CHG-DT.
           MOVE WGLOB-USER-ID                TO WCTIV-DSPSN-USER-ID
                                                WCTIV-LAST-CHG-USER-ID.

           REWRITE WCTIV-REC-INFO
               INVALID KEY
                   MOVE '99' TO WCTIV-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WCTIV-IO-OK
               PERFORM 1900-RETURN-CLAIM
                  THRU 1900-RETURN-CLAIM-X
               SET LCTIV-RETRN-OK            TO TRUE
           ELSE
               SET LCTIV-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE CTIV-FILE.

       2000-DISPOSE-CLAIM-X.
           EXIT.

      *---------------------
       5000-READNEXT-CLAIM.
      *---------------------

           OPEN INPUT CTIV-FILE.
           IF  WCTIV-SEQ-FILE-STATUS NOT = '00'
               SET LCTIV-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-CLAIM-X
           END-IF.

           MOVE LCTIV-CLM-ID                 TO WCTIV-CLM-ID.

           START CTIV-FILE
               KEY IS GREATER THAN WCTIV-KEY
               INVALID KEY
                   MOVE '23' TO WCTIV-SEQ-FILE-STATUS
           END-START.

           IF  WCTIV-IO-OK
               PERFORM 5100-READ-NEXT-ROW
                  THRU 5100-READ-NEXT-ROW-X
           END-IF.

      *
      *  WHEN ONLY PENDING CLAIMS ARE WANTED, SKIP PAST THE REST.
      *
           IF  LCTIV-PEND-ONLY
               PERFORM 5100-READ-NEXT-ROW
                  THRU 5100-READ-NEXT-ROW-X
                   UNTIL NOT WCTIV-IO-OK
                   OR    WCTIV-STAT-PENDING
           END-IF.

S51289     IF  WCTIV-IO-OK
S51289         PERFORM 8000-LOG-CLAIM-VIEW
S51289            THRU 8000-LOG-CLAIM-VIEW-X
S51289     END-IF.
S51289
S51289     EVALUATE TRUE
S51289         WHEN NOT WCTIV-IO-OK
S51289             SET LCTIV-RETRN-EOF       TO TRUE
S51289         WHEN NOT LSALG-RETRN-OK
S51289             SET LCTIV-RETRN-ERROR     TO TRUE
S51289         WHEN OTHER
S51289             PERFORM 1900-RETURN-CLAIM
S51289                THRU 1900-RETURN-CLAIM-X
S51289             SET LCTIV-RETRN-OK        TO TRUE
S51289     END-EVALUATE.

           CLOSE CTIV-FILE.

       5000-READNEXT-CLAIM-X.
           EXIT.

      *--------------------
       5100-READ-NEXT-ROW.
      *--------------------

           READ CTIV-FILE NEXT
               AT END
                   MOVE '10' TO WCTIV-SEQ-FILE-STATUS
           END-READ.

       5100-READ-NEXT-ROW-X.
           EXIT.

      *-------------------
       1900-RETURN-CLAIM.
      *-------------------

           MOVE WCTIV-CLM-ID                 TO LCTIV-CLM-ID.
           MOVE WCTIV-POL-ID                 TO LCTIV-POL-ID.
           MOVE WCTIV-CVG-NUM                TO LCTIV-CVG-NUM.
           MOVE WCTIV-SERV-AGT-ID            TO LCTIV-SERV-AGT-ID.
           MOVE WCTIV-SERV-BR-ID             TO LCTIV-SERV-BR-ID.
           MOVE WCTIV-CNTST-BASE-CD          TO LCTIV-CNTST-BASE-CD.
           MOVE WCTIV-CNTST-BASE-DT          TO LCTIV-CNTST-BASE-DT.
           MOVE WCTIV-CNTST-END-DT           TO LCTIV-CNTST-END-DT.
           MOVE WCTIV-CLM-DT                 TO LCTIV-CLM-DT.
           MOVE WCTIV-FLAG-RSN-CD            TO LCTIV-FLAG-RSN-CD.
           MOVE WCTIV-WAIVED-RQRMNT-CNT      TO LCTIV-WAIVED-RQRMNT-CNT.
           MOVE WCTIV-INVST-STAT-CD          TO LCTIV-INVST-STAT-CD.
           MOVE WCTIV-DSPSN-CD               TO LCTIV-DSPSN-CD.
           MOVE WCTIV-DSPSN-DT               TO LCTIV-DSPSN-DT.
           MOVE WCTIV-DSPSN-USER-ID          TO LCTIV-DSPSN-USER-ID.
           MOVE WCTIV-DSPSN-NOTE-TXT         TO LCTIV-DSPSN-NOTE-TXT.
           MOVE WCTIV-HOLD-SW                TO LCTIV-HOLD-SW.
           MOVE WCTIV-RLSE-DT                TO LCTIV-RLSE-DT.
           MOVE WCTIV-OPEN-DT                TO LCTIV-OPEN-DT.

       1900-RETURN-CLAIM-X.
           EXIT.

      *-----------------------
       6000-EDIT-DISPOSITION.
      *-----------------------

           SET WS-EDIT-OK                    TO TRUE.

           MOVE LCTIV-DSPSN-CD               TO WCTIV-DSPSN-CD.

           IF  LCTIV-CLM-ID = SPACES
           OR  NOT WCTIV-DSPSN-VALID
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

       6000-EDIT-DISPOSITION-X.
           EXIT.
S51289
S51289*---------------------
S51289 8000-LOG-CLAIM-VIEW.
S51289*---------------------
S51289
S51289*
S51289* LOGGED UNDER THE POLICY HOLDER, WITH THE CLAIM NUMBER.
S51289*
S51289     SET  LSALG-CTGY-CLAIM             TO TRUE.
S51289     SET  LSALG-VIEW-FULL              TO TRUE.
S51289     MOVE SPACES                       TO LSALG-CLI-ID
S51289                                          LSALG-REF-ID.
S51289     MOVE WCTIV-POL-ID                 TO LSALG-POL-ID.
S51289     MOVE WCTIV-CLM-ID                 TO LSALG-REF-ID.
S51289     MOVE WPGWS-CRNT-PGM-ID            TO LSALG-PGM-ID.
S51289     SET  LSALG-RETRN-ERROR            TO TRUE.
S51289
S51289     CALL 'ZSRQSALG' USING WGLOB-GLOBAL-AREA
S51289                           LSALG-PARM-INFO
S51289         ON EXCEPTION
S51289             SET LSALG-RETRN-ERROR     TO TRUE
S51289     END-CALL.
S51289
S51289 8000-LOG-CLAIM-VIEW-X.
S51289     EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQCTIV                     **
      *****************************************************************
