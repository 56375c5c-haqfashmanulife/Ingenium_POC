      **            ELSE IS A DENIAL, AND EVERY DENIAL IS WRITTEN    **
      **            TO THE VIOLATIONS LOG (ZCSRSVIO) THE SECURITY    **
      **            OFFICER BROWSES FROM ZSRQSECA.                   **
S51290**                                                             **
S51290**            A USER WHOSE ACCESS IS SUSPENDED ON THE USER     **
S51290**            ACCESS REGISTER (UACC) - REVOKED AT              **
S51290**            RECERTIFICATION, NOT ATTESTED OR DORMANT - IS    **
S51290**            DENIED EVERY TRANSACTION.  A USER NOT ON THE     **
S51290**            REGISTER IS CHECKED ON THE ROLE ALONE.           **
S51291**                                                             **
S51291**            WHEN THE CALLER PASSES A POLICY, A USER LET IN   **
S51291**            TO A TRANSACTION THAT IS ONE SIDE OF A           **
S51291**            SEGREGATION-OF-DUTIES RULE (SODR) WITH A WINDOW  **
S51291**            IS RECORDED ON THE POLICY ACTION FILE (SODA),    **
S51291**            AND IS REFUSED THE OTHER SIDE ON THE SAME        **
S51291**            POLICY UNTIL THE WINDOW HAS PASSED.  A CHECK     **
S51291**            THAT CANNOT BE MADE IS A REFUSAL.                **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  UT                                               **
S51227**                  MAKER-CHECKER APPROVAL; THE REQUIREMENT    **
S51227**                  IS WAIVED WHEN THE APPROVAL-QUEUE          **
S51227**                  RELEASE (ZSRQAPRQ) DRIVES THE CALL         **
S51290**  15OCT26  CTS    DENY A USER SUSPENDED ON THE USER ACCESS   **
S51290**                  REGISTER                                   **
S51291**  15OCT26  CTS    REFUSE THE OTHER SIDE OF A                 **
S51291**                  SEGREGATION-OF-DUTIES RULE TO THE USER WHO **
S51291**                  PERFORMED THE FIRST ON THE SAME POLICY     **
S51291**                  WITHIN THE RULE'S WINDOW                   **
      *****************************************************************

      **********************

           COPY CCFHRPRM.

S51290     COPY CCFHUACC.

S51291     COPY CCFHSODR.

S51291     COPY CCFHSODA.

           SELECT SVIO-FILE ASSIGN TO ZSSVIO
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL

       COPY CCFWRPRM.

S51290 COPY CCFWUACC.

S51291 COPY CCFWSODR.

S51291 COPY CCFWSODA.

       FD  SVIO-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       COPY CCWWROLE.
       COPY CCWWRPRM.
S51290 COPY CCWWUACC.
S51291 COPY CCWWSODR.
S51291 COPY CCWWSODA.

S51291 COPY XCWL1680.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-CHECK-USER-ID          PIC X(08)  VALUE SPACES.
           05  WS-CHECK-ROLE-ID          PIC X(08)  VALUE SPACES.
S51291     05  WS-OTHER-TRAN-ID          PIC X(08)  VALUE SPACES.
S51291     05  WS-WINDOW-START-DT        PIC X(10)  VALUE SPACES.
S51291     05  WS-SOD-RULE-SWITCH        PIC X(01)  VALUE 'N'.
S51291         88  WS-SOD-TRAN-IN-RULE              VALUE 'Y'.
S51291         88  WS-SOD-TRAN-NOT-IN-RULE          VALUE 'N'.

       01  WSVIO-SEQ-IO-WORK-AREA.
           05  WSVIO-SEQ-FILE-NAME       PIC X(04)  VALUE 'SVIO'.
S51226         GO TO 0000-MAINLINE-X
S51226     END-IF.

S51290     PERFORM 0500-CHECK-USER-ACCESS
S51290        THRU 0500-CHECK-USER-ACCESS-X.

S51290     IF  LSECT-DENY-RSN-CD = SPACES
S51290         PERFORM 1000-CHECK-ROLE
S51290            THRU 1000-CHECK-ROLE-X
S51290     END-IF.

           IF  LSECT-DENY-RSN-CD = SPACES
               PERFORM 2000-CHECK-PERMISSION
                  THRU 2000-CHECK-PERMISSION-X
           END-IF.

S51291     IF  LSECT-DENY-RSN-CD = SPACES
S51291     AND LSECT-POL-ID NOT = SPACES
S51291         PERFORM 3000-CHECK-SOD-WINDOW
S51291            THRU 3000-CHECK-SOD-WINDOW-X
S51291     END-IF.

           IF  LSECT-DENY-RSN-CD = SPACES
               SET LSECT-AUTHORIZED      TO TRUE
           ELSE
       0000-MAINLINE-X.
           GOBACK.

S51290*-------------------------
S51290 0500-CHECK-USER-ACCESS.
S51290*-------------------------

S51290*
S51290*  NO REGISTER, OR NO ROW FOR THE USER, LEAVES THE DECISION TO
S51290*  THE ROLE MATRIX.
S51290*
S51290     OPEN INPUT UACC-FILE.
S51290     IF  WUACC-SEQ-FILE-STATUS NOT = '00'
S51290         GO TO 0500-CHECK-USER-ACCESS-X
S51290     END-IF.

S51290     MOVE WS-CHECK-USER-ID         TO WUACC-USER-ID.

S51290     READ UACC-FILE
S51290         INVALID KEY
S51290             MOVE '23' TO WUACC-SEQ-FILE-STATUS
S51290     END-READ.

S51290     IF  WUACC-IO-OK
S51290     AND WUACC-ACCS-SUSPENDED
S51290         SET LSECT-RSN-USER-SUSPENDED
S51290                                   TO TRUE
S51290     END-IF.

S51290     CLOSE UACC-FILE.

S51290 0500-CHECK-USER-ACCESS-X.
S51290     EXIT.

      *------------------
       1000-CHECK-ROLE.
      *------------------
       2000-CHECK-PERMISSION-X.
           EXIT.

S51291*-------------------------
S51291 3000-CHECK-SOD-WINDOW.
S51291*-------------------------

S51291*
S51291*  NO RULE TABLE MEANS NO RULE.  EVERY ACTIVE RULE WITH A
S51291*  WINDOW THAT HAS THIS TRANSACTION AS ONE SIDE IS LOOKED AT;
S51291*  THE USER IS REFUSED IF THE POLICY ACTION FILE SHOWS THE
S51291*  SAME USER PERFORMED THE OTHER SIDE ON THE POLICY WITHIN THE
S51291*  WINDOW.  OTHERWISE THIS ACTION IS RECORDED FOR THE RULES
S51291*  STILL TO COME.
S51291*
S51291     SET  WS-SOD-TRAN-NOT-IN-RULE  TO TRUE.

S51291     OPEN INPUT SODR-FILE.
S51291     IF  WSODR-SEQ-FILE-STATUS NOT = '00'
S51291         IF  NOT WSODR-IO-NOFILE
S51291             SET LSECT-RSN-SOD-CONFLICT
S51291                                   TO TRUE
S51291         END-IF
S51291         GO TO 3000-CHECK-SOD-WINDOW-X
S51291     END-IF.

S51291*
S51291*  THE ACTION FILE IS CREATED ON FIRST USE.
S51291*
S51291     OPEN I-O SODA-FILE.
S51291     IF  WSODA-IO-NOFILE
S51291         OPEN OUTPUT SODA-FILE
S51291         CLOSE SODA-FILE
S51291         OPEN I-O SODA-FILE
S51291     END-IF.
S51291     IF  WSODA-SEQ-FILE-STATUS NOT = '00'
S51291         SET LSECT-RSN-SOD-CONFLICT
S51291                                   TO TRUE
S51291         CLOSE SODR-FILE
S51291         GO TO 3000-CHECK-SOD-WINDOW-X
S51291     END-IF.

S51291     MOVE LOW-VALUES               TO WSODR-KEY.

S51291     START SODR-FILE
S51291         KEY IS NOT LESS THAN WSODR-KEY
S51291         INVALID KEY
S51291             MOVE '10' TO WSODR-SEQ-FILE-STATUS
S51291     END-START.

S51291     IF  WSODR-IO-OK
S51291         PERFORM 3900-READ-NEXT-RULE
S51291            THRU 3900-READ-NEXT-RULE-X
S51291     END-IF.

S51291     PERFORM 3100-CHECK-RULE
S51291        THRU 3100-CHECK-RULE-X
S51291             UNTIL NOT WSODR-IO-OK
S51291             OR    LSECT-DENY-RSN-CD NOT = SPACES.

S51291     IF  LSECT-DENY-RSN-CD = SPACES
S51291     AND WS-SOD-TRAN-IN-RULE
S51291         PERFORM 3500-RECORD-ACTION
S51291            THRU 3500-RECORD-ACTION-X
S51291     END-IF.

S51291     CLOSE SODR-FILE
S51291           SODA-FILE.

S51291 3000-CHECK-SOD-WINDOW-X.
S51291     EXIT.

S51291*-----------------
S51291 3100-CHECK-RULE.
S51291*-----------------

S51291     IF  NOT WSODR-RULE-ACTIVE
S51291     OR  WSODR-WINDOW-DAYS = ZERO
S51291         GO TO 3100-NEXT-RULE
S51291     END-IF.

S51291     EVALUATE LSECT-TRAN-ID
S51291         WHEN WSODR-TRAN-ID-1
S51291             MOVE WSODR-TRAN-ID-2  TO WS-OTHER-TRAN-ID
S51291         WHEN WSODR-TRAN-ID-2
S51291             MOVE WSODR-TRAN-ID-1  TO WS-OTHER-TRAN-ID
S51291         WHEN OTHER
S51291             GO TO 3100-NEXT-RULE
S51291     END-EVALUATE.

S51291     SET  WS-SOD-TRAN-IN-RULE      TO TRUE.

S51291     MOVE LSECT-POL-ID             TO WSODA-POL-ID.
S51291     MOVE WS-OTHER-TRAN-ID         TO WSODA-TRAN-ID.
S51291     MOVE WS-CHECK-USER-ID         TO WSODA-USER-ID.

S51291     READ SODA-FILE
S51291         INVALID KEY
S51291             MOVE '23' TO WSODA-SEQ-FILE-STATUS
S51291     END-READ.

S51291     IF  NOT WSODA-IO-OK
S51291         GO TO 3100-NEXT-RULE
S51291     END-IF.

S51291*
S51291*  THE WINDOW RUNS BACK FROM TODAY BY THE RULE'S DAYS.
S51291*
S51291     PERFORM 1680-0000-INIT-PARM-INFO
S51291        THRU 1680-0000-INIT-PARM-INFO-X.
S51291     MOVE WGLOB-CRNT-DT            TO L1680-INTERNAL-1.
S51291     MOVE ZERO                     TO L1680-NUMBER-OF-YEARS
S51291                                      L1680-NUMBER-OF-MONTHS.
S51291     MOVE WSODR-WINDOW-DAYS        TO L1680-NUMBER-OF-DAYS.
S51291     PERFORM 1680-4000-SUB-YMD-FROM-DATE
S51291        THRU 1680-4000-SUB-YMD-FROM-DATE-X.
S51291     MOVE L1680-INTERNAL-2         TO WS-WINDOW-START-DT.

S51291     IF  NOT L1680-RETRN-OK
S51291     OR  WSODA-ACTN-DT NOT < WS-WINDOW-START-DT
S51291         SET LSECT-RSN-SOD-CONFLICT
S51291                                   TO TRUE
S51291         GO TO 3100-CHECK-RULE-X
S51291     END-IF.

S51291 3100-NEXT-RULE.

S51291     PERFORM 3900-READ-NEXT-RULE
S51291        THRU 3900-READ-NEXT-RULE-X.

S51291 3100-CHECK-RULE-X.
S51291     EXIT.

S51291*--------------------
S51291 3500-RECORD-ACTION.
S51291*--------------------

S51291*
S51291*  ONE ROW PER POLICY, TRANSACTION AND USER, HOLDING THE
S51291*  LATEST TIME.  AN ACTION THAT CANNOT BE RECORDED COULD NOT
S51291*  BE CHECKED LATER, SO THE USER IS REFUSED.
S51291*
S51291     MOVE LSECT-POL-ID             TO WSODA-POL-ID.
S51291     MOVE LSECT-TRAN-ID            TO WSODA-TRAN-ID.
S51291     MOVE WS-CHECK-USER-ID         TO WSODA-USER-ID.

S51291     READ SODA-FILE
S51291         INVALID KEY
S51291             MOVE '23' TO WSODA-SEQ-FILE-STATUS
S51291     END-READ.

S51291     MOVE WGLOB-CRNT-DT            TO WSODA-ACTN-DT.
S51291     MOVE WGLOB-SYSTEM-TIME        TO WSODA-ACTN-TIME.
S51291     MOVE WGLOB-TERMINAL-ID        TO WSODA-TERM-ID.

S51291     IF  WSODA-IO-OK
S51291         REWRITE WSODA-REC-INFO
S51291             INVALID KEY
S51291                 MOVE '99' TO WSODA-SEQ-FILE-STATUS
S51291         END-REWRITE
S51291     ELSE
S51291         MOVE SPACES               TO WSODA-REC-INFO
S51291         MOVE LSECT-POL-ID         TO WSODA-POL-ID
S51291         MOVE LSECT-TRAN-ID        TO WSODA-TRAN-ID
S51291         MOVE WS-CHECK-USER-ID     TO WSODA-USER-ID
S51291         MOVE WGLOB-CRNT-DT        TO WSODA-ACTN-DT
S51291         MOVE WGLOB-SYSTEM-TIME    TO WSODA-ACTN-TIME
S51291         MOVE WGLOB-TERMINAL-ID    TO WSODA-TERM-ID
S51291         WRITE WSODA-REC-INFO
S51291             INVALID KEY
S51291                 MOVE '22' TO WSODA-SEQ-FILE-STATUS
S51291         END-WRITE
S51291     END-IF.

S51291     IF  NOT WSODA-IO-OK
S51291         SET LSECT-RSN-SOD-CONFLICT
S51291                                   TO TRUE
S51291     END-IF.

S51291 3500-RECORD-ACTION-X.
S51291     EXIT.

S51291*---------------------
S51291 3900-READ-NEXT-RULE.
S51291*---------------------

S51291     READ SODR-FILE NEXT
S51291         AT END
S51291             MOVE '10' TO WSODR-SEQ-FILE-STATUS
S51291     END-READ.

S51291 3900-READ-NEXT-RULE-X.
S51291     EXIT.

      *---------------------
       8100-LOG-VIOLATION.
      *---------------------
           MOVE WGLOB-CRNT-DT            TO RSVIO-EVNT-DT.
           MOVE WGLOB-SYSTEM-TIME        TO RSVIO-EVNT-TIME.
           MOVE LSECT-DENY-RSN-CD        TO RSVIO-DENY-RSN-CD.
S51291     MOVE LSECT-POL-ID             TO RSVIO-POL-ID.

           WRITE RSVIO-SEQ-REC-INFO.


       8100-LOG-VIOLATION-X.
           EXIT.
S51291
S51291 COPY XCPL1680.
      *****************************************************************
      **                 END OF PROGRAM XSRU9690                     **
      *****************************************************************
