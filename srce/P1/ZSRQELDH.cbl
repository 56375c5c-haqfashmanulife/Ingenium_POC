      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQELDH.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQELDH                                         **
      **  REMARKS:  ELDERLY CONFIRMATION HOLD CHECK.  CALLED BY A    **
      **            PROGRAM ABOUT TO PROCESS A SURRENDER, A POLICY   **
      **            LOAN, A BENEFICIARY CHANGE OR A BANK ACCOUNT     **
      **            CHANGE.  THE CLIENT'S AGE IS WORKED OUT FROM THE **
      **            BIRTH DATE ON THE CLIENT MASTER AS AT TODAY.  A  **
      **            CLIENT AGED 70 OR OVER MAY NOT HAVE THE REQUEST  **
      **            PROCESSED UNTIL A CONFIRMATION CALL HAS BEEN     **
      **            RECORDED AND THE HOLD RELEASED (ZSRQELCF):       **
      **              - A RELEASED HOLD FOR THE SAME CLIENT,         **
      **                TRANSACTION AND POLICY IS MARKED EXECUTED    **
      **                AND THE REQUEST GOES AHEAD;                  **
      **              - OTHERWISE THE REQUEST IS HELD.  A PENDING    **
      **                HOLD ALREADY ON FILE TAKES THE LATEST        **
      **                REQUEST IMAGE (A CHANGED REQUEST NEEDS A     **
      **                FRESH CALL); ELSE A NEW HOLD IS WRITTEN.     **
      **            CORPORATE CLIENTS ARE NOT HELD.  A PERSON WHOSE  **
      **            BIRTH DATE IS MISSING OR INVALID IS HELD, AS IS  **
      **            ANY REQUEST THE CHECK CANNOT BE MADE FOR - THE   **
      **            CALLER MUST NOT PROCESS ON ANY RETURN BUT '00'   **
      **            OR '03'.                                         **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51287**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHELHD.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWELHD.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQELDH'.

       COPY SQLCA.

       COPY XCWL1680.

       COPY CCWWELHD.

       01  WS-ELDH-WORK-AREA.
           05  WS-ELDER-AGE                 PIC 9(03)  VALUE 70.
           05  WS-AGE-UNKNOWN               PIC 9(03)  VALUE 999.
           05  WS-MAX-SEQ-NUM               PIC 9(03).
           05  WS-RLSD-SW                   PIC X(01).
               88  WS-RLSD-FOUND                      VALUE 'Y'.
               88  WS-RLSD-NOT-FOUND                  VALUE 'N'.
           05  WS-PEND-SW                   PIC X(01).
               88  WS-PEND-FOUND                      VALUE 'Y'.
               88  WS-PEND-NOT-FOUND                  VALUE 'N'.
           05  WS-RLSD-KEY                  PIC X(35).
           05  WS-PEND-KEY                  PIC X(35).

       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFWCLI.
       COPY CCFRCLI.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLELDH.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LELDH-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           SET  LELDH-RETRN-OK           TO TRUE.
           MOVE ZERO                     TO LELDH-CLI-AGE
                                            LELDH-SEQ-NUM.
           MOVE SPACES                   TO LELDH-HOLD-DT.

           IF  NOT LELDH-FUNCTION-CHECK
           OR  NOT LELDH-TXN-VALID
           OR  LELDH-RQST-PGM-ID = SPACES
           OR (LELDH-CLI-ID = SPACES
           AND LELDH-POL-ID = SPACES)
               SET LELDH-RETRN-INVALID   TO TRUE
               GO TO 0000-MAINLINE-X
           END-IF.

           PERFORM  1000-GET-CLIENT-AGE
               THRU 1000-GET-CLIENT-AGE-X.

           IF  NOT LELDH-RETRN-OK
               GO TO 0000-MAINLINE-X
           END-IF.

           IF  LELDH-CLI-AGE < WS-ELDER-AGE
               GO TO 0000-MAINLINE-X
           END-IF.

           PERFORM  2000-APPLY-HOLD
               THRU 2000-APPLY-HOLD-X.

       0000-MAINLINE-X.
           GOBACK.

      *---------------------
       1000-GET-CLIENT-AGE.
      *---------------------

      *
      *  THE CLIENT IS THE POLICYHOLDER UNLESS THE CALLER NAMED ONE.
      *
           IF  LELDH-CLI-ID = SPACES
               MOVE LELDH-POL-ID         TO WPOL-POL-ID
               PERFORM  POL-1000-READ
                   THRU POL-1000-READ-X
               IF  NOT WPOL-IO-OK
                   SET LELDH-RETRN-NOTFND
                                         TO TRUE
                   GO TO 1000-GET-CLIENT-AGE-X
               END-IF
               MOVE RPOL-HLDR-CLI-ID     TO LELDH-CLI-ID
           END-IF.

           MOVE LELDH-CLI-ID             TO WCLI-CLI-ID.
           PERFORM  CLI-1000-READ
               THRU CLI-1000-READ-X.

           IF  NOT WCLI-IO-OK
               SET LELDH-RETRN-NOTFND    TO TRUE
               GO TO 1000-GET-CLIENT-AGE-X
           END-IF.

           IF  RCLI-TYP-CORPORATE
               GO TO 1000-GET-CLIENT-AGE-X
           END-IF.

           MOVE WS-AGE-UNKNOWN           TO LELDH-CLI-AGE.

           IF  RCLI-BTH-DT = SPACES
               GO TO 1000-GET-CLIENT-AGE-X
           END-IF.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE RCLI-BTH-DT              TO L1680-INTERNAL-1.
           MOVE WGLOB-CRNT-DT            TO L1680-INTERNAL-2.
           PERFORM  1680-2000-COMP-DAYS-BETWEEN
               THRU 1680-2000-COMP-DAYS-BETWEEN-X.

           IF  L1680-RETRN-OK
           AND L1680-NUMBER-OF-YEARS NOT < ZERO
               MOVE L1680-NUMBER-OF-YEARS
                                         TO LELDH-CLI-AGE
           END-IF.

       1000-GET-CLIENT-AGE-X.
           EXIT.

      *-----------------
       2000-APPLY-HOLD.
      *-----------------

           OPEN I-O ELHD-FILE.
           IF  WELHD-IO-NOFILE
               OPEN OUTPUT ELHD-FILE
               CLOSE ELHD-FILE
               OPEN I-O ELHD-FILE
           END-IF.
           IF  WELHD-SEQ-FILE-STATUS NOT = '00'
               SET LELDH-RETRN-ERROR     TO TRUE
               GO TO 2000-APPLY-HOLD-X
           END-IF.

           PERFORM  2100-SCAN-HOLDS
               THRU 2100-SCAN-HOLDS-X.

           IF  LELDH-RETRN-ERROR
               CLOSE ELHD-FILE
               GO TO 2000-APPLY-HOLD-X
           END-IF.

           EVALUATE TRUE
               WHEN WS-RLSD-FOUND
                   PERFORM  2200-EXECUTE-RELEASE
                       THRU 2200-EXECUTE-RELEASE-X
               WHEN WS-PEND-FOUND
                   PERFORM  2300-REFRESH-PENDING
                       THRU 2300-REFRESH-PENDING-X
               WHEN OTHER
                   PERFORM  2400-WRITE-NEW-HOLD
                       THRU 2400-WRITE-NEW-HOLD-X
           END-EVALUATE.

           CLOSE ELHD-FILE.

       2000-APPLY-HOLD-X.
           EXIT.

      *-----------------
       2100-SCAN-HOLDS.
      *-----------------

      *
      *  ONE PASS OVER THE CLIENT'S HOLDS FOR THIS TRANSACTION AND
      *  POLICY - THE OLDEST RELEASED AND OLDEST PENDING HOLD, AND
      *  THE HIGHEST SEQUENCE USED TODAY.
      *
           SET  WS-RLSD-NOT-FOUND        TO TRUE.
           SET  WS-PEND-NOT-FOUND        TO TRUE.
           MOVE ZERO                     TO WS-MAX-SEQ-NUM.

           MOVE LOW-VALUES               TO WELHD-KEY.
           MOVE LELDH-CLI-ID             TO WELHD-CLI-ID.
           MOVE LELDH-TXN-TYP-CD         TO WELHD-TXN-TYP-CD.
           MOVE LELDH-POL-ID             TO WELHD-POL-ID.

           START ELHD-FILE
               KEY IS NOT LESS THAN WELHD-KEY
               INVALID KEY
                   MOVE '23' TO WELHD-SEQ-FILE-STATUS
           END-START.

           IF  WELHD-IO-OK
               PERFORM  2900-READ-NEXT
                   THRU 2900-READ-NEXT-X
           END-IF.

           PERFORM  2110-CHECK-ONE-HOLD
               THRU 2110-CHECK-ONE-HOLD-X
               UNTIL NOT WELHD-IO-OK
               OR    WELHD-CLI-ID NOT = LELDH-CLI-ID
               OR    WELHD-TXN-TYP-CD NOT = LELDH-TXN-TYP-CD
               OR    WELHD-POL-ID NOT = LELDH-POL-ID.

           IF  NOT WELHD-IO-OK
           AND NOT WELHD-IO-EOF
           AND NOT WELHD-IO-NOTFND
               SET LELDH-RETRN-ERROR     TO TRUE
           END-IF.

       2100-SCAN-HOLDS-X.
           EXIT.

      *---------------------
       2110-CHECK-ONE-HOLD.
      *---------------------

           IF  WELHD-STAT-RELEASED
           AND WS-RLSD-NOT-FOUND
               SET  WS-RLSD-FOUND        TO TRUE
               MOVE WELHD-KEY            TO WS-RLSD-KEY
           END-IF.

           IF  WELHD-STAT-PENDING
           AND WS-PEND-NOT-FOUND
               SET  WS-PEND-FOUND        TO TRUE
               MOVE WELHD-KEY            TO WS-PEND-KEY
           END-IF.

           IF  WELHD-HOLD-DT = WGLOB-CRNT-DT
           AND WELHD-SEQ-NUM > WS-MAX-SEQ-NUM
               MOVE WELHD-SEQ-NUM        TO WS-MAX-SEQ-NUM
           END-IF.

           PERFORM  2900-READ-NEXT
               THRU 2900-READ-NEXT-X.

       2110-CHECK-ONE-HOLD-X.
           EXIT.

      *----------------------
       2200-EXECUTE-RELEASE.
      *----------------------

      *
      *  ONE RELEASE LETS ONE REQUEST THROUGH.
      *
           MOVE WS-RLSD-KEY              TO WELHD-KEY.

           READ ELHD-FILE
               INVALID KEY
                   MOVE '23' TO WELHD-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WELHD-IO-OK
               SET LELDH-RETRN-ERROR     TO TRUE
               GO TO 2200-EXECUTE-RELEASE-X
           END-IF.

           SET  WELHD-STAT-EXECUTED      TO TRUE.
           MOVE WGLOB-CRNT-DT            TO WELHD-EXEC-DT.

           REWRITE WELHD-REC-INFO
               INVALID KEY
                   MOVE '99' TO WELHD-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WELHD-IO-OK
               PERFORM  2800-RETURN-HOLD-KEY
                   THRU 2800-RETURN-HOLD-KEY-X
               SET LELDH-RETRN-RELEASED  TO TRUE
           ELSE
               SET LELDH-RETRN-ERROR     TO TRUE
           END-IF.

       2200-EXECUTE-RELEASE-X.
           EXIT.

      *----------------------
       2300-REFRESH-PENDING.
      *----------------------

      *
      *  THE CLIENT ASKED AGAIN WHILE THE HOLD WAS OPEN.  THE LATEST
      *  REQUEST IS THE ONE THAT WILL BE RE-DRIVEN; IF IT DIFFERS
      *  FROM THE ONE HELD, ANY CONFIRMATION ALREADY TAKEN NO LONGER
      *  COVERS IT.
      *
           MOVE WS-PEND-KEY              TO WELHD-KEY.

           READ ELHD-FILE
               INVALID KEY
                   MOVE '23' TO WELHD-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WELHD-IO-OK
               SET LELDH-RETRN-ERROR     TO TRUE
               GO TO 2300-REFRESH-PENDING-X
           END-IF.

           IF  WELHD-PARM-IMAGE NOT = LELDH-PARM-IMAGE
           OR  WELHD-RQST-PGM-ID NOT = LELDH-RQST-PGM-ID
               MOVE LELDH-RQST-PGM-ID    TO WELHD-RQST-PGM-ID
               MOVE LELDH-PARM-LEN       TO WELHD-PARM-LEN
               MOVE LELDH-PARM-IMAGE     TO WELHD-PARM-IMAGE
               MOVE WGLOB-USER-ID        TO WELHD-RQST-USER-ID
               MOVE LELDH-CLI-AGE        TO WELHD-CLI-AGE
               MOVE SPACES               TO WELHD-CALL-OUTCOME-CD
               REWRITE WELHD-REC-INFO
                   INVALID KEY
                       MOVE '99' TO WELHD-SEQ-FILE-STATUS
               END-REWRITE
           END-IF.

           IF  WELHD-IO-OK
               PERFORM  2800-RETURN-HOLD-KEY
                   THRU 2800-RETURN-HOLD-KEY-X
               SET LELDH-RETRN-HELD      TO TRUE
           ELSE
               SET LELDH-RETRN-ERROR     TO TRUE
           END-IF.

       2300-REFRESH-PENDING-X.
           EXIT.

      *---------------------
       2400-WRITE-NEW-HOLD.
      *---------------------

           MOVE SPACES                   TO WELHD-REC-INFO.
           MOVE LELDH-CLI-ID             TO WELHD-CLI-ID.
           MOVE LELDH-TXN-TYP-CD         TO WELHD-TXN-TYP-CD.
           MOVE LELDH-POL-ID             TO WELHD-POL-ID.
           MOVE WGLOB-CRNT-DT            TO WELHD-HOLD-DT.
           ADD  1 WS-MAX-SEQ-NUM     GIVING WELHD-SEQ-NUM.
           MOVE LELDH-CLI-AGE            TO WELHD-CLI-AGE.
           MOVE WGLOB-USER-ID            TO WELHD-RQST-USER-ID.
           MOVE LELDH-RQST-PGM-ID        TO WELHD-RQST-PGM-ID.
           SET  WELHD-STAT-PENDING       TO TRUE.
           MOVE ZERO                     TO WELHD-CALL-CNT.
           MOVE LELDH-PARM-LEN           TO WELHD-PARM-LEN.
           MOVE LELDH-PARM-IMAGE         TO WELHD-PARM-IMAGE.

           WRITE WELHD-REC-INFO
               INVALID KEY
                   MOVE '22' TO WELHD-SEQ-FILE-STATUS
           END-WRITE.

           IF  WELHD-IO-OK
               PERFORM  2800-RETURN-HOLD-KEY
                   THRU 2800-RETURN-HOLD-KEY-X
               SET LELDH-RETRN-HELD      TO TRUE
           ELSE
               SET LELDH-RETRN-ERROR     TO TRUE
           END-IF.

       2400-WRITE-NEW-HOLD-X.
           EXIT.

      *----------------------
       2800-RETURN-HOLD-KEY.
      *----------------------

           MOVE WELHD-HOLD-DT            TO LELDH-HOLD-DT.
           MOVE WELHD-SEQ-NUM            TO LELDH-SEQ-NUM.

       2800-RETURN-HOLD-KEY-X.
           EXIT.

      *----------------
       2900-READ-NEXT.
      *----------------

           READ ELHD-FILE NEXT
               AT END
                   MOVE '10' TO WELHD-SEQ-FILE-STATUS
           END-READ.

       2900-READ-NEXT-X.
           EXIT.
      /
      *
      * POLICY MASTER READ
      *
       COPY CCPNPOL.
      *
      * CLIENT MASTER READ
      *
       COPY CCPNCLI.
      *
      * DATE ARITHMETIC
      *
       COPY XCPL1680.
      *****************************************************************
      **                 END OF PROGRAM ZSRQELDH                     **
      *****************************************************************
