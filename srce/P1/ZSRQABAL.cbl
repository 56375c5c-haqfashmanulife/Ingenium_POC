      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQABAL.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQABAL                                         **
      **  REMARKS:  ONLINE INQUIRY AND ACKNOWLEDGEMENT OF THE BATCH  **
      **            ABEND ALERTS (ABAL) FOR OPERATIONS AND THE       **
      **            ON-CALL CONTACTS.                                **
      **                                                             **
      **            AN ALERT IS QUOTED BY THE KEY CARRIED ON THE     **
      **            MESSAGE THE CONTACT RECEIVED.  ACKNOWLEDGING IT  **
      **            STOPS THE ESCALATION RUN (ZSBMABES) SENDING IT   **
      **            ON, AND RECORDS WHO ACKNOWLEDGED IT, WHEN, WITH  **
      **            WHAT NOTE, AND THE MINUTES FROM THE FAILURE TO   **
      **            THE ACKNOWLEDGEMENT FOR THE MONTHLY OPERATIONS   **
      **            REVIEW (ZSBMABMR).                               **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51294**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHABAL.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWABAL.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQABAL'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY XCWL1680.

       COPY CCWWABAL.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-TIME-HHMMSS             PIC X(06)  VALUE SPACES.
           05  WS-TIME-HHMMSS-R REDEFINES WS-TIME-HHMMSS.
               10  WS-TIME-HH             PIC 9(02).
               10  WS-TIME-MM             PIC 9(02).
               10  WS-TIME-SS             PIC 9(02).
           05  WS-FROM-SECS               PIC S9(07) COMP-3 VALUE +0.
           05  WS-TO-SECS                 PIC S9(07) COMP-3 VALUE +0.
           05  WS-RESP-MINS               PIC S9(09) COMP-3 VALUE +0.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLABAL.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LABAL-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LABAL-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LABAL-FUNCTION-INQUIRE
                   PERFORM 1000-ALERT-INQUIRE
                      THRU 1000-ALERT-INQUIRE-X
               WHEN LABAL-FUNCTION-READNEXT
               WHEN LABAL-FUNCTION-READNEXT-OPEN
                   PERFORM 1100-ALERT-READNEXT
                      THRU 1100-ALERT-READNEXT-X
               WHEN LABAL-FUNCTION-ACKNOWLEDGE
                   PERFORM 1200-ALERT-ACKNOWLEDGE
                      THRU 1200-ALERT-ACKNOWLEDGE-X
               WHEN OTHER
                   SET LABAL-RETRN-ERROR TO TRUE
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
       1000-ALERT-INQUIRE.
      *--------------------

           OPEN INPUT ABAL-FILE.
           IF  WABAL-SEQ-FILE-STATUS NOT = '00'
               SET LABAL-RETRN-NOTFND        TO TRUE
               GO TO 1000-ALERT-INQUIRE-X
           END-IF.

           MOVE LABAL-KEY                    TO WABAL-KEY.

           READ ABAL-FILE
               INVALID KEY
                   MOVE '23' TO WABAL-SEQ-FILE-STATUS
           END-READ.

           IF  WABAL-IO-OK
               PERFORM 1900-RETURN-ALERT
                  THRU 1900-RETURN-ALERT-X
               SET LABAL-RETRN-OK            TO TRUE
           ELSE
               SET LABAL-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE ABAL-FILE.

       1000-ALERT-INQUIRE-X.
           EXIT.

      *---------------------
       1100-ALERT-READNEXT.
      *---------------------

      *
      *  RETURNS THE FIRST ALERT AFTER THE KEY SUPPLIED ('AO' SKIPS
      *  THOSE ALREADY ACKNOWLEDGED) - THE SCREEN PAGES BY FEEDING
      *  BACK THE LAST ALERT IT DISPLAYED.
      *
           OPEN INPUT ABAL-FILE.
           IF  WABAL-SEQ-FILE-STATUS NOT = '00'
               SET LABAL-RETRN-EOF           TO TRUE
               GO TO 1100-ALERT-READNEXT-X
           END-IF.

           IF  LABAL-KEY = SPACES
               MOVE LOW-VALUES               TO WABAL-KEY
               START ABAL-FILE
                   KEY IS NOT LESS THAN WABAL-KEY
                   INVALID KEY
                       MOVE '23' TO WABAL-SEQ-FILE-STATUS
               END-START
           ELSE
               MOVE LABAL-KEY                TO WABAL-KEY
               START ABAL-FILE
                   KEY IS GREATER THAN WABAL-KEY
                   INVALID KEY
                       MOVE '23' TO WABAL-SEQ-FILE-STATUS
               END-START
           END-IF.

           IF  WABAL-IO-OK
               PERFORM 1150-READ-NEXT-ALERT
                  THRU 1150-READ-NEXT-ALERT-X
           END-IF.

           IF  LABAL-FUNCTION-READNEXT-OPEN
               PERFORM 1150-READ-NEXT-ALERT
                  THRU 1150-READ-NEXT-ALERT-X
                       UNTIL NOT WABAL-IO-OK
                       OR    NOT WABAL-ALERT-ACKNOWLEDGED
           END-IF.

           IF  WABAL-IO-OK
               PERFORM 1900-RETURN-ALERT
                  THRU 1900-RETURN-ALERT-X
               SET LABAL-RETRN-OK            TO TRUE
           ELSE
               SET LABAL-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE ABAL-FILE.

       1100-ALERT-READNEXT-X.
           EXIT.

      *----------------------
       1150-READ-NEXT-ALERT.
      *----------------------

           READ ABAL-FILE NEXT
               AT END
                   MOVE '10' TO WABAL-SEQ-FILE-STATUS
           END-READ.

       1150-READ-NEXT-ALERT-X.
           EXIT.

      *------------------------
       1200-ALERT-ACKNOWLEDGE.
      *------------------------

      *
      *  AN OPEN, EXHAUSTED OR UNROUTED ALERT MAY BE ACKNOWLEDGED
      *  ONCE, AND ONLY WITH A NOTE OF WHAT WAS DONE.
      *
           IF  LABAL-ACK-NOTE-TXT = SPACES
               SET LABAL-RETRN-INVALID       TO TRUE
               GO TO 1200-ALERT-ACKNOWLEDGE-X
           END-IF.

           OPEN I-O ABAL-FILE.
           IF  WABAL-SEQ-FILE-STATUS NOT = '00'
               SET LABAL-RETRN-NOTFND        TO TRUE
               GO TO 1200-ALERT-ACKNOWLEDGE-X
           END-IF.

           MOVE LABAL-KEY                    TO WABAL-KEY.

           READ ABAL-FILE
               INVALID KEY
                   MOVE '23' TO WABAL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WABAL-IO-OK
               SET LABAL-RETRN-NOTFND        TO TRUE
               CLOSE ABAL-FILE
               GO TO 1200-ALERT-ACKNOWLEDGE-X
           END-IF.

           IF  WABAL-ALERT-ACKNOWLEDGED
               PERFORM 1900-RETURN-ALERT
                  THRU 1900-RETURN-ALERT-X
               SET LABAL-RETRN-ALREADY-ACK   TO TRUE
               CLOSE ABAL-FILE
               GO TO 1200-ALERT-ACKNOWLEDGE-X
           END-IF.

           SET  WABAL-ALERT-ACKNOWLEDGED     TO TRUE.
           MOVE WGLOB-USER-ID                TO WABAL-ACK-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WABAL-ACK-DT.
           MOVE WGLOB-SYSTEM-TIME            TO WABAL-ACK-TIME.
           MOVE LABAL-ACK-NOTE-TXT           TO WABAL-ACK-NOTE-TXT.

           PERFORM 1300-RESPONSE-MINUTES
              THRU 1300-RESPONSE-MINUTES-X.

           REWRITE WABAL-REC-INFO
               INVALID KEY
                   MOVE '99' TO WABAL-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WABAL-IO-OK
               PERFORM 1900-RETURN-ALERT
                  THRU 1900-RETURN-ALERT-X
               SET LABAL-RETRN-OK            TO TRUE
           ELSE
               SET LABAL-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE ABAL-FILE.

       1200-ALERT-ACKNOWLEDGE-X.
           EXIT.

      *-----------------------
       1300-RESPONSE-MINUTES.
      *-----------------------

      *
      *  WHOLE MINUTES FROM THE FAILURE TO THE ACKNOWLEDGEMENT,
      *  CAPPED AT THE FIELD SIZE.  A TIME THAT CANNOT BE READ
      *  LEAVES ZERO.
      *
           MOVE ZERO                         TO WABAL-RESP-MINS.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WABAL-ALERT-DT               TO L1680-INTERNAL-1.
           MOVE WABAL-ACK-DT                 TO L1680-INTERNAL-2.
           PERFORM  1680-2000-COMP-DAYS-BETWEEN
               THRU 1680-2000-COMP-DAYS-BETWEEN-X.

           IF  NOT L1680-RETRN-OK
           OR  L1680-TOTAL-DAYS < ZERO
               GO TO 1300-RESPONSE-MINUTES-X
           END-IF.

           MOVE WABAL-ALERT-TIME             TO WS-TIME-HHMMSS.
           IF  WS-TIME-HHMMSS-R NOT NUMERIC
               GO TO 1300-RESPONSE-MINUTES-X
           END-IF.
           COMPUTE WS-FROM-SECS = WS-TIME-HH * 3600
                                + WS-TIME-MM * 60
                                + WS-TIME-SS.

           MOVE WABAL-ACK-TIME               TO WS-TIME-HHMMSS.
           IF  WS-TIME-HHMMSS-R NOT NUMERIC
               GO TO 1300-RESPONSE-MINUTES-X
           END-IF.
           COMPUTE WS-TO-SECS = WS-TIME-HH * 3600
                              + WS-TIME-MM * 60
                              + WS-TIME-SS.

           COMPUTE WS-RESP-MINS =
                   (L1680-TOTAL-DAYS * 86400
                  + WS-TO-SECS - WS-FROM-SECS) / 60.

           IF  WS-RESP-MINS < ZERO
               GO TO 1300-RESPONSE-MINUTES-X
           END-IF.

           IF  WS-RESP-MINS > 99999
               MOVE 99999                    TO WABAL-RESP-MINS
           ELSE
               MOVE WS-RESP-MINS             TO WABAL-RESP-MINS
           END-IF.

       1300-RESPONSE-MINUTES-X.
           EXIT.

      *-------------------
       1900-RETURN-ALERT.
      *-------------------

           MOVE WABAL-KEY                    TO LABAL-KEY.
           MOVE WABAL-JOB-ID                 TO LABAL-JOB-ID.
           MOVE WABAL-PGM-ID                 TO LABAL-PGM-ID.
           MOVE WABAL-REF-POLICY-ID          TO LABAL-REF-POLICY-ID.
           MOVE WABAL-ERROR-TYP-CD           TO LABAL-ERROR-TYP-CD.
           MOVE WABAL-ERROR-CD               TO LABAL-ERROR-CD.
           MOVE WABAL-ERROR-TBL-NM           TO LABAL-ERROR-TBL-NM.
           MOVE WABAL-ERROR-RQST-TXT         TO LABAL-ERROR-RQST-TXT.
           MOVE WABAL-ERROR-DESC-TXT         TO LABAL-ERROR-DESC-TXT.
           MOVE WABAL-CHKPT-SW               TO LABAL-CHKPT-SW.
           MOVE WABAL-CHKPT-INSTC-ID         TO LABAL-CHKPT-INSTC-ID.
           MOVE WABAL-CHKPT-BUS-DT           TO LABAL-CHKPT-BUS-DT.
           MOVE WABAL-CHKPT-KEY-VALU         TO LABAL-CHKPT-KEY-VALU.
           MOVE WABAL-CHKPT-RECS-CNT         TO LABAL-CHKPT-RECS-CNT.
           MOVE WABAL-CHKPT-CMMT-DT          TO LABAL-CHKPT-CMMT-DT.
           MOVE WABAL-CHKPT-CMMT-TIME        TO LABAL-CHKPT-CMMT-TIME.
           MOVE WABAL-APPL-AREA-CD           TO LABAL-APPL-AREA-CD.
           MOVE WABAL-SEV-CD                 TO LABAL-SEV-CD.
           MOVE WABAL-ALERT-STAT-CD          TO LABAL-ALERT-STAT-CD.
           MOVE WABAL-ESCL-LVL-NUM           TO LABAL-ESCL-LVL-NUM.
           MOVE WABAL-LAST-SENT-DT           TO LABAL-LAST-SENT-DT.
           MOVE WABAL-LAST-SENT-TIME         TO LABAL-LAST-SENT-TIME.
           MOVE WABAL-ACK-USER-ID            TO LABAL-ACK-USER-ID.
           MOVE WABAL-ACK-DT                 TO LABAL-ACK-DT.
           MOVE WABAL-ACK-TIME               TO LABAL-ACK-TIME.
           MOVE WABAL-RESP-MINS              TO LABAL-RESP-MINS.
           MOVE WABAL-ACK-NOTE-TXT           TO LABAL-ACK-NOTE-TXT.

       1900-RETURN-ALERT-X.
           EXIT.
      /
       COPY XCPL1680.
      *****************************************************************
      **                 END OF PROGRAM ZSRQABAL                     **
      *****************************************************************
