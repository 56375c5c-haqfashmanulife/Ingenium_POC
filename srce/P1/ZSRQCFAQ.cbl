      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQCFAQ.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQCFAQ                                         **
      **  REMARKS:  ONLINE INQUIRY ON THE CONFIGURATION AUDIT TRAIL  **
      **            (CFAU) WRITTEN BY THE SECURITY AND EDIT TABLE    **
      **            MAINTENANCE PROGRAMS.  CHANGES ARE RETURNED ONE  **
      **            AT A TIME WITH THE ROW AS IT WAS AND AS IT WAS   **
      **            LEFT, EITHER BY TABLE AND KEY (OLDEST FIRST) OR  **
      **            BY THE DATE THE CHANGE WAS MADE.                 **
      **                                                             **
      **            THE CALLER PAGES BY FEEDING BACK THE POSITION    **
      **            OF THE LAST CHANGE IT DISPLAYED.                 **
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

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQCFAQ'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWCFAU.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-TO-DT                   PIC X(10)  VALUE SPACES.
           05  WS-HOLD-KEY                PIC X(65)  VALUE SPACES.
           05  WS-SCAN-SWITCH             PIC X(01)  VALUE 'N'.
               88  WS-SCAN-DONE                      VALUE 'Y'.
               88  WS-SCAN-NOT-DONE                  VALUE 'N'.
           05  WS-ROW-SWITCH              PIC X(01)  VALUE 'N'.
               88  WS-ROW-FOUND                      VALUE 'Y'.
               88  WS-ROW-NOT-FOUND                  VALUE 'N'.
           05  WS-SCAN-MODE-SWITCH        PIC X(01)  VALUE 'K'.
               88  WS-SCAN-BY-KEY                    VALUE 'K'.
               88  WS-SCAN-BY-DATE                   VALUE 'D'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLCFAQ.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LCFAQ-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LCFAQ-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LCFAQ-FUNCTION-KEY-FIRST
               WHEN LCFAQ-FUNCTION-KEY-NEXT
                   IF  LCFAQ-SRCH-TBL-ID = SPACES
                       SET LCFAQ-RETRN-INVALID TO TRUE
                       GOBACK
                   END-IF
               WHEN LCFAQ-FUNCTION-DATE-FIRST
               WHEN LCFAQ-FUNCTION-DATE-NEXT
                   IF  LCFAQ-SRCH-FROM-DT = SPACES
                       SET LCFAQ-RETRN-INVALID TO TRUE
                       GOBACK
                   END-IF
               WHEN OTHER
                   SET LCFAQ-RETRN-ERROR      TO TRUE
                   GOBACK
           END-EVALUATE.

      *
      *  A DATE SEARCH WITH NO TO-DATE IS FOR THE ONE DAY; A KEY
      *  SEARCH WITH NO TO-DATE RUNS TO THE END OF THE TRAIL.
      *
           MOVE LCFAQ-SRCH-TO-DT             TO WS-TO-DT.
           IF  WS-TO-DT = SPACES
               IF  LCFAQ-FUNCTION-DATE-FIRST
               OR  LCFAQ-FUNCTION-DATE-NEXT
                   MOVE LCFAQ-SRCH-FROM-DT   TO WS-TO-DT
               ELSE
                   MOVE HIGH-VALUES          TO WS-TO-DT
               END-IF
           END-IF.

           OPEN INPUT CFAU-FILE.
           IF  WCFAU-IO-NOFILE
               SET LCFAQ-RETRN-NOTFND         TO TRUE
               GOBACK
           END-IF.
           IF  NOT WCFAU-IO-OK
               SET LCFAQ-RETRN-ERROR          TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LCFAQ-FUNCTION-KEY-FIRST
                   PERFORM 1000-KEY-FIRST
                      THRU 1000-KEY-FIRST-X
               WHEN LCFAQ-FUNCTION-KEY-NEXT
                   PERFORM 1100-KEY-NEXT
                      THRU 1100-KEY-NEXT-X
               WHEN LCFAQ-FUNCTION-DATE-FIRST
                   PERFORM 2000-DATE-FIRST
                      THRU 2000-DATE-FIRST-X
               WHEN LCFAQ-FUNCTION-DATE-NEXT
                   PERFORM 2100-DATE-NEXT
                      THRU 2100-DATE-NEXT-X
           END-EVALUATE.

           CLOSE CFAU-FILE.

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

      *----------------
       1000-KEY-FIRST.
      *----------------

      *
      *  POSITION AT THE TABLE (AND ROW) FROM THE FROM-DATE ON.
      *
           SET  WS-SCAN-BY-KEY               TO TRUE.
           MOVE SPACES                       TO WCFAU-KEY.
           MOVE LCFAQ-SRCH-TBL-ID            TO WCFAU-TBL-ID.
           MOVE LCFAQ-SRCH-ROW-KEY           TO WCFAU-ROW-KEY.
           MOVE LCFAQ-SRCH-FROM-DT           TO WCFAU-CHNG-DT.
           MOVE ZERO                         TO WCFAU-SEQ-NUM.

           START CFAU-FILE
               KEY IS NOT LESS THAN WCFAU-KEY
               INVALID KEY
                   MOVE '23' TO WCFAU-SEQ-FILE-STATUS
           END-START.

           PERFORM 3000-SCAN-TRAIL
              THRU 3000-SCAN-TRAIL-X.

           IF  WS-ROW-NOT-FOUND
           AND LCFAQ-RETRN-EOF
               SET LCFAQ-RETRN-NOTFND        TO TRUE
           END-IF.

       1000-KEY-FIRST-X.
           EXIT.

      *---------------
       1100-KEY-NEXT.
      *---------------

           SET  WS-SCAN-BY-KEY               TO TRUE.
           MOVE LCFAQ-POSN-KEY               TO WCFAU-KEY.

           START CFAU-FILE
               KEY IS GREATER THAN WCFAU-KEY
               INVALID KEY
                   MOVE '23' TO WCFAU-SEQ-FILE-STATUS
           END-START.

           PERFORM 3000-SCAN-TRAIL
              THRU 3000-SCAN-TRAIL-X.

       1100-KEY-NEXT-X.
           EXIT.

      *-----------------
       2000-DATE-FIRST.
      *-----------------

           SET  WS-SCAN-BY-DATE              TO TRUE.
           MOVE LCFAQ-SRCH-FROM-DT           TO WCFAU-LOG-DT.
           MOVE LCFAQ-SRCH-TBL-ID            TO WCFAU-LOG-TBL-ID.

           START CFAU-FILE
               KEY IS NOT LESS THAN WCFAU-LOG-KEY
               INVALID KEY
                   MOVE '23' TO WCFAU-SEQ-FILE-STATUS
           END-START.

           PERFORM 3000-SCAN-TRAIL
              THRU 3000-SCAN-TRAIL-X.

           IF  WS-ROW-NOT-FOUND
           AND LCFAQ-RETRN-EOF
               SET LCFAQ-RETRN-NOTFND        TO TRUE
           END-IF.

       2000-DATE-FIRST-X.
           EXIT.

      *----------------
       2100-DATE-NEXT.
      *----------------

      *
      *  CHANGES SHARING A DATE AND TABLE ARE HELD IN THE ORDER
      *  WRITTEN.  START AT THE DATE AND TABLE OF THE LAST CHANGE
      *  RETURNED AND READ PAST IT BEFORE LOOKING FOR THE NEXT.
      *
           SET  WS-SCAN-BY-DATE              TO TRUE.
           MOVE LCFAQ-POSN-KEY               TO WS-HOLD-KEY.
           MOVE LCFAQ-CHNG-DT                TO WCFAU-LOG-DT.
           MOVE LCFAQ-TBL-ID                 TO WCFAU-LOG-TBL-ID.

           START CFAU-FILE
               KEY IS EQUAL TO WCFAU-LOG-KEY
               INVALID KEY
                   MOVE '23' TO WCFAU-SEQ-FILE-STATUS
           END-START.

           IF  NOT WCFAU-IO-OK
               SET LCFAQ-RETRN-EOF           TO TRUE
               GO TO 2100-DATE-NEXT-X
           END-IF.

           SET  WS-ROW-NOT-FOUND             TO TRUE.
           SET  WS-SCAN-NOT-DONE             TO TRUE.

           PERFORM 2200-SKIP-TO-LAST
              THRU 2200-SKIP-TO-LAST-X
                   UNTIL WS-SCAN-DONE.

           IF  WS-ROW-NOT-FOUND
               SET LCFAQ-RETRN-EOF           TO TRUE
               GO TO 2100-DATE-NEXT-X
           END-IF.

           PERFORM 3000-SCAN-TRAIL
              THRU 3000-SCAN-TRAIL-X.

       2100-DATE-NEXT-X.
           EXIT.

      *-------------------
       2200-SKIP-TO-LAST.
      *-------------------

           READ CFAU-FILE NEXT
               AT END
                   MOVE '10' TO WCFAU-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCFAU-IO-OK
               SET WS-SCAN-DONE              TO TRUE
               GO TO 2200-SKIP-TO-LAST-X
           END-IF.

           IF  WCFAU-KEY = WS-HOLD-KEY
               SET WS-ROW-FOUND              TO TRUE
               SET WS-SCAN-DONE              TO TRUE
           ELSE
           IF  WCFAU-LOG-DT  NOT = LCFAQ-CHNG-DT
           OR  WCFAU-LOG-TBL-ID NOT = LCFAQ-TBL-ID
               SET WS-SCAN-DONE              TO TRUE
           END-IF
           END-IF.

       2200-SKIP-TO-LAST-X.
           EXIT.

      *-----------------
       3000-SCAN-TRAIL.
      *-----------------

      *
      *  READ FORWARD FROM THE POSITION JUST SET TO THE FIRST CHANGE
      *  THE SEARCH SELECTS, OR TO THE END OF THE RANGE.
      *
           SET  WS-ROW-NOT-FOUND             TO TRUE.
           SET  WS-SCAN-NOT-DONE             TO TRUE.

           IF  NOT WCFAU-IO-OK
               SET LCFAQ-RETRN-EOF           TO TRUE
               GO TO 3000-SCAN-TRAIL-X
           END-IF.

           PERFORM 3100-READ-NEXT-CHANGE
              THRU 3100-READ-NEXT-CHANGE-X
                   UNTIL WS-SCAN-DONE.

           IF  WS-ROW-FOUND
               PERFORM 3900-RETURN-CHANGE
                  THRU 3900-RETURN-CHANGE-X
               SET LCFAQ-RETRN-OK            TO TRUE
           ELSE
           IF  WCFAU-IO-OK
           OR  WCFAU-IO-EOF
               SET LCFAQ-RETRN-EOF           TO TRUE
           ELSE
               SET LCFAQ-RETRN-ERROR         TO TRUE
           END-IF
           END-IF.

       3000-SCAN-TRAIL-X.
           EXIT.

      *-----------------------
       3100-READ-NEXT-CHANGE.
      *-----------------------

           READ CFAU-FILE NEXT
               AT END
                   MOVE '10' TO WCFAU-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCFAU-IO-OK
               SET WS-SCAN-DONE              TO TRUE
               GO TO 3100-READ-NEXT-CHANGE-X
           END-IF.

           IF  WS-SCAN-BY-KEY
               PERFORM 3200-CHECK-BY-KEY
                  THRU 3200-CHECK-BY-KEY-X
           ELSE
               PERFORM 3300-CHECK-BY-DATE
                  THRU 3300-CHECK-BY-DATE-X
           END-IF.

       3100-READ-NEXT-CHANGE-X.
           EXIT.

      *-------------------
       3200-CHECK-BY-KEY.
      *-------------------

      *
      *  PAST THE TABLE, OR PAST THE ROW WHEN ONE WAS ASKED FOR,
      *  ENDS THE SEARCH.  CHANGES OUTSIDE THE DATES ARE SKIPPED.
      *
           IF  WCFAU-TBL-ID NOT = LCFAQ-SRCH-TBL-ID
               SET WS-SCAN-DONE              TO TRUE
               GO TO 3200-CHECK-BY-KEY-X
           END-IF.

           IF  LCFAQ-SRCH-ROW-KEY NOT = SPACES
           AND WCFAU-ROW-KEY NOT = LCFAQ-SRCH-ROW-KEY
               SET WS-SCAN-DONE              TO TRUE
               GO TO 3200-CHECK-BY-KEY-X
           END-IF.

           IF  WCFAU-CHNG-DT < LCFAQ-SRCH-FROM-DT
           OR  WCFAU-CHNG-DT > WS-TO-DT
               GO TO 3200-CHECK-BY-KEY-X
           END-IF.

           SET  WS-ROW-FOUND                 TO TRUE.
           SET  WS-SCAN-DONE                 TO TRUE.

       3200-CHECK-BY-KEY-X.
           EXIT.

      *--------------------
       3300-CHECK-BY-DATE.
      *--------------------

      *
      *  PAST THE TO-DATE ENDS THE SEARCH.  OTHER TABLES ARE SKIPPED
      *  WHEN ONE TABLE WAS ASKED FOR.
      *
           IF  WCFAU-LOG-DT > WS-TO-DT
               SET WS-SCAN-DONE              TO TRUE
               GO TO 3300-CHECK-BY-DATE-X
           END-IF.

           IF  LCFAQ-SRCH-TBL-ID NOT = SPACES
           AND WCFAU-LOG-TBL-ID NOT = LCFAQ-SRCH-TBL-ID
               GO TO 3300-CHECK-BY-DATE-X
           END-IF.

           SET  WS-ROW-FOUND                 TO TRUE.
           SET  WS-SCAN-DONE                 TO TRUE.

       3300-CHECK-BY-DATE-X.
           EXIT.

      *--------------------
       3900-RETURN-CHANGE.
      *--------------------

           MOVE WCFAU-TBL-ID                 TO LCFAQ-TBL-ID.
           MOVE WCFAU-ROW-KEY                TO LCFAQ-ROW-KEY.
           MOVE WCFAU-CHNG-DT                TO LCFAQ-CHNG-DT.
           MOVE WCFAU-CHNG-TIME              TO LCFAQ-CHNG-TIME.
           MOVE WCFAU-SEQ-NUM                TO LCFAQ-SEQ-NUM.
           MOVE WCFAU-ACTN-CD                TO LCFAQ-ACTN-CD.
           MOVE WCFAU-USER-ID                TO LCFAQ-USER-ID.
           MOVE WCFAU-TERM-ID                TO LCFAQ-TERM-ID.
           MOVE WCFAU-PGM-ID                 TO LCFAQ-PGM-ID.
           MOVE WCFAU-CO-ID                  TO LCFAQ-CO-ID.
           MOVE WCFAU-SRCE-KEY               TO LCFAQ-SRCE-KEY.
           MOVE WCFAU-BEFORE-IMAGE           TO LCFAQ-BEFORE-IMAGE.
           MOVE WCFAU-AFTER-IMAGE            TO LCFAQ-AFTER-IMAGE.

       3900-RETURN-CHANGE-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQCFAQ                     **
      *****************************************************************
