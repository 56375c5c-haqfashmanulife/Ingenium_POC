      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  SSRQSWPS.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  SSRQSWPS                                         **
      **  REMARKS:  ONLINE SYSTEMATIC WITHDRAWAL PLAN MAINTENANCE.   **
      **            LETS A SERVICE REP SET UP A SCHEDULE OF REGULAR  **
      **            PARTIAL SURRENDERS ON A SEGREGATED FUND POLICY   **
      **            (AMOUNT, MONTHLY OR ANNUAL, START AND END DATE,  **
      **            AND THE FUNDS TO DRAW FROM PRO-RATA OR IN A      **
      **            NAMED ORDER) FOR THE MONTHLY WITHDRAWAL RUN      **
      **            (ZSBMSWPX), CANCEL IT, RESUME ONE THE RUN HAS    **
      **            SUSPENDED, OR INQUIRE ON IT.  SETTING UP AGAIN   **
      **            REPLACES THE SCHEDULE AND RESTARTS IT.           **
      **                                                             **
      **  DOMAIN :  CV                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51268**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY SCFHSWPS.
      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY SCFWSWPS.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'SSRQSWPS'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY SCFRSWPS.
       COPY SCWWSWPS.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-ROW-FOUND-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-ROW-FOUND                     VALUE 'Y'.
               88  WS-ROW-NOT-FOUND                 VALUE 'N'.
           05  WS-FUND-IX                PIC S9(04) COMP.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY SCWLSWPS.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LSWPS-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LSWPS-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           IF  LSWPS-FUNCTION-SET-UP
               PERFORM 1000-SET-UP-SCHEDULE
                  THRU 1000-SET-UP-SCHEDULE-X
           ELSE
           IF  LSWPS-FUNCTION-CANCEL
           OR  LSWPS-FUNCTION-RESUME
               PERFORM 2000-CHANGE-STATUS
                  THRU 2000-CHANGE-STATUS-X
           ELSE
           IF  LSWPS-FUNCTION-INQUIRE
               PERFORM 3000-INQUIRE-SCHEDULE
                  THRU 3000-INQUIRE-SCHEDULE-X
           ELSE
               SET LSWPS-RETRN-ERROR         TO TRUE
           END-IF
           END-IF
           END-IF.

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

      /
      *------------------------
       1000-SET-UP-SCHEDULE.
      *------------------------

           PERFORM 1100-EDIT-SCHEDULE
              THRU 1100-EDIT-SCHEDULE-X.

           IF  LSWPS-RETRN-BAD-SCHED
               GO TO 1000-SET-UP-SCHEDULE-X
           END-IF.

           OPEN I-O SWPS-FILE.
           IF  WSWPS-IO-NOFILE
               OPEN OUTPUT SWPS-FILE
               CLOSE SWPS-FILE
               OPEN I-O SWPS-FILE
           END-IF.

           IF  WSWPS-SEQ-FILE-STATUS NOT = '00'
               SET LSWPS-RETRN-ERROR     TO TRUE
               GO TO 1000-SET-UP-SCHEDULE-X
           END-IF.

           MOVE LSWPS-POL-ID             TO WSWPS-POL-ID.

           READ SWPS-FILE
               INVALID KEY
                   MOVE '23' TO WSWPS-SEQ-FILE-STATUS
           END-READ.

      *
      *  A KNOWN ROW IS REPLACED IN PLACE; THE FIRST WITHDRAWAL OF
      *  THE NEW SCHEDULE FALLS DUE ON ITS START DATE.
      *
           IF  WSWPS-IO-OK
               SET WS-ROW-FOUND          TO TRUE
           ELSE
               SET WS-ROW-NOT-FOUND      TO TRUE
           END-IF.

           MOVE SPACES                   TO WSWPS-REC-INFO.
           MOVE LSWPS-POL-ID             TO WSWPS-POL-ID.
           SET  WSWPS-STAT-ACTIVE        TO TRUE.
           MOVE LSWPS-WTHDR-AMT          TO WSWPS-WTHDR-AMT.
           MOVE LSWPS-FREQ-CD            TO WSWPS-FREQ-CD.
           MOVE LSWPS-STRT-DT            TO WSWPS-STRT-DT
                                            WSWPS-NEXT-DUE-DT.
           MOVE LSWPS-END-DT             TO WSWPS-END-DT.
           MOVE LSWPS-DRAW-MTHD-CD       TO WSWPS-DRAW-MTHD-CD.
           MOVE LSWPS-FUND-CNT           TO WSWPS-FUND-CNT.

           PERFORM 1200-MOVE-ONE-FUND
              THRU 1200-MOVE-ONE-FUND-X
              VARYING WS-FUND-IX FROM 1 BY 1
              UNTIL   WS-FUND-IX > 10.

           MOVE ZERO                     TO WSWPS-PAYMT-CNT
                                            WSWPS-TOT-PAID-AMT.
           MOVE LSWPS-ENTRY-USER-ID      TO WSWPS-ENTRY-USER-ID.
           MOVE WGLOB-CRNT-DT            TO WSWPS-ENTRY-DT.

           IF  WS-ROW-FOUND
               REWRITE WSWPS-REC-INFO
                   INVALID KEY
                       MOVE '99' TO WSWPS-SEQ-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE WSWPS-REC-INFO
                   INVALID KEY
                       MOVE '22' TO WSWPS-SEQ-FILE-STATUS
               END-WRITE
           END-IF.

           IF  WSWPS-IO-OK
               SET LSWPS-RETRN-OK        TO TRUE
           ELSE
               SET LSWPS-RETRN-ERROR     TO TRUE
           END-IF.

           CLOSE SWPS-FILE.

       1000-SET-UP-SCHEDULE-X.
           EXIT.

      *------------------------
       1100-EDIT-SCHEDULE.
      *------------------------

      *
      *  A POSITIVE AMOUNT, A KNOWN FREQUENCY AND DRAW METHOD, A
      *  START DATE, AN END DATE (IF ANY) NOT BEFORE IT, AND AT
      *  LEAST ONE FUND WHEN THE FUNDS ARE DRAWN IN A NAMED ORDER.
      *
           SET  LSWPS-RETRN-OK           TO TRUE.
           MOVE LSWPS-FREQ-CD            TO RSWPS-FREQ-CD.
           MOVE LSWPS-DRAW-MTHD-CD       TO RSWPS-DRAW-MTHD-CD.

           IF  LSWPS-WTHDR-AMT NOT NUMERIC
           OR  LSWPS-WTHDR-AMT NOT > ZERO
           OR  NOT RSWPS-FREQ-VALID
           OR  NOT RSWPS-DRAW-VALID
           OR  LSWPS-STRT-DT = SPACES
           OR  LSWPS-FUND-CNT NOT NUMERIC
           OR  LSWPS-FUND-CNT > 10
               SET LSWPS-RETRN-BAD-SCHED TO TRUE
               GO TO 1100-EDIT-SCHEDULE-X
           END-IF.

           IF  LSWPS-END-DT NOT = SPACES
           AND LSWPS-END-DT < LSWPS-STRT-DT
               SET LSWPS-RETRN-BAD-SCHED TO TRUE
               GO TO 1100-EDIT-SCHEDULE-X
           END-IF.

           IF  RSWPS-DRAW-NAMED-ORDER
           AND LSWPS-FUND-CNT = ZERO
               SET LSWPS-RETRN-BAD-SCHED TO TRUE
           END-IF.

       1100-EDIT-SCHEDULE-X.
           EXIT.

      *------------------------
       1200-MOVE-ONE-FUND.
      *------------------------

           IF  WS-FUND-IX > LSWPS-FUND-CNT
               MOVE SPACES               TO WSWPS-FUND-CD (WS-FUND-IX)
           ELSE
               MOVE LSWPS-FUND-CD (WS-FUND-IX)
                                         TO WSWPS-FUND-CD (WS-FUND-IX)
           END-IF.

       1200-MOVE-ONE-FUND-X.
           EXIT.
      /
      *------------------------
       2000-CHANGE-STATUS.
      *------------------------

           OPEN I-O SWPS-FILE.
           IF  WSWPS-SEQ-FILE-STATUS NOT = '00'
               SET LSWPS-RETRN-NOTFND    TO TRUE
               GO TO 2000-CHANGE-STATUS-X
           END-IF.

           MOVE LSWPS-POL-ID             TO WSWPS-POL-ID.

           READ SWPS-FILE
               INVALID KEY
                   MOVE '23' TO WSWPS-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WSWPS-IO-OK
               SET LSWPS-RETRN-NOTFND    TO TRUE
               CLOSE SWPS-FILE
               GO TO 2000-CHANGE-STATUS-X
           END-IF.

      *
      *  ONLY A SUSPENDED SCHEDULE CAN BE RESUMED, AND A FINISHED
      *  ONE CANNOT BE CANCELLED.  A RESUMED SCHEDULE PAYS AT THE
      *  NEXT RUN FROM THE DUE DATE GIVEN, OR ITS OWN IF NONE.
      *
           IF  LSWPS-FUNCTION-RESUME
               IF  NOT WSWPS-STAT-SUSPENDED
                   SET LSWPS-RETRN-BAD-STATUS TO TRUE
                   CLOSE SWPS-FILE
                   GO TO 2000-CHANGE-STATUS-X
               END-IF
               SET  WSWPS-STAT-ACTIVE    TO TRUE
               MOVE SPACES               TO WSWPS-SUSP-RSN-CD
                                            WSWPS-SUSP-DT
               IF  LSWPS-NEXT-DUE-DT NOT = SPACES
                   MOVE LSWPS-NEXT-DUE-DT TO WSWPS-NEXT-DUE-DT
               END-IF
           ELSE
               IF  WSWPS-STAT-COMPLETE
               OR  WSWPS-STAT-CANCELLED
                   SET LSWPS-RETRN-BAD-STATUS TO TRUE
                   CLOSE SWPS-FILE
                   GO TO 2000-CHANGE-STATUS-X
               END-IF
               SET  WSWPS-STAT-CANCELLED TO TRUE
           END-IF.

           MOVE LSWPS-ENTRY-USER-ID      TO WSWPS-ENTRY-USER-ID.
           MOVE WGLOB-CRNT-DT            TO WSWPS-ENTRY-DT.

           REWRITE WSWPS-REC-INFO
               INVALID KEY
                   MOVE '99' TO WSWPS-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WSWPS-IO-OK
               SET LSWPS-RETRN-OK        TO TRUE
           ELSE
               SET LSWPS-RETRN-ERROR     TO TRUE
           END-IF.

           CLOSE SWPS-FILE.

       2000-CHANGE-STATUS-X.
           EXIT.
      /
      *----------------------
       3000-INQUIRE-SCHEDULE.
      *----------------------

           SET  WS-ROW-NOT-FOUND         TO TRUE.

           OPEN INPUT SWPS-FILE.
           IF  WSWPS-SEQ-FILE-STATUS NOT = '00'
               SET LSWPS-RETRN-NOTFND    TO TRUE
               GO TO 3000-INQUIRE-SCHEDULE-X
           END-IF.

           MOVE LSWPS-POL-ID             TO WSWPS-POL-ID.

           READ SWPS-FILE
               INVALID KEY
                   MOVE '23' TO WSWPS-SEQ-FILE-STATUS
           END-READ.

           IF  WSWPS-IO-OK
               SET WS-ROW-FOUND          TO TRUE
               MOVE WSWPS-REC-INFO       TO RSWPS-REC-INFO
           END-IF.

           CLOSE SWPS-FILE.

           IF  WS-ROW-NOT-FOUND
               SET LSWPS-RETRN-NOTFND    TO TRUE
               GO TO 3000-INQUIRE-SCHEDULE-X
           END-IF.

           MOVE RSWPS-SCHED-STAT-CD      TO LSWPS-SCHED-STAT-CD.
           MOVE RSWPS-WTHDR-AMT          TO LSWPS-WTHDR-AMT.
           MOVE RSWPS-FREQ-CD            TO LSWPS-FREQ-CD.
           MOVE RSWPS-STRT-DT            TO LSWPS-STRT-DT.
           MOVE RSWPS-END-DT             TO LSWPS-END-DT.
           MOVE RSWPS-NEXT-DUE-DT        TO LSWPS-NEXT-DUE-DT.
           MOVE RSWPS-DRAW-MTHD-CD       TO LSWPS-DRAW-MTHD-CD.
           MOVE RSWPS-FUND-CNT           TO LSWPS-FUND-CNT.

           PERFORM 3100-RETURN-ONE-FUND
              THRU 3100-RETURN-ONE-FUND-X
              VARYING WS-FUND-IX FROM 1 BY 1
              UNTIL   WS-FUND-IX > 10.

           MOVE RSWPS-LAST-PAYMT-DT      TO LSWPS-LAST-PAYMT-DT.
           MOVE RSWPS-PAYMT-CNT          TO LSWPS-PAYMT-CNT.
           MOVE RSWPS-SUSP-RSN-CD        TO LSWPS-SUSP-RSN-CD.
           MOVE RSWPS-SUSP-DT            TO LSWPS-SUSP-DT.
           MOVE RSWPS-ENTRY-USER-ID      TO LSWPS-ENTRY-USER-ID.
           SET  LSWPS-RETRN-OK           TO TRUE.

       3000-INQUIRE-SCHEDULE-X.
           EXIT.

      *------------------------
       3100-RETURN-ONE-FUND.
      *------------------------

           MOVE RSWPS-FUND-CD (WS-FUND-IX)
                                         TO LSWPS-FUND-CD (WS-FUND-IX).

       3100-RETURN-ONE-FUND-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM SSRQSWPS                     **
      *****************************************************************
