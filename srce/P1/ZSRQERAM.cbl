      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQERAM.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQERAM                                         **
      **  REMARKS:  ONLINE MAINTENANCE FOR THE JAPANESE ERA MASTER   **
      **            (ERAM) THE XSRU9680/XSRU9681 DATE ROUTINES READ. **
      **            SUPPORTS ADD, CHANGE, DELETE, INQUIRE AND PAGING **
      **            IN ERA NUMBER ORDER.  START DATES MUST RUN IN    **
      **            ERA NUMBER ORDER: EACH ERA STARTS AFTER THE ONE  **
      **            BEFORE IT AND BEFORE THE ONE AFTER IT.  ONLY THE **
      **            LATEST ERA MAY BE DELETED.                       **
      **            SEED ('SD') WRITES THE BUILT-IN ERAS (MEIJI TO   **
      **            REIWA) THAT ARE NOT ALREADY ON THE MASTER - THE  **
      **            INITIAL LOAD FOR A NEW INSTALL.                  **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51260**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHERAM.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWERAM.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQERAM'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWERAM.

       COPY XCWWERAT.

       01  WS-ERAM-WORK-AREA.
           05  WS-ERA-NUM                   PIC 9(01).
           05  WS-PRIOR-STRT-DT             PIC X(10).
           05  WS-NEXT-STRT-DT              PIC X(10).
           05  WS-SEQ-SW                    PIC X(01).
               88  WS-SEQ-OK                          VALUE 'Y'.
               88  WS-SEQ-NOT-OK                      VALUE 'N'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLERAM.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LERAM-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LERAM-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LERAM-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-ERA
                      THRU 1000-INQUIRE-ERA-X
               WHEN LERAM-FUNCTION-ADD
                   PERFORM 2000-ADD-ERA
                      THRU 2000-ADD-ERA-X
               WHEN LERAM-FUNCTION-CHANGE
                   PERFORM 3000-CHANGE-ERA
                      THRU 3000-CHANGE-ERA-X
               WHEN LERAM-FUNCTION-DELETE
                   PERFORM 4000-DELETE-ERA
                      THRU 4000-DELETE-ERA-X
               WHEN LERAM-FUNCTION-READNEXT
                   PERFORM 5000-READNEXT-ERA
                      THRU 5000-READNEXT-ERA-X
               WHEN LERAM-FUNCTION-SEED
                   PERFORM 7000-SEED-ERAS
                      THRU 7000-SEED-ERAS-X
               WHEN OTHER
                   SET LERAM-RETRN-ERROR TO TRUE
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
       1000-INQUIRE-ERA.
      *------------------

           OPEN INPUT ERAM-FILE.
           IF  WERAM-SEQ-FILE-STATUS NOT = '00'
               SET LERAM-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-ERA-X
           END-IF.

           MOVE LERAM-ERA-NUM                TO WERAM-ERA-NUM.

           READ ERAM-FILE
               INVALID KEY
                   MOVE '23' TO WERAM-SEQ-FILE-STATUS
           END-READ.

           IF  WERAM-IO-OK
               PERFORM 1900-RETURN-ERA
                  THRU 1900-RETURN-ERA-X
               SET LERAM-RETRN-OK            TO TRUE
           ELSE
               SET LERAM-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE ERAM-FILE.

       1000-INQUIRE-ERA-X.
           EXIT.

      *--------------
       2000-ADD-ERA.
      *--------------

           OPEN I-O ERAM-FILE.
           IF  WERAM-IO-NOFILE
               OPEN OUTPUT ERAM-FILE
               CLOSE ERAM-FILE
               OPEN I-O ERAM-FILE
           END-IF.
           IF  WERAM-SEQ-FILE-STATUS NOT = '00'
               SET LERAM-RETRN-ERROR         TO TRUE
               GO TO 2000-ADD-ERA-X
           END-IF.

           PERFORM 6000-CHECK-STRT-SEQ
              THRU 6000-CHECK-STRT-SEQ-X.

           IF  WS-SEQ-NOT-OK
               SET LERAM-RETRN-OUT-OF-SEQ    TO TRUE
               CLOSE ERAM-FILE
               GO TO 2000-ADD-ERA-X
           END-IF.

           MOVE SPACES                       TO WERAM-REC-INFO.
           MOVE LERAM-ERA-NUM                TO WERAM-ERA-NUM.
           MOVE LERAM-ERA-STRT-DT            TO WERAM-ERA-STRT-DT.
           MOVE LERAM-ERA-ABBR-CD            TO WERAM-ERA-ABBR-CD.
           MOVE LERAM-ERA-JPN-NM             TO WERAM-ERA-JPN-NM.
           MOVE LERAM-ERA-ENG-NM             TO WERAM-ERA-ENG-NM.
           MOVE WGLOB-USER-ID                TO WERAM-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WERAM-LAST-CHG-DT.

           WRITE WERAM-REC-INFO
               INVALID KEY
                   MOVE '22' TO WERAM-SEQ-FILE-STATUS
           END-WRITE.

           IF  WERAM-IO-DUPKEY
               SET LERAM-RETRN-DUPLICATE     TO TRUE
           ELSE
               SET LERAM-RETRN-OK            TO TRUE
           END-IF.

           CLOSE ERAM-FILE.

       2000-ADD-ERA-X.
           EXIT.

      *-----------------
       3000-CHANGE-ERA.
      *-----------------

           OPEN I-O ERAM-FILE.
           IF  WERAM-SEQ-FILE-STATUS NOT = '00'
               SET LERAM-RETRN-ERROR         TO TRUE
               GO TO 3000-CHANGE-ERA-X
           END-IF.

           PERFORM 6000-CHECK-STRT-SEQ
              THRU 6000-CHECK-STRT-SEQ-X.

           IF  WS-SEQ-NOT-OK
               SET LERAM-RETRN-OUT-OF-SEQ    TO TRUE
               CLOSE ERAM-FILE
               GO TO 3000-CHANGE-ERA-X
           END-IF.

           MOVE LERAM-ERA-NUM                TO WERAM-ERA-NUM.

           READ ERAM-FILE
               INVALID KEY
                   MOVE '23' TO WERAM-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WERAM-IO-OK
               SET LERAM-RETRN-NOTFND        TO TRUE
               CLOSE ERAM-FILE
               GO TO 3000-CHANGE-ERA-X
           END-IF.

           MOVE LERAM-ERA-STRT-DT            TO WERAM-ERA-STRT-DT.
           MOVE LERAM-ERA-ABBR-CD            TO WERAM-ERA-ABBR-CD.
           MOVE LERAM-ERA-JPN-NM             TO WERAM-ERA-JPN-NM.
           MOVE LERAM-ERA-ENG-NM             TO WERAM-ERA-ENG-NM.
           MOVE WGLOB-USER-ID                TO WERAM-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WERAM-LAST-CHG-DT.

           REWRITE WERAM-REC-INFO
               INVALID KEY
                   MOVE '99' TO WERAM-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WERAM-IO-OK
               SET LERAM-RETRN-OK            TO TRUE
           ELSE
               SET LERAM-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE ERAM-FILE.

       3000-CHANGE-ERA-X.
           EXIT.

      *-----------------
       4000-DELETE-ERA.
      *-----------------

           OPEN I-O ERAM-FILE.
           IF  WERAM-SEQ-FILE-STATUS NOT = '00'
               SET LERAM-RETRN-ERROR         TO TRUE
               GO TO 4000-DELETE-ERA-X
           END-IF.

      *
      *  AN ERA WITH A LATER ERA AFTER IT CANNOT BE REMOVED - THE
      *  REIGN BOUNDARIES OF THE LATER ERA WOULD BE LOST.
      *
           MOVE LERAM-ERA-NUM                TO WERAM-ERA-NUM.

           START ERAM-FILE
               KEY IS GREATER THAN WERAM-KEY
               INVALID KEY
                   MOVE '23' TO WERAM-SEQ-FILE-STATUS
           END-START.

           IF  WERAM-IO-OK
               SET LERAM-RETRN-OUT-OF-SEQ    TO TRUE
               CLOSE ERAM-FILE
               GO TO 4000-DELETE-ERA-X
           END-IF.

           MOVE LERAM-ERA-NUM                TO WERAM-ERA-NUM.

           DELETE ERAM-FILE
               INVALID KEY
                   MOVE '23' TO WERAM-SEQ-FILE-STATUS
           END-DELETE.

           IF  WERAM-IO-OK
               SET LERAM-RETRN-OK            TO TRUE
           ELSE
               SET LERAM-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE ERAM-FILE.

       4000-DELETE-ERA-X.
           EXIT.

      *-------------------
       5000-READNEXT-ERA.
      *-------------------

           OPEN INPUT ERAM-FILE.
           IF  WERAM-SEQ-FILE-STATUS NOT = '00'
               SET LERAM-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-ERA-X
           END-IF.

           MOVE LERAM-ERA-NUM                TO WERAM-ERA-NUM.

           START ERAM-FILE
               KEY IS GREATER THAN WERAM-KEY
               INVALID KEY
                   MOVE '23' TO WERAM-SEQ-FILE-STATUS
           END-START.

           IF  WERAM-IO-OK
               READ ERAM-FILE NEXT
                   AT END
                       MOVE '10' TO WERAM-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WERAM-IO-OK
               MOVE WERAM-ERA-NUM            TO LERAM-ERA-NUM
               PERFORM 1900-RETURN-ERA
                  THRU 1900-RETURN-ERA-X
               SET LERAM-RETRN-OK            TO TRUE
           ELSE
               SET LERAM-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE ERAM-FILE.

       5000-READNEXT-ERA-X.
           EXIT.

      *----------------
       7000-SEED-ERAS.
      *----------------

      *
      *  INITIAL LOAD: EACH BUILT-IN ERA IS WRITTEN UNLESS THE MASTER
      *  ALREADY HOLDS THAT ERA NUMBER, SO A RE-RUN LEAVES ROWS THAT
      *  HAVE SINCE BEEN MAINTAINED ALONE.
      *
           OPEN I-O ERAM-FILE.
           IF  WERAM-IO-NOFILE
               OPEN OUTPUT ERAM-FILE
               CLOSE ERAM-FILE
               OPEN I-O ERAM-FILE
           END-IF.
           IF  WERAM-SEQ-FILE-STATUS NOT = '00'
               SET LERAM-RETRN-ERROR         TO TRUE
               GO TO 7000-SEED-ERAS-X
           END-IF.

           SET LERAM-RETRN-OK                TO TRUE.

           PERFORM 7100-SEED-ONE-ERA
              THRU 7100-SEED-ONE-ERA-X
               VARYING WERAT-SUB FROM 1 BY 1
                 UNTIL WERAT-SUB > WERAT-DFLT-ERA-CNT.

           CLOSE ERAM-FILE.

       7000-SEED-ERAS-X.
           EXIT.

      *-------------------
       7100-SEED-ONE-ERA.
      *-------------------

           MOVE SPACES                       TO WERAM-REC-INFO.
           MOVE WERAT-DFLT-ERA-NUM (WERAT-SUB)
                                             TO WERAM-ERA-NUM.
           MOVE WERAT-DFLT-STRT-DT (WERAT-SUB)
                                             TO WERAM-ERA-STRT-DT.
           MOVE WERAT-DFLT-ABBR-CD (WERAT-SUB)
                                             TO WERAM-ERA-ABBR-CD.
           MOVE WERAT-DFLT-JPN-NM (WERAT-SUB)
                                             TO WERAM-ERA-JPN-NM.
           MOVE WERAT-DFLT-ENG-NM (WERAT-SUB)
                                             TO WERAM-ERA-ENG-NM.
           MOVE WGLOB-USER-ID                TO WERAM-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WERAM-LAST-CHG-DT.

           WRITE WERAM-REC-INFO
               INVALID KEY
                   MOVE '22' TO WERAM-SEQ-FILE-STATUS
           END-WRITE.

           IF  NOT WERAM-IO-OK
           AND NOT WERAM-IO-DUPKEY
               SET LERAM-RETRN-ERROR         TO TRUE
           END-IF.

       7100-SEED-ONE-ERA-X.
           EXIT.

      *-----------------
       1900-RETURN-ERA.
      *-----------------

           MOVE WERAM-ERA-STRT-DT            TO LERAM-ERA-STRT-DT.
           MOVE WERAM-ERA-ABBR-CD            TO LERAM-ERA-ABBR-CD.
           MOVE WERAM-ERA-JPN-NM             TO LERAM-ERA-JPN-NM.
           MOVE WERAM-ERA-ENG-NM             TO LERAM-ERA-ENG-NM.
           MOVE WERAM-LAST-CHG-USER-ID       TO LERAM-LAST-CHG-USER-ID.
           MOVE WERAM-LAST-CHG-DT            TO LERAM-LAST-CHG-DT.

       1900-RETURN-ERA-X.
           EXIT.

      *---------------------
       6000-CHECK-STRT-SEQ.
      *---------------------

      *
      *  THE START DATE MUST FALL AFTER THE PRIOR ERA'S START DATE
      *  AND BEFORE THE NEXT ERA'S, SO THE ERA TABLE STAYS IN DATE
      *  ORDER.  A BLANK START DATE OR ERA LETTER IS REJECTED.
      *
           SET WS-SEQ-OK                     TO TRUE.
           MOVE LOW-VALUES                   TO WS-PRIOR-STRT-DT.
           MOVE HIGH-VALUES                  TO WS-NEXT-STRT-DT.

           IF  LERAM-ERA-STRT-DT = SPACES
           OR  LERAM-ERA-ABBR-CD = SPACES
           OR  LERAM-ERA-NUM = ZERO
               SET WS-SEQ-NOT-OK             TO TRUE
               GO TO 6000-CHECK-STRT-SEQ-X
           END-IF.

           IF  LERAM-ERA-NUM > 1
               COMPUTE WS-ERA-NUM = LERAM-ERA-NUM - 1
               MOVE WS-ERA-NUM               TO WERAM-ERA-NUM
               READ ERAM-FILE
                   INVALID KEY
                       MOVE '23' TO WERAM-SEQ-FILE-STATUS
               END-READ
               IF  WERAM-IO-OK
                   MOVE WERAM-ERA-STRT-DT    TO WS-PRIOR-STRT-DT
               END-IF
           END-IF.

           IF  LERAM-ERA-NUM < 9
               COMPUTE WS-ERA-NUM = LERAM-ERA-NUM + 1
               MOVE WS-ERA-NUM               TO WERAM-ERA-NUM
               READ ERAM-FILE
                   INVALID KEY
                       MOVE '23' TO WERAM-SEQ-FILE-STATUS
               END-READ
               IF  WERAM-IO-OK
                   MOVE WERAM-ERA-STRT-DT    TO WS-NEXT-STRT-DT
               END-IF
           END-IF.

           IF  LERAM-ERA-STRT-DT NOT > WS-PRIOR-STRT-DT
           OR  LERAM-ERA-STRT-DT NOT < WS-NEXT-STRT-DT
               SET WS-SEQ-NOT-OK             TO TRUE
           END-IF.

       6000-CHECK-STRT-SEQ-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQERAM                     **
      *****************************************************************
