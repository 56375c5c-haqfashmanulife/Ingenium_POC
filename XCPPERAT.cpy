      *****************************************************************
      **  MEMBER :  XCPPERAT                                         **
      **  REMARKS:  JAPANESE ERA TABLE PARAGRAPHS.  LOADS THE ERA    **
      **            MASTER (ERAM) INTO XCWWERAT AND ANSWERS THE TWO  **
      **            LOOKUPS THE EMPEROR-DATE ROUTINES NEED:          **
      **              ERAT-2000 - THE ERA IN WHICH WERAT-IN-DT FALLS **
      **              ERAT-3000 - THE ENTRY FOR WERAT-IN-ERA-NUM     **
      **                          (OR WERAT-IN-ERA-ABBR-CD)          **
      **            WERAT-FOUND-SUB COMES BACK ZERO WHEN NOTHING     **
      **            MATCHES.  A MISSING OR EMPTY MASTER (A NEW       **
      **            INSTALL) FALLS BACK TO THE BUILT-IN ERAS, SO     **
      **            DATES CONVERT FROM THE FIRST RUN.                **
      **            THE CALLER COPIES CCFHERAM, CCFWERAM,            **
      **            CCWWERAM AND XCWWERAT.                           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51260**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *-----------------------
       ERAT-1000-LOAD-TABLE.
      *-----------------------

           MOVE ZERO                     TO WERAT-ERA-CNT.
           MOVE 'N'                      TO WERAT-LOADED-SW.

           OPEN INPUT ERAM-FILE.
           IF  WERAM-SEQ-FILE-STATUS NOT = '00'
               GO TO ERAT-1000-LOAD-DEFAULT
           END-IF.

           MOVE LOW-VALUES               TO WERAM-KEY.

           START ERAM-FILE
               KEY IS NOT LESS THAN WERAM-KEY
               INVALID KEY
                   MOVE '23'             TO WERAM-SEQ-FILE-STATUS
           END-START.

           PERFORM  ERAT-1100-LOAD-ONE-ERA
               THRU ERAT-1100-LOAD-ONE-ERA-X
                    UNTIL NOT WERAM-IO-OK
                    OR    WERAT-ERA-CNT NOT < WERAT-MAX-ERA-CNT.

           CLOSE ERAM-FILE.

       ERAT-1000-LOAD-DEFAULT.

           IF  WERAT-ERA-CNT = ZERO
               PERFORM  ERAT-1200-LOAD-DFLT-ERA
                   THRU ERAT-1200-LOAD-DFLT-ERA-X
                        VARYING WERAT-SUB FROM 1 BY 1
                        UNTIL WERAT-SUB > WERAT-DFLT-ERA-CNT
           END-IF.

           IF  WERAT-ERA-CNT > ZERO
               SET WERAT-TABLE-LOADED    TO TRUE
           END-IF.

       ERAT-1000-LOAD-TABLE-X.
           EXIT.

      *-------------------------
       ERAT-1100-LOAD-ONE-ERA.
      *-------------------------

           READ ERAM-FILE NEXT
               AT END
                   MOVE '10'             TO WERAM-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WERAM-IO-OK
               GO TO ERAT-1100-LOAD-ONE-ERA-X
           END-IF.

           ADD 1                         TO WERAT-ERA-CNT.
           MOVE WERAM-ERA-NUM     TO WERAT-ERA-NUM     (WERAT-ERA-CNT).
           MOVE WERAM-ERA-STRT-DT TO WERAT-ERA-STRT-DT (WERAT-ERA-CNT).
           MOVE WERAM-ERA-ABBR-CD TO WERAT-ERA-ABBR-CD (WERAT-ERA-CNT).
           MOVE WERAM-ERA-JPN-NM  TO WERAT-ERA-JPN-NM  (WERAT-ERA-CNT).
           MOVE WERAM-ERA-ENG-NM  TO WERAT-ERA-ENG-NM  (WERAT-ERA-CNT).

       ERAT-1100-LOAD-ONE-ERA-X.
           EXIT.

      *--------------------------
       ERAT-1200-LOAD-DFLT-ERA.
      *--------------------------

           ADD 1                         TO WERAT-ERA-CNT.
           MOVE WERAT-DFLT-ERA-NUM (WERAT-SUB)
                                  TO WERAT-ERA-NUM     (WERAT-ERA-CNT).
           MOVE WERAT-DFLT-STRT-DT (WERAT-SUB)
                                  TO WERAT-ERA-STRT-DT (WERAT-ERA-CNT).
           MOVE WERAT-DFLT-ABBR-CD (WERAT-SUB)
                                  TO WERAT-ERA-ABBR-CD (WERAT-ERA-CNT).
           MOVE WERAT-DFLT-JPN-NM (WERAT-SUB)
                                  TO WERAT-ERA-JPN-NM  (WERAT-ERA-CNT).
           MOVE WERAT-DFLT-ENG-NM (WERAT-SUB)
                                  TO WERAT-ERA-ENG-NM  (WERAT-ERA-CNT).

       ERAT-1200-LOAD-DFLT-ERA-X.
           EXIT.

      *------------------------
       ERAT-2000-FIND-DT-ERA.
      *------------------------

      *
      *  WORK BACK FROM THE CURRENT ERA: THE FIRST ERA WHOSE START
      *  DATE IS ON OR BEFORE THE DATE IS THE ONE IT FALLS IN.
      *
           MOVE ZERO                     TO WERAT-FOUND-SUB.

           PERFORM  ERAT-2100-TEST-ONE-ERA
               THRU ERAT-2100-TEST-ONE-ERA-X
                    VARYING WERAT-SUB FROM WERAT-ERA-CNT BY -1
                    UNTIL WERAT-SUB < 1
                    OR    WERAT-FOUND-SUB > ZERO.

       ERAT-2000-FIND-DT-ERA-X.
           EXIT.

      *-------------------------
       ERAT-2100-TEST-ONE-ERA.
      *-------------------------

           IF  WERAT-IN-DT NOT < WERAT-ERA-STRT-DT (WERAT-SUB)
               MOVE WERAT-SUB            TO WERAT-FOUND-SUB
           END-IF.

       ERAT-2100-TEST-ONE-ERA-X.
           EXIT.

      *-------------------------
       ERAT-3000-FIND-ERA-NUM.
      *-------------------------

      *
      *  MATCH ON THE EMPEROR NUMBER, OR ON THE ERA LETTER WHEN
      *  THE CALLER KEYED THE LETTER INSTEAD OF THE NUMBER.
      *
           MOVE ZERO                     TO WERAT-FOUND-SUB.

           PERFORM  ERAT-3100-MATCH-ONE-ERA
               THRU ERAT-3100-MATCH-ONE-ERA-X
                    VARYING WERAT-SUB FROM 1 BY 1
                    UNTIL WERAT-SUB > WERAT-ERA-CNT
                    OR    WERAT-FOUND-SUB > ZERO.

       ERAT-3000-FIND-ERA-NUM-X.
           EXIT.

      *--------------------------
       ERAT-3100-MATCH-ONE-ERA.
      *--------------------------

           IF  WERAT-IN-ERA-ABBR-CD NOT = SPACES
               IF  WERAT-IN-ERA-ABBR-CD =
                       WERAT-ERA-ABBR-CD (WERAT-SUB)
                   MOVE WERAT-SUB        TO WERAT-FOUND-SUB
               END-IF
           ELSE
               IF  WERAT-IN-ERA-NUM = WERAT-ERA-NUM (WERAT-SUB)
                   MOVE WERAT-SUB        TO WERAT-FOUND-SUB
               END-IF
           END-IF.

       ERAT-3100-MATCH-ONE-ERA-X.
           EXIT.
