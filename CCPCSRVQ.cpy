      *****************************************************************
      **  MEMBER :  CCPCSRVQ                                         **
      **  REMARKS:  REGISTRATION PARAGRAPH FOR THE POLICY SERVICE    **
      **            REQUEST REGISTER (SRVQ).  THE CALLER OPENS       **
      **            SRVQ-FILE I-O AND BUILDS THE POLICY, RECEIVED    **
      **            DATE, TYPE, CHANNEL, SOURCE REFERENCE, CLIENT    **
      **            AND BRANCH, AND THE LAST-CHANGE USER AND DATE,   **
      **            IN WSRVQ-REC-INFO; THE PARAGRAPH SETS            **
      **            THE TARGET DATE FROM THE TYPE TABLE (CCWWSRTY),  **
      **            OPENS THE ROW AND WRITES IT UNDER THE FIRST FREE **
      **            SEQUENCE NUMBER FOR THE POLICY AND DAY.          **
      **            RETURNS IN WSRVQ-SEQ-FILE-STATUS:                **
      **              '00' REGISTERED                                **
      **              '22' THE SAME SOURCE ITEM IS ALREADY           **
      **                   REGISTERED (A RERUN), OR THE DAY IS FULL  **
      **              '23' THE REQUEST TYPE IS NOT ON THE TABLE      **
      **            NEEDS XCWL1680 / XCPL1680 IN THE CALLER.         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51305**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *--------------------
       SRVQ-1000-REGISTER.
      *--------------------

           SET  WSRTY-IX                 TO 1.
           SEARCH WSRTY-ENTRY
               AT END
                   MOVE '23'             TO WSRVQ-SEQ-FILE-STATUS
                   GO TO SRVQ-1000-REGISTER-X
               WHEN WSRTY-SRVC-TYP-CD (WSRTY-IX) = WSRVQ-SRVC-TYP-CD
                   CONTINUE
           END-SEARCH.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WSRVQ-RECV-DT            TO L1680-INTERNAL-1.
           MOVE ZERO                     TO L1680-NUMBER-OF-YEARS.
           MOVE ZERO                     TO L1680-NUMBER-OF-MONTHS.
           MOVE WSRTY-TRGT-DAYS (WSRTY-IX)
                                         TO L1680-NUMBER-OF-DAYS.
           PERFORM  1680-3000-ADD-Y-M-D-TO-DATE
               THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.
           MOVE L1680-INTERNAL-2         TO WSRVQ-TRGT-DT.

           SET  WSRVQ-STAT-OPEN          TO TRUE.
           MOVE SPACES                   TO WSRVQ-CMPLT-DT
                                            WSRVQ-CMPLT-ACTV-TYP-ID.
           MOVE ZERO                     TO WSRVQ-CMPLT-EFF-IDT-NUM
                                            WSRVQ-CMPLT-PCHST-SEQ-NUM
                                            WSRVQ-TAT-DAYS.
           MOVE 'N'                      TO WSRVQ-BREACH-IND
                                            WSRVQ-CMPLN-IND.

           MOVE 1                        TO WSRVQ-SEQ-NUM.
           MOVE WSRVQ-REC-INFO           TO WSRVQ-SAVE-REC-INFO.
           MOVE WSRVQ-SEQ-NUM            TO WSRVQ-SAVE-SEQ-NUM.
           MOVE WSRVQ-SRVC-TYP-CD        TO WSRVQ-SAVE-SRVC-TYP-CD.
           MOVE WSRVQ-SRC-REF-ID         TO WSRVQ-SAVE-SRC-REF-ID.

       SRVQ-1100-WRITE.

           MOVE WSRVQ-SAVE-REC-INFO      TO WSRVQ-REC-INFO.
           MOVE WSRVQ-SAVE-SEQ-NUM       TO WSRVQ-SEQ-NUM.

           MOVE '00'                     TO WSRVQ-SEQ-FILE-STATUS.
           WRITE WSRVQ-REC-INFO
               INVALID KEY
                   MOVE '22'             TO WSRVQ-SEQ-FILE-STATUS
           END-WRITE.

           IF  NOT WSRVQ-IO-DUPKEY
               GO TO SRVQ-1000-REGISTER-X
           END-IF.

      *
      *  THE SLOT IS TAKEN.  THE SAME SOURCE ITEM FOUND THERE MEANS
      *  IT WAS REGISTERED BY AN EARLIER RUN; OTHERWISE THE SEQUENCE
      *  WALKS FORWARD UNTIL THE ROW LANDS.
      *
           READ SRVQ-FILE
               INVALID KEY
                   MOVE '23'             TO WSRVQ-SEQ-FILE-STATUS
           END-READ.

           IF  WSRVQ-IO-OK
           AND WSRVQ-SAVE-SRC-REF-ID NOT = SPACES
           AND WSRVQ-SRC-REF-ID = WSRVQ-SAVE-SRC-REF-ID
           AND WSRVQ-SRVC-TYP-CD = WSRVQ-SAVE-SRVC-TYP-CD
               MOVE '22'                 TO WSRVQ-SEQ-FILE-STATUS
               GO TO SRVQ-1000-REGISTER-X
           END-IF.

           IF  WSRVQ-SAVE-SEQ-NUM < 99
               ADD 1                     TO WSRVQ-SAVE-SEQ-NUM
               GO TO SRVQ-1100-WRITE
           END-IF.

           MOVE '22'                     TO WSRVQ-SEQ-FILE-STATUS.

       SRVQ-1000-REGISTER-X.
           EXIT.
