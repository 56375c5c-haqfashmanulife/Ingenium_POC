      *****************************************************************
      **  MEMBER :  SCPPGBAS                                         **
      **  REMARKS:  SEGREGATED FUND GUARANTEE BASE ACCESS.  THE      **
      **            GBAS AND GBHS FILES ARE OPENED I-O ON FIRST USE  **
      **            (CREATED IF ABSENT) AND HELD OPEN ACROSS CALLS.  **
      **                                                             **
      **            GBAS-1000-READ    READS THE ROW FOR THE REQUEST  **
      **                              POLICY INTO RGBAS (SPACES AND  **
      **                              NOT-FOUND WHEN THERE IS NONE). **
      **            GBAS-2000-UPDATE  WRITES OR REWRITES RGBAS.      **
      **            GBHS-1000-WRITE   ADDS THE HISTORY ROW BUILT IN  **
      **                              WGBHS-REC-INFO, TAKING THE     **
      **                              NEXT FREE SEQUENCE FOR THE     **
      **                              POLICY AND DATE.               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51267**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *-----------------
       GBAS-1000-READ.
      *-----------------

           MOVE SPACES                      TO RGBAS-REC-INFO.
           MOVE ZERO                        TO RGBAS-GTEE-BASE-AMT.
           SET  WGBAS-ROW-NOT-FOUND         TO TRUE.

           IF  NOT WGBAS-FILE-OPEN
               OPEN I-O GBAS-FILE
               IF  WGBAS-IO-NOFILE
                   OPEN OUTPUT GBAS-FILE
                   CLOSE GBAS-FILE
                   OPEN I-O GBAS-FILE
               END-IF
               IF  WGBAS-SEQ-FILE-STATUS NOT = '00'
                   GO TO GBAS-1000-READ-X
               END-IF
               SET WGBAS-FILE-OPEN          TO TRUE
           END-IF.

           MOVE WGBAS-RQST-POL-ID           TO WGBAS-POL-ID.

           READ GBAS-FILE
               INVALID KEY
                   MOVE '23' TO WGBAS-SEQ-FILE-STATUS
           END-READ.

           IF  WGBAS-IO-OK
               MOVE WGBAS-REC-INFO          TO RGBAS-REC-INFO
               SET  WGBAS-ROW-FOUND         TO TRUE
           END-IF.

       GBAS-1000-READ-X.
           EXIT.

      *-------------------
       GBAS-2000-UPDATE.
      *-------------------

           IF  NOT WGBAS-FILE-OPEN
               MOVE '35'                    TO WGBAS-SEQ-FILE-STATUS
               GO TO GBAS-2000-UPDATE-X
           END-IF.

           MOVE RGBAS-REC-INFO              TO WGBAS-REC-INFO.

           IF  WGBAS-ROW-FOUND
               REWRITE WGBAS-REC-INFO
                   INVALID KEY
                       MOVE '23' TO WGBAS-SEQ-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE WGBAS-REC-INFO
                   INVALID KEY
                       MOVE '22' TO WGBAS-SEQ-FILE-STATUS
               END-WRITE
               IF  WGBAS-IO-OK
                   SET WGBAS-ROW-FOUND      TO TRUE
               END-IF
           END-IF.

       GBAS-2000-UPDATE-X.
           EXIT.

      *------------------
       GBHS-1000-WRITE.
      *------------------

           IF  NOT WGBHS-FILE-OPEN
               OPEN I-O GBHS-FILE
               IF  WGBHS-IO-NOFILE
                   OPEN OUTPUT GBHS-FILE
                   CLOSE GBHS-FILE
                   OPEN I-O GBHS-FILE
               END-IF
               IF  WGBHS-SEQ-FILE-STATUS NOT = '00'
                   GO TO GBHS-1000-WRITE-X
               END-IF
               SET WGBHS-FILE-OPEN          TO TRUE
           END-IF.

           MOVE ZERO                        TO WGBHS-SEQ-NUM.
           SET  WGBHS-IO-DUPKEY             TO TRUE.

           PERFORM  GBHS-1100-TRY-SEQ
               THRU GBHS-1100-TRY-SEQ-X
               UNTIL NOT WGBHS-IO-DUPKEY
               OR    WGBHS-SEQ-NUM = 999.

       GBHS-1000-WRITE-X.
           EXIT.

      *--------------------
       GBHS-1100-TRY-SEQ.
      *--------------------

           ADD 1                            TO WGBHS-SEQ-NUM.
           MOVE '00'                        TO WGBHS-SEQ-FILE-STATUS.

           WRITE WGBHS-REC-INFO
               INVALID KEY
                   MOVE '22' TO WGBHS-SEQ-FILE-STATUS
           END-WRITE.

       GBHS-1100-TRY-SEQ-X.
           EXIT.
