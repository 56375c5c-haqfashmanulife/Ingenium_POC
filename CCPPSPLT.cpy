      *****************************************************************
      **  MEMBER :  CCPPSPLT                                         **
      **  REMARKS:  COMMON ROUTINES FOR THE COMMISSION SPLIT TABLE   **
      **            (SPLT).  THE CALLER HAS THE TABLE OPEN.          **
      **                                                             **
      **            SPLT-1000-GET-AS-OF - THE CALLER SUPPLIES        **
      **            WSPLT-RQST-POL-ID AND WSPLT-RQST-AS-OF-DT AND    **
      **            TESTS WSPLT-FND ON RETURN.  THE ROW IN EFFECT    **
      **            IS THE POLICY'S ROW WITH THE LATEST EFFECTIVE    **
      **            DATE NOT AFTER THE AS-OF DATE; ITS PARTIES ARE   **
      **            RETURNED IN THE WSPLT-FND- FIELDS.               **
      **                                                             **
      **            SPLT-2000-FIND-PARTY - AFTER A SUCCESSFUL        **
      **            LOOKUP, THE CALLER SUPPLIES WSPLT-RQST-AGT-ID    **
      **            AND GETS THAT AGENT'S PARTY IN WSPLT-PRTY-IX     **
      **            (ZERO - NOT A PARTY) AND THE FIRST OTHER PARTY   **
      **            IN WSPLT-CO-AGT-ID.                              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51300**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *----------------------
       SPLT-1000-GET-AS-OF.
      *----------------------

           SET  WSPLT-NOT-FND               TO TRUE.
           MOVE SPACES                      TO WSPLT-FND-EFF-DT.
           MOVE ZERO                        TO WSPLT-FND-AGT-CNT.

           IF  WSPLT-RQST-POL-ID = SPACES
               GO TO SPLT-1000-GET-AS-OF-X
           END-IF.

           MOVE WSPLT-RQST-POL-ID           TO WSPLT-POL-ID.
           MOVE LOW-VALUES                  TO WSPLT-EFF-DT.

           START SPLT-FILE
               KEY IS NOT LESS THAN WSPLT-KEY
               INVALID KEY
                   MOVE '23'                TO WSPLT-SEQ-FILE-STATUS
           END-START.

           IF  NOT WSPLT-IO-OK
               GO TO SPLT-1000-GET-AS-OF-X
           END-IF.

           SET  WSPLT-SCAN-MORE             TO TRUE.
           PERFORM  SPLT-1100-SCAN-ROW
               THRU SPLT-1100-SCAN-ROW-X
                    UNTIL WSPLT-SCAN-DONE.

       SPLT-1000-GET-AS-OF-X.
           EXIT.

      *---------------------
       SPLT-1100-SCAN-ROW.
      *---------------------

      *
      *  THE POLICY'S ROWS COME BACK IN EFFECTIVE-DATE ORDER - THE
      *  LAST ONE NOT AFTER THE AS-OF DATE IS THE ONE IN EFFECT.
      *
           READ SPLT-FILE NEXT RECORD
               AT END
                   MOVE '10'                TO WSPLT-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WSPLT-IO-OK
           OR  WSPLT-POL-ID NOT = WSPLT-RQST-POL-ID
           OR  WSPLT-EFF-DT > WSPLT-RQST-AS-OF-DT
               SET  WSPLT-SCAN-DONE         TO TRUE
               GO TO SPLT-1100-SCAN-ROW-X
           END-IF.

           SET  WSPLT-FND                   TO TRUE.
           MOVE WSPLT-EFF-DT                TO WSPLT-FND-EFF-DT.
           MOVE WSPLT-AGT-CNT               TO WSPLT-FND-AGT-CNT.
           MOVE WSPLT-PRTY-INFO             TO WSPLT-FND-PRTY-INFO.

       SPLT-1100-SCAN-ROW-X.
           EXIT.

      *-----------------------
       SPLT-2000-FIND-PARTY.
      *-----------------------

           MOVE ZERO                        TO WSPLT-PRTY-IX.
           MOVE SPACES                      TO WSPLT-CO-AGT-ID.

           PERFORM  SPLT-2100-TEST-PARTY
               THRU SPLT-2100-TEST-PARTY-X
                    VARYING WSPLT-SUB FROM 1 BY 1
                    UNTIL WSPLT-SUB > WSPLT-FND-AGT-CNT.

       SPLT-2000-FIND-PARTY-X.
           EXIT.

      *-----------------------
       SPLT-2100-TEST-PARTY.
      *-----------------------

           IF  WSPLT-FND-AGT-ID (WSPLT-SUB) = WSPLT-RQST-AGT-ID
               IF  WSPLT-PRTY-IX = ZERO
                   MOVE WSPLT-SUB           TO WSPLT-PRTY-IX
               END-IF
           ELSE
               IF  WSPLT-CO-AGT-ID = SPACES
                   MOVE WSPLT-FND-AGT-ID (WSPLT-SUB)
                                            TO WSPLT-CO-AGT-ID
               END-IF
           END-IF.

       SPLT-2100-TEST-PARTY-X.
           EXIT.
