      *****************************************************************
      **  MEMBER :  CCPPAGHR                                         **
      **  REMARKS:  COMMON ROUTINE FOR THE AGENCY HIERARCHY MASTER   **
      **            (AGHR).                                          **
      **                                                             **
      **            AGHR-1000-GET-AS-OF - THE CALLER SUPPLIES        **
      **            WAGHR-RQST-AGT-ID AND WAGHR-RQST-AS-OF-DT AND    **
      **            TESTS WAGHR-FND ON RETURN.  THE ROW IN EFFECT    **
      **            IS THE AGENT'S ROW WITH THE LATEST EFFECTIVE     **
      **            DATE NOT AFTER THE AS-OF DATE; ITS ROLE, UPLINE  **
      **            AND SALES OFFICE ARE RETURNED IN THE WAGHR-FND-  **
      **            FIELDS.  THE CALLER HAS THE MASTER OPEN.         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51299**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *----------------------
       AGHR-1000-GET-AS-OF.
      *----------------------

           SET  WAGHR-NOT-FND               TO TRUE.
           MOVE SPACES                      TO WAGHR-FND-EFF-DT
                                               WAGHR-FND-ROLE-CD
                                               WAGHR-FND-UPLN-AGT-ID
                                               WAGHR-FND-SO-ID.

           IF  WAGHR-RQST-AGT-ID = SPACES
               GO TO AGHR-1000-GET-AS-OF-X
           END-IF.

           MOVE WAGHR-RQST-AGT-ID           TO WAGHR-AGT-ID.
           MOVE LOW-VALUES                  TO WAGHR-EFF-DT.

           START AGHR-FILE
               KEY IS NOT LESS THAN WAGHR-KEY
               INVALID KEY
                   MOVE '23'                TO WAGHR-SEQ-FILE-STATUS
           END-START.

           IF  NOT WAGHR-IO-OK
               GO TO AGHR-1000-GET-AS-OF-X
           END-IF.

           SET  WAGHR-SCAN-MORE             TO TRUE.
           PERFORM  AGHR-1100-SCAN-ROW
               THRU AGHR-1100-SCAN-ROW-X
                    UNTIL WAGHR-SCAN-DONE.

       AGHR-1000-GET-AS-OF-X.
           EXIT.

      *---------------------
       AGHR-1100-SCAN-ROW.
      *---------------------

      *
      *  THE AGENT'S ROWS COME BACK IN EFFECTIVE-DATE ORDER - THE
      *  LAST ONE NOT AFTER THE AS-OF DATE IS THE ONE IN EFFECT.
      *
           READ AGHR-FILE NEXT RECORD
               AT END
                   MOVE '10'                TO WAGHR-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WAGHR-IO-OK
           OR  WAGHR-AGT-ID NOT = WAGHR-RQST-AGT-ID
           OR  WAGHR-EFF-DT > WAGHR-RQST-AS-OF-DT
               SET  WAGHR-SCAN-DONE         TO TRUE
               GO TO AGHR-1100-SCAN-ROW-X
           END-IF.

           SET  WAGHR-FND                   TO TRUE.
           MOVE WAGHR-EFF-DT                TO WAGHR-FND-EFF-DT.
           MOVE WAGHR-ROLE-CD               TO WAGHR-FND-ROLE-CD.
           MOVE WAGHR-UPLN-AGT-ID           TO WAGHR-FND-UPLN-AGT-ID.
           MOVE WAGHR-SO-ID                 TO WAGHR-FND-SO-ID.

       AGHR-1100-SCAN-ROW-X.
           EXIT.
