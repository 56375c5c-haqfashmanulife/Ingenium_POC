      *****************************************************************
      **  MEMBER :  CCPP0313                                         **
      **  REMARKS:  COMMON ROUTINE TO SET THE MEDICAL BENEFIT LIMIT  **
      **            POSITION OF A COVERAGE (PARAMETERS IN CCWL0313). **
      **            FOR HOSPITAL DAYS AND SURGERIES IT READS THE     **
      **            PLAN'S LIMITS FROM MBLM AND WHAT HAS BEEN PAID   **
      **            FROM THE ACCUMULATOR MBAC, AND RETURNS WHAT IS   **
      **            LEFT OF THE LIFETIME LIMIT.  A BENEFIT WITHIN    **
      **            10 PERCENT OF ITS LIFETIME LIMIT IS FLAGGED NEAR **
      **            THE LIMIT, ONE WITH NOTHING LEFT AS EXHAUSTED.   **
      **            THE CALLER HAS MBLM AND MBAC OPEN FOR INPUT (A   **
      **            CALLER BROWSING MBAC USES 0313-1200 AND          **
      **            0313-2000 ONLY).  A MISSING ROW MEANS NO LIMIT   **
      **            OR NOTHING PAID; ANY OTHER READ FAILURE RETURNS  **
      **            '99' WITH THE BENEFIT TREATED THE SAME WAY.      **
      **            SHARED BY THE CLAIMS DESK INQUIRY, THE BENEFIT   **
      **            DECISION EXTRACT AND THE LIMIT WARNING REPORT.   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *------------------------------
       0313-1000-GET-LMT-POSN.
      *------------------------------

           SET  L0313-RETRN-OK            TO TRUE.

           MOVE 'HS'                      TO L0313-BNFT-TYP-CD (1).
           MOVE 'SG'                      TO L0313-BNFT-TYP-CD (2).

           PERFORM 0313-1100-GET-BNFT-POSN
              THRU 0313-1100-GET-BNFT-POSN-X
               VARYING L0313-BNFT-SUB FROM 1 BY 1
               UNTIL   L0313-BNFT-SUB > 2.

       0313-1000-GET-LMT-POSN-X.
           EXIT.

      *------------------------------
       0313-1100-GET-BNFT-POSN.
      *------------------------------

           PERFORM 0313-1200-READ-LIMIT
              THRU 0313-1200-READ-LIMIT-X.

           MOVE ZERO        TO L0313-PAID-UNIT-CNT (L0313-BNFT-SUB)
                               L0313-PAID-CLM-CNT  (L0313-BNFT-SUB)
                               L0313-PAID-AMT      (L0313-BNFT-SUB).

           MOVE L0313-POL-ID                     TO WMBAC-POL-ID.
           MOVE L0313-CVG-NUM                    TO WMBAC-CVG-NUM.
           MOVE L0313-BNFT-TYP-CD (L0313-BNFT-SUB)
                                                 TO WMBAC-BNFT-TYP-CD.

           READ MBAC-FILE
               INVALID KEY
                   MOVE '23' TO WMBAC-SEQ-FILE-STATUS
           END-READ.

           EVALUATE TRUE
               WHEN WMBAC-IO-OK
                   MOVE WMBAC-PAID-UNIT-CNT
                     TO L0313-PAID-UNIT-CNT (L0313-BNFT-SUB)
                   MOVE WMBAC-PAID-CLM-CNT
                     TO L0313-PAID-CLM-CNT  (L0313-BNFT-SUB)
                   MOVE WMBAC-PAID-AMT
                     TO L0313-PAID-AMT      (L0313-BNFT-SUB)
               WHEN WMBAC-IO-NOTFND
                   CONTINUE
               WHEN OTHER
                   SET L0313-RETRN-ERROR  TO TRUE
           END-EVALUATE.

           PERFORM 0313-2000-SET-POSN
              THRU 0313-2000-SET-POSN-X.

       0313-1100-GET-BNFT-POSN-X.
           EXIT.

      *------------------------------
       0313-1200-READ-LIMIT.
      *------------------------------

           SET  L0313-LMT-NONE (L0313-BNFT-SUB)  TO TRUE.
           MOVE ZERO        TO L0313-ADMIT-LMT-CNT (L0313-BNFT-SUB)
                               L0313-LIFE-LMT-CNT  (L0313-BNFT-SUB).

           MOVE L0313-PLAN-ID                    TO WMBLM-PLAN-ID.
           MOVE L0313-BNFT-TYP-CD (L0313-BNFT-SUB)
                                                 TO WMBLM-BNFT-TYP-CD.

           READ MBLM-FILE
               INVALID KEY
                   MOVE '23' TO WMBLM-SEQ-FILE-STATUS
           END-READ.

           EVALUATE TRUE
               WHEN WMBLM-IO-OK
                   SET  L0313-LMT-SET (L0313-BNFT-SUB)
                                          TO TRUE
                   MOVE WMBLM-ADMIT-LMT-CNT
                     TO L0313-ADMIT-LMT-CNT (L0313-BNFT-SUB)
                   MOVE WMBLM-LIFE-LMT-CNT
                     TO L0313-LIFE-LMT-CNT  (L0313-BNFT-SUB)
               WHEN WMBLM-IO-NOTFND
                   CONTINUE
               WHEN OTHER
                   SET L0313-RETRN-ERROR  TO TRUE
           END-EVALUATE.

       0313-1200-READ-LIMIT-X.
           EXIT.

      *------------------------------
       0313-2000-SET-POSN.
      *------------------------------

      *
      *  PAYMENTS ALREADY MADE BEYOND THE LIFETIME LIMIT (FOR
      *  EXAMPLE AFTER THE LIMIT WAS LOWERED) LEAVE NOTHING, NOT A
      *  NEGATIVE REMAINDER.
      *
           MOVE ZERO        TO L0313-REMN-CNT (L0313-BNFT-SUB).
           SET  L0313-POSN-NO-LIFE-LMT (L0313-BNFT-SUB) TO TRUE.

           IF  L0313-LIFE-LMT-CNT (L0313-BNFT-SUB) = ZERO
               GO TO 0313-2000-SET-POSN-X
           END-IF.

           IF  L0313-PAID-UNIT-CNT (L0313-BNFT-SUB)
                   < L0313-LIFE-LMT-CNT (L0313-BNFT-SUB)
               COMPUTE L0313-REMN-CNT (L0313-BNFT-SUB) =
                   L0313-LIFE-LMT-CNT (L0313-BNFT-SUB)
                 - L0313-PAID-UNIT-CNT (L0313-BNFT-SUB)
           END-IF.

           EVALUATE TRUE
               WHEN L0313-REMN-CNT (L0313-BNFT-SUB) = ZERO
                   SET L0313-POSN-EXHAUSTED (L0313-BNFT-SUB)
                                          TO TRUE
               WHEN L0313-REMN-CNT (L0313-BNFT-SUB) * 10
                       NOT > L0313-LIFE-LMT-CNT (L0313-BNFT-SUB)
                   SET L0313-POSN-NEAR-LMT (L0313-BNFT-SUB)
                                          TO TRUE
               WHEN OTHER
                   SET L0313-POSN-OPEN (L0313-BNFT-SUB)
                                          TO TRUE
           END-EVALUATE.

       0313-2000-SET-POSN-X.
           EXIT.
