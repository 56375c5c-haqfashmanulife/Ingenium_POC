      *****************************************************************
      **  MEMBER :  CCPP0312                                         **
      **  REMARKS:  COMMON ROUTINE TO RE-RATE THE COVERAGE HELD IN   **
      **            THE CCWWCVGS WORK AREA (PARAMETERS IN CCWL0312). **
      **            THE BASIC PREMIUM IS THE FACE TIMES THE RATE PER **
      **            THOUSAND; THE MEDICAL EXTRA IS THE BASIC PREMIUM **
      **            TIMES THE MEDICAL-EXTRA FACTOR (KEPT AS IT WAS   **
      **            WHEN NEITHER CHANGES); THE FLAT EXTRA IS TAKEN   **
      **            AS GIVEN.  THE MODAL PREMIUM MOVES BY THE        **
      **            CHANGE IN THOSE THREE PARTS ONLY, SO WAIVER,     **
      **            ACCIDENT AND FEE LOADINGS ARE CARRIED THROUGH.   **
      **            WITH THE FACE METHOD THE PREMIUM IS KEPT AND THE **
      **            FACE BECOMES WHAT THE BASIC PREMIUM BUYS.  THE   **
      **            WORK AREA IS UPDATED; THE CALLER REWRITES CVG.   **
      **            SHARED BY THE AGE/SEX MISSTATEMENT CORRECTION,   **
      **            THE EXTRA-PREMIUM EXPIRY RUN AND THE RATING      **
      **            RECONSIDERATION.                                 **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51278**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *------------------------------
       0312-1000-RERATE-CVG.
      *------------------------------

           SET  L0312-RETRN-OK            TO TRUE.

           MOVE WCVGS-CVG-FACE-AMT        TO L0312-OLD-FACE-AMT
                                             L0312-NEW-FACE-AMT.
           MOVE WCVGS-CVG-MPREM-AMT       TO L0312-OLD-MPREM-AMT
                                             L0312-NEW-MPREM-AMT.
           MOVE WCVGS-CVG-BASIC-PREM-AMT  TO L0312-OLD-BASIC-PREM-AMT
                                             L0312-NEW-BASIC-PREM-AMT.
           MOVE WCVGS-CVG-ME-PREM-AMT     TO L0312-OLD-ME-PREM-AMT.
           MOVE WCVGS-CVG-FE-PREM-AMT     TO L0312-OLD-FE-PREM-AMT.
           MOVE ZERO                      TO L0312-MPREM-DIFF-AMT.

           IF  L0312-ADJ-FACE
               IF  L0312-BASIC-RATE-PER-M NOT > ZERO
                   SET L0312-RETRN-BAD-RATE
                                          TO TRUE
                   GO TO 0312-1000-RERATE-CVG-X
               END-IF
               COMPUTE L0312-NEW-FACE-AMT ROUNDED =
                   L0312-OLD-BASIC-PREM-AMT * 1000
                   / L0312-BASIC-RATE-PER-M
           ELSE
               IF  L0312-BASIC-RATE-PER-M > ZERO
                   COMPUTE L0312-NEW-BASIC-PREM-AMT ROUNDED =
                       WCVGS-CVG-FACE-AMT * L0312-BASIC-RATE-PER-M
                       / 1000
               END-IF
           END-IF.

           IF  L0312-NEW-BASIC-PREM-AMT = L0312-OLD-BASIC-PREM-AMT
           AND L0312-ME-FCT             = WCVGS-CVG-ME-FCT
               MOVE L0312-OLD-ME-PREM-AMT TO L0312-NEW-ME-PREM-AMT
           ELSE
               IF  L0312-ME-FCT > ZERO
                   COMPUTE L0312-NEW-ME-PREM-AMT ROUNDED =
                       L0312-NEW-BASIC-PREM-AMT * L0312-ME-FCT
               ELSE
                   MOVE ZERO              TO L0312-NEW-ME-PREM-AMT
               END-IF
           END-IF.

           COMPUTE L0312-NEW-MPREM-AMT =
               L0312-OLD-MPREM-AMT
             + (L0312-NEW-BASIC-PREM-AMT - L0312-OLD-BASIC-PREM-AMT)
             + (L0312-NEW-ME-PREM-AMT    - L0312-OLD-ME-PREM-AMT)
             + (L0312-FE-PREM-AMT        - L0312-OLD-FE-PREM-AMT).

           IF  L0312-NEW-MPREM-AMT < ZERO
               MOVE ZERO                  TO L0312-NEW-MPREM-AMT
           END-IF.

           COMPUTE L0312-MPREM-DIFF-AMT =
               L0312-NEW-MPREM-AMT - L0312-OLD-MPREM-AMT.

           MOVE L0312-NEW-BASIC-PREM-AMT  TO WCVGS-CVG-BASIC-PREM-AMT.
           MOVE L0312-NEW-ME-PREM-AMT     TO WCVGS-CVG-ME-PREM-AMT.
           MOVE L0312-ME-FCT              TO WCVGS-CVG-ME-FCT.
           MOVE L0312-FE-PREM-AMT         TO WCVGS-CVG-FE-PREM-AMT.
           MOVE L0312-NEW-MPREM-AMT       TO WCVGS-CVG-MPREM-AMT.

           IF  L0312-MPREM-DIFF-AMT NOT = ZERO
               MOVE L0312-EFF-DT          TO WCVGS-CVG-PREM-CHNG-DT
           END-IF.

           IF  L0312-NEW-FACE-AMT NOT = L0312-OLD-FACE-AMT
               MOVE L0312-OLD-FACE-AMT    TO WCVGS-CVG-PREV-FACE-AMT
               MOVE L0312-NEW-FACE-AMT    TO WCVGS-CVG-FACE-AMT
               MOVE L0312-EFF-DT          TO WCVGS-FACE-CHNG-EFF-DT
           END-IF.

       0312-1000-RERATE-CVG-X.
           EXIT.
