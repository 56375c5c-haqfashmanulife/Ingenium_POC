      *****************************************************************
      **  DATE      AUTH.  DESCRIPTION                               **
015550**  14MAR2019 CTS    INITIAL REVISION                          **
S51260**  15OCT2026 CTS    ERA TAKEN FROM THE ERA MASTER, NOT FIXED  **
S51260**                   AT HEISEI                                 **
      *****************************************************************
      /
      **********************
               MOVE WS-YY                   TO L9680-EMP-YY
               MOVE WS-MM                   TO L9680-EMP-MM
               MOVE WS-DD                   TO L9680-EMP-DD
S51260*        MOVE SPACES                  TO L9680-EMPEROR-NUM
S51260*        SET L9680-EMPEROR-HEISEI     TO TRUE
S51260*        PERFORM  9680-2000-EMP-TO-INT
S51260*            THRU 9680-2000-EMP-TO-INT-X
S51260         PERFORM  3010-EMP-TO-INT-INFER-ERA
S51260             THRU 3010-EMP-TO-INT-INFER-ERA-X
               MOVE L9680-INTERNAL-DATE     TO L1640-EXTERNAL-DATE
               PERFORM  1640-6000-CTL-CARD-TO-INT
                   THRU 1640-6000-CTL-CARD-TO-INT-X     
               MOVE WS-YY                   TO L9680-EMP-YY
               MOVE WS-MM                   TO L9680-EMP-MM
               MOVE WS-DD                   TO L9680-EMP-DD
S51260*        MOVE SPACES                  TO L9680-EMPEROR-NUM
S51260*        SET L9680-EMPEROR-HEISEI     TO TRUE
S51260*        PERFORM  9680-2000-EMP-TO-INT
S51260*            THRU 9680-2000-EMP-TO-INT-X
S51260         PERFORM  3010-EMP-TO-INT-INFER-ERA
S51260             THRU 3010-EMP-TO-INT-INFER-ERA-X
               MOVE L9680-INTERNAL-DATE     TO L1640-EXTERNAL-DATE
               PERFORM  1640-6000-CTL-CARD-TO-INT
                   THRU 1640-6000-CTL-CARD-TO-INT-X     
      
       3006-SELF-DSCLSRE-DT-X.
           EXIT.
S51260/
S51260*--------------------------
S51260 3010-EMP-TO-INT-INFER-ERA.
S51260*--------------------------
S51260
S51260* THE EXTRACT CARRIES YYMMDD WITH NO ERA.  TRY THE CURRENT ERA
S51260* FROM THE ERA MASTER FIRST; IF THE DATE DOES NOT EXIST IN THAT
S51260* ERA OR LIES IN THE FUTURE, STEP BACK ONE ERA AT A TIME.
S51260
S51260     MOVE SPACES                      TO L9680-EMPEROR-NUM.
S51260     PERFORM  9680-2000-EMP-TO-INT
S51260         THRU 9680-2000-EMP-TO-INT-X.
S51260
S51260     PERFORM  3020-EMP-TO-INT-PRIOR-ERA
S51260         THRU 3020-EMP-TO-INT-PRIOR-ERA-X
S51260         UNTIL (L9680-VALID
S51260         AND    L9680-INTERNAL-DATE NOT > WGLOB-PROCESS-DATE)
S51260         OR     L9680-EMPEROR-NUM = SPACES
S51260         OR     L9680-EMPEROR-NUM-R NOT > 1.
S51260
S51260 3010-EMP-TO-INT-INFER-ERA-X.
S51260     EXIT.
S51260/
S51260*--------------------------
S51260 3020-EMP-TO-INT-PRIOR-ERA.
S51260*--------------------------
S51260
S51260     SUBTRACT 1                       FROM L9680-EMPEROR-NUM-R.
S51260     MOVE WS-YY                       TO L9680-EMP-YY.
S51260     MOVE WS-MM                       TO L9680-EMP-MM.
S51260     MOVE WS-DD                       TO L9680-EMP-DD.
S51260     PERFORM  9680-2000-EMP-TO-INT
S51260         THRU 9680-2000-EMP-TO-INT-X.
S51260
S51260 3020-EMP-TO-INT-PRIOR-ERA-X.
S51260     EXIT.
      /  

      *-----------------------
