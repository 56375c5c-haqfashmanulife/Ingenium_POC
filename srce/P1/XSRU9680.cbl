      **            EMPEROR DATE FORMAT IS:                          **
      **              E-YY-MM-DD                                     **
      **                 WHERE:                                      **
S51260**                   E   IS THE EMPEROR NUMBER, AS HELD ON THE **
S51260**                       ERA MASTER (ERAM) - 1 MEIJI, 2 TAISHO,**
S51260**                       3 SHOWA, 4 HEISEI, 5 REIWA ...        **
      **                   YY  IS THE YEAR OF THE EMPEROR'S REIGN    **
      **                   MM  MONTH (SAME AS CHRISTIAN CALENDAR)    **
      **                   DD  DAY   (SAME AS CHRISTIAN CALENDAR)    **
      **     EMPEROR DATE TO YYYY-MM-DD CONVERSION:                  **
      **                                                             **
      **            IF VALUE FOR E IS NOT ENTERED (SPACES)           **
S51260**               DEFAULTS TO THE CURRENT (LATEST) ERA ON ERAM  **
S51260**            E MAY BE KEYED AS THE ERA LETTER (M/T/S/H/R)     **
S51260**            IF E IS NOT ON THE ERA MASTER, OR THE DATE FALLS **
S51260**            OUTSIDE THAT ERA'S REIGN (E.G. HEISEI 31-05-01)  **
      **               L9680-NOT-VALID IS TURNED ON                  ** 
      **                                                             **
      **                                                             **
      ** 01AUG01    KRW    UPDATED TO INCLUDE EMP TO INT CONVERSION  **
01PT02** 01AUG01    MAW    ADD L9680-EMPEROR-DT-FMT2                 **
M245O5** 01SEP14           FORMATTING FOR L9680-EMPEROR-YR-FMT       **
S51260** 15OCT26    CTS    ERA START DATES AND NAMES LOADED FROM THE **
S51260**                   ERA MASTER (ERAM) INSTEAD OF THE FIXED    **
S51260**                   TABLE - REIWA AND LATER ERAS ARE TABLE    **
S51260**                   ENTRIES                                   **
      *****************************************************************
      /
      **********************
       ENVIRONMENT DIVISION.
      **********************
S51260 INPUT-OUTPUT SECTION.
S51260 FILE-CONTROL.
S51260
S51260     COPY CCFHERAM.
 
      ***************
       DATA DIVISION.
      ***************
S51260 FILE SECTION.
S51260
S51260 COPY CCFWERAM.
 
       WORKING-STORAGE SECTION.
 
       COPY XCWWPGWS REPLACING '$VAR1' BY 'XSRU9680'.
 
       COPY XCWW9680.
S51260
S51260 COPY CCWWERAM.
S51260
S51260 COPY XCWWERAT.
S51260
S51260 01  W9680-ERA-WORK-AREA.
S51260     05  W9680-ERA-SUB               PIC S9(04) COMP.
      /
       COPY XCWLDTLK.
      /
           MOVE ZERO                       TO W9680-HOLD-YR.
           SET W9680-EMP-YR-FOUND-NO       TO TRUE. 
         
S51260     PERFORM 1100-LOAD-ERA-TABLE
S51260         THRU 1100-LOAD-ERA-TABLE-X.
S51260
S51260     IF  WERAT-ERA-CNT = ZERO
S51260         SET L9680-NOT-VALID         TO TRUE
S51260         GO TO 1000-SETUP-IN-DATE-X
S51260     END-IF.
S51260
S51260*    PERFORM 1200-EMPEROR-START-DT-SEEK 
S51260*        THRU 1200-EMPEROR-START-DT-SEEK-X
S51260*          VARYING I FROM W9680-NUM-OF-EMPERORS BY -1 
S51260*          UNTIL W9680-EMP-YR-FOUND-YES.           
S51260     PERFORM 1200-EMPEROR-START-DT-SEEK 
S51260         THRU 1200-EMPEROR-START-DT-SEEK-X.
           
           EVALUATE TRUE
               WHEN W9680-HOLD-YR NOT = ZERO
       1000-SETUP-IN-DATE-X.
           EXIT.

S51260/
S51260*--------------------
S51260 1100-LOAD-ERA-TABLE.
S51260*--------------------
S51260*****************************************************************
S51260** THE ERA TABLE IS READ FROM THE ERA MASTER ON THE FIRST CALL
S51260**    AND KEPT FOR THE REST OF THE RUN UNIT.  AN EMPTY OR
S51260**    MISSING MASTER IS REPLACED BY THE BUILT-IN ERAS (MEIJI TO
S51260**    REIWA) SO A NEW INSTALL CONVERTS DATES BEFORE THE MASTER
S51260**    IS SEEDED.
S51260*****************************************************************
S51260
S51260     IF  NOT WERAT-TABLE-LOADED
S51260         PERFORM  ERAT-1000-LOAD-TABLE
S51260             THRU ERAT-1000-LOAD-TABLE-X
S51260     END-IF.
S51260
S51260 1100-LOAD-ERA-TABLE-X.
S51260     EXIT.

      /
      *--------------------------
       1200-EMPEROR-START-DT-SEEK.
      **                                         EMPEROR'S REIGN...
      *****************************************************************
 
S51260*     IF W9680-IN-DATE NOT < W9680-EMPEROR-DATE (I)
S51260*        MOVE I                  TO L9680-EMPEROR-NUM-R
S51260*        MOVE W9680-IN-MM        TO L9680-EMP-MM
S51260*        MOVE W9680-IN-DD        TO L9680-EMP-DD
S51260*        MOVE W9680-EMP-YYYY (I) TO W9680-HOLD-YR
S51260*        SET  W9680-EMP-YR-FOUND-YES 
S51260*                                TO TRUE
S51260*        MOVE ZERO               TO I
S51260*     END-IF.
S51260     MOVE L9680-INT-YYYY         TO WERAT-IN-YR.
S51260     MOVE L9680-INT-MM           TO WERAT-IN-MO.
S51260     MOVE L9680-INT-DD           TO WERAT-IN-DY.
S51260     MOVE '-'                    TO WERAT-IN-SEP-1
S51260                                    WERAT-IN-SEP-2.
S51260
S51260     PERFORM  ERAT-2000-FIND-DT-ERA
S51260         THRU ERAT-2000-FIND-DT-ERA-X.
S51260
S51260     IF  WERAT-FOUND-SUB > ZERO
S51260         MOVE WERAT-ERA-NUM (WERAT-FOUND-SUB)
S51260                                 TO L9680-EMPEROR-NUM-R
S51260         MOVE W9680-IN-MM        TO L9680-EMP-MM
S51260         MOVE W9680-IN-DD        TO L9680-EMP-DD
S51260         MOVE WERAT-ERA-STRT-YR (WERAT-FOUND-SUB)
S51260                                 TO W9680-HOLD-YR
S51260         SET  W9680-EMP-YR-FOUND-YES 
S51260                                 TO TRUE
S51260     ELSE
S51260         SET  L9680-NOT-VALID    TO TRUE
S51260     END-IF.

       1200-EMPEROR-START-DT-SEEK-X.
           EXIT.
      *  DEFAULT FIRST 3 DIGITS FOR THE TEXT FILE WHEN LOOKING
      *  FOR EMPEROR NAME...
      *-------------------------------------------------------
S51260*
S51260*  THE NAME HELD ON THE ERA MASTER, IN THE USER'S LANGUAGE,
S51260*  WINS; THE TEXT TABLE IS ONLY CONSULTED WHEN THE MASTER ROW
S51260*  CARRIES NO NAME.
S51260*
S51260     IF  WGLOB-USER-LANG-JAPANESE
S51260         MOVE WERAT-ERA-JPN-NM (WERAT-FOUND-SUB)
S51260                                    TO W9680-EMPEROR-NAME
S51260     ELSE
S51260         MOVE WERAT-ERA-ENG-NM (WERAT-FOUND-SUB)
S51260                                    TO W9680-EMPEROR-NAME
S51260     END-IF.
S51260
S51260     IF  W9680-EMPEROR-NAME NOT = SPACES
S51260         MOVE W9680-EMPEROR-NAME    TO L9680-EMPEROR-NAME
S51260                                       W9680-FMT2-EMPEROR-NAME
S51260     ELSE
           IF L9680-RETRN-OK    
              MOVE 090                    TO W9680-HOLD-TXT-NUM-PRE 
              MOVE L9680-EMPEROR-NUM-R    TO W9680-HOLD-TXT-NUM-SUF 
              MOVE SPACES TO W9680-EMPEROR-NAME
                             L9680-EMPEROR-NAME  
                             W9680-FMT2-EMPEROR-NAME
           END-IF
S51260     END-IF.
       
           MOVE L9680-EMP-YY           TO W9680-REIGN-YR
                                          W9680-FMT2-REIGN-YR.
       2000-EMP-TO-INTERNAL.
      *---------------------
                                  
S51260     PERFORM 1100-LOAD-ERA-TABLE
S51260         THRU 1100-LOAD-ERA-TABLE-X.
S51260
S51260     IF  WERAT-ERA-CNT = ZERO
S51260         SET L9680-NOT-VALID         TO TRUE
S51260         GO TO 2000-EMP-TO-INTERNAL-X
S51260     END-IF.
S51260
           IF L9680-EMPEROR-NUM = SPACES
S51260*       MOVE  W9680-NUM-OF-EMPERORS  TO L9680-EMPEROR-NUM-R 
S51260        MOVE WERAT-ERA-NUM (WERAT-ERA-CNT)
S51260                                     TO L9680-EMPEROR-NUM-R 
           END-IF.
        
S51260*    MOVE L9680-EMPEROR-NUM-R        TO W9680-EMP-NUM.
S51260*      
S51260*    IF EMP-NUM-VALID
S51260*       CONTINUE
S51260*    ELSE
S51260*       SET L9680-NOT-VALID          TO TRUE
S51260*       GO TO 2000-EMP-TO-INTERNAL-X
S51260*    END-IF.
S51260*
S51260*  THE ERA MAY BE KEYED AS ITS NUMBER OR ITS LETTER.
S51260*
S51260     MOVE SPACES                     TO WERAT-IN-ERA-ABBR-CD.
S51260     MOVE ZERO                       TO WERAT-IN-ERA-NUM.
S51260     IF  L9680-EMPEROR-NUM NUMERIC
S51260         MOVE L9680-EMPEROR-NUM-R    TO WERAT-IN-ERA-NUM
S51260     ELSE
S51260         MOVE L9680-EMPEROR-NUM      TO WERAT-IN-ERA-ABBR-CD
S51260     END-IF.
S51260
S51260     PERFORM  ERAT-3000-FIND-ERA-NUM
S51260         THRU ERAT-3000-FIND-ERA-NUM-X.
S51260
S51260     IF  WERAT-FOUND-SUB = ZERO
S51260         SET L9680-NOT-VALID         TO TRUE
S51260         GO TO 2000-EMP-TO-INTERNAL-X
S51260     END-IF.
S51260
S51260     MOVE WERAT-ERA-NUM (WERAT-FOUND-SUB)
S51260                                     TO L9680-EMPEROR-NUM-R.

S51260*    MOVE W9680-EMPEROR-DATE (W9680-EMP-NUM)
S51260*                                    TO W9680-HOLD-YR.
S51260     MOVE WERAT-ERA-STRT-YR (WERAT-FOUND-SUB)
S51260                                     TO W9680-HOLD-YR.
                                           
           COMPUTE L9680-INT-YYYY = 
                           (W9680-HOLD-YR + L9680-EMP-YY) - 1.
                            
           MOVE W9680-SEPARATOR            TO L9680-SEP-2.                      
                            
S51260*
S51260*  THE RESULT MUST FALL INSIDE THE ERA'S REIGN: ON OR AFTER ITS
S51260*  START DATE AND BEFORE THE NEXT ERA'S START DATE.  HEISEI
S51260*  31-05-01 IS NOT A DATE - IT IS REIWA 1-05-01.
S51260*
S51260     MOVE L9680-INT-YYYY             TO WERAT-IN-YR.
S51260     MOVE L9680-INT-MM               TO WERAT-IN-MO.
S51260     MOVE L9680-INT-DD               TO WERAT-IN-DY.
S51260     MOVE '-'                        TO WERAT-IN-SEP-1
S51260                                        WERAT-IN-SEP-2.
S51260     MOVE WERAT-FOUND-SUB            TO W9680-ERA-SUB.
S51260
S51260     PERFORM  ERAT-2000-FIND-DT-ERA
S51260         THRU ERAT-2000-FIND-DT-ERA-X.
S51260
S51260     IF  WERAT-FOUND-SUB NOT = W9680-ERA-SUB
S51260         SET L9680-NOT-VALID         TO TRUE
S51260     END-IF.
S51260
       
       2000-EMP-TO-INTERNAL-X.
           EXIT.
      /              
       COPY XCPL0015.
      /
S51260 COPY XCPPERAT.
      /
      *****************************************************************
      **                 END OF PROGRAM XSRU9680                     **
      *****************************************************************
