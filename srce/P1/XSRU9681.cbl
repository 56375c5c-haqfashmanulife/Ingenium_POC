      **            AS CARRIED ON THE DATABASE TABLE FIELDS - THIS   **
      **            MODULE WILL RETURN THE DATE IN 'WESTERN FORMAT'  **
      **            FOR BUSINESS IN JAPAN.                           **
S51260**                                                             **
S51260**     ERA REQUEST (L9681-RQST-WEST-ERA):                      **
S51260**            AS THE WESTERN DATE REQUEST, AND ALSO RETURNS    **
S51260**            THE JAPANESE ERA AND YEAR OF REIGN FOR THE DATE, **
S51260**            TAKEN FROM THE ERA MASTER (ERAM).                **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  UT                                               **
      **  DATE     AUTHOR  DESCRIPTION                               **
01PT02** 01AUG01    MAW    INITIAL VERSION                           **
MP1662** 18JUL11   CTS     LUMPSUM COMPLETION NOTICE                 **
S51260** 15OCT26   CTS     ERA AND YEAR OF REIGN FROM ERA MASTER     **
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
 
       COPY XCWWPGWS REPLACING '$VAR1' BY 'XSRU9681'.
S51260
S51260 COPY CCWWERAM.
S51260
S51260 COPY XCWWERAT.
      /
       COPY XCWLDTLK.
      /
MP1662          WHEN L9681-RQST-WEST-MN
MP1662               PERFORM  2000-GET-MONTH-LIT
MP1662                   THRU 2000-GET-MONTH-LIT-X
S51260          WHEN L9681-RQST-WEST-ERA
S51260               PERFORM  3000-GET-ERA-YEAR
S51260                   THRU 3000-GET-ERA-YEAR-X
MP1662          WHEN OTHER
MP1662               SET L9681-RETRN-INVALID-REQUEST TO TRUE
MP1662                     
MP1662 2000-GET-MONTH-LIT-X.
MP1662     EXIT.
MP1662/
S51260*------------------
S51260 3000-GET-ERA-YEAR.
S51260*------------------
S51260
S51260     PERFORM  1000-CONVERT-DATE
S51260         THRU 1000-CONVERT-DATE-X.
S51260
S51260     MOVE ZERO                        TO L9681-ERA-NUM
S51260                                         L9681-ERA-YY.
S51260     MOVE SPACES                      TO L9681-ERA-ABBR-CD
S51260                                         L9681-ERA-NM.
S51260
S51260     IF  NOT WERAT-TABLE-LOADED
S51260         PERFORM  ERAT-1000-LOAD-TABLE
S51260             THRU ERAT-1000-LOAD-TABLE-X
S51260     END-IF.
S51260
S51260     MOVE L9681-INT-YYYY              TO WERAT-IN-YR.
S51260     MOVE L9681-INT-MM                TO WERAT-IN-MO.
S51260     MOVE L9681-INT-DD                TO WERAT-IN-DY.
S51260     MOVE '-'                         TO WERAT-IN-SEP-1
S51260                                         WERAT-IN-SEP-2.
S51260
S51260     PERFORM  ERAT-2000-FIND-DT-ERA
S51260         THRU ERAT-2000-FIND-DT-ERA-X.
S51260
S51260     IF  WERAT-FOUND-SUB = ZERO
S51260         SET L9681-RETRN-ERA-NOT-FOUND TO TRUE
S51260         GO TO 3000-GET-ERA-YEAR-X
S51260     END-IF.
S51260
S51260     MOVE WERAT-ERA-NUM (WERAT-FOUND-SUB)
S51260                                      TO L9681-ERA-NUM.
S51260     MOVE WERAT-ERA-ABBR-CD (WERAT-FOUND-SUB)
S51260                                      TO L9681-ERA-ABBR-CD.
S51260     COMPUTE L9681-ERA-YY = L9681-INT-YYYY
S51260                          - WERAT-ERA-STRT-YR (WERAT-FOUND-SUB)
S51260                          + 1.
S51260
S51260     IF  L9681-LANG-CD = 'J'
S51260         MOVE WERAT-ERA-JPN-NM (WERAT-FOUND-SUB)
S51260                                      TO L9681-ERA-NM
S51260     ELSE
S51260         MOVE WERAT-ERA-ENG-NM (WERAT-FOUND-SUB)
S51260                                      TO L9681-ERA-NM
S51260     END-IF.
S51260
S51260 3000-GET-ERA-YEAR-X.
S51260     EXIT.
S51260/
      *****************************************************************
      *   LINKAGE PROCESSING COPYBOOKS                                *
      *****************************************************************
      /
       COPY XCPS2490.
       COPY XCPL2490.
S51260 COPY XCPPERAT.
       
      *****************************************************************
      **                 END OF PROGRAM XSRU9681                     **
