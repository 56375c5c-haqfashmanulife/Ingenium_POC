014590**  15DEC99  60     ARCHITECTURAL CHANGES                      **
016109**  30JUN00  602J   FREE FUND TRANSFER PROVISION               **
MFFFU6**  03OCT05  KNM    FUND TRANSFER MODIFICATIONS                **
S51265**  15OCT26  CTS    REJECT A TRANSFER INTO A FUND THE POLICY   **
S51265**                  IS RESTRICTED FROM FOR MARKET TIMING (TRST **
S51265**                  TABLE, RAISED BY ZSBMMTSV, APPROVED IN     **
S51265**                  SSRQTRST) UNTIL THE RELEASE DATE           **
      *****************************************************************
      /
      **********************
       ENVIRONMENT DIVISION.
      **********************
 
S51265 CONFIGURATION SECTION.
S51265
S51265 INPUT-OUTPUT SECTION.
S51265
S51265 FILE-CONTROL.
S51265
S51265     COPY SCFHTRST.
S51265
      ***************
       DATA DIVISION.
      ***************
 
S51265 FILE SECTION.
S51265
S51265 COPY SCFWTRST.
S51265
      *
       WORKING-STORAGE SECTION.
      *
016109 COPY SCFRFA.
      /
       COPY SCFRFC.
S51265/
S51265 COPY SCWWTRST.
S51265/
S51265 COPY SCFRTRST.
S51265/
S51265 01  W6350-GATE-WORK-AREA.
S51265     05  W6350-RSTR-CMP-DT            PIC X(10).
S51265     05  W6350-TO-SUB                 PIC S9(04) COMP.
S51265     05  W6350-RSTR-SW                PIC X(01).
S51265         88  W6350-RSTR-FOUND               VALUE 'Y'.
S51265         88  W6350-RSTR-NONE                VALUE 'N'.
 
010312*COPY SCSRT1.
010312*COPY SCSWT1.
       0000-MAINLINE.
      *---------------
 
S51265*
S51265* A POLICY RESTRICTED FOR MARKET TIMING MAY NOT MOVE MONEY
S51265* INTO THE RESTRICTED FUND.  ONLY A NEW TRANSFER IS REFUSED -
S51265* VERIFIES AND REVERSALS MUST STILL GO THROUGH, AND MONEY MAY
S51265* ALWAYS BE MOVED OUT.  THE REFUSAL IS HANDED BACK AS A
S51265* RETURN CODE, AS FOR A BLOCKED FUND IN SSRF6320.
S51265*
S51265     SET  W6350-RSTR-NONE          TO TRUE.
S51265
S51265     IF  L6350-RQST-TRANSFER
S51265     AND LSEGF-POL-ID NOT = SPACES
S51265         PERFORM  0060-CHECK-XFER-RESTRICTION
S51265             THRU 0060-CHECK-XFER-RESTRICTION-X
S51265
S51265         IF  W6350-RSTR-FOUND
S51265             SET  L6350-RETRN-ERROR    TO TRUE
S51265             GO TO 0000-MAINLINE-X
S51265         END-IF
S51265     END-IF.
S51265
           PERFORM 6350-0000-MAINLINE
              THRU 6350-0000-MAINLINE-X.
 
       0000-MAINLINE-X.
           GOBACK.
S51265
S51265*-----------------------------
S51265 0060-CHECK-XFER-RESTRICTION.
S51265*-----------------------------
S51265
S51265*
S51265* THE RESTRICTION IS JUDGED AT THE TRANSFER'S OWN EFFECTIVE
S51265* DATE WHEN THE CALLER SUPPLIES ONE, AND AT THE BUSINESS DATE
S51265* OTHERWISE.  IT IS IN FORCE FROM THE RESTRICTION EFFECTIVE
S51265* DATE UP TO THE DAY BEFORE THE RELEASE DATE.
S51265*
S51265     IF  L6350-EFF-DT = SPACES
S51265         MOVE WGLOB-PROCESS-DATE   TO W6350-RSTR-CMP-DT
S51265     ELSE
S51265         MOVE L6350-EFF-DT         TO W6350-RSTR-CMP-DT
S51265     END-IF.
S51265
S51265     PERFORM  0065-CHECK-TO-FUND
S51265         THRU 0065-CHECK-TO-FUND-X
S51265         VARYING W6350-TO-SUB FROM 1 BY 1
S51265         UNTIL   W6350-TO-SUB > L6350-TO-FUND-CNT
S51265         OR      W6350-TO-SUB > 10
S51265         OR      W6350-RSTR-FOUND.
S51265
S51265 0060-CHECK-XFER-RESTRICTION-X.
S51265     EXIT.
S51265
S51265*---------------------
S51265 0065-CHECK-TO-FUND.
S51265*---------------------
S51265
S51265     MOVE LSEGF-POL-ID             TO WTRST-RQST-POL-ID.
S51265     MOVE L6350-TO-FUND-CD (W6350-TO-SUB)
S51265                                   TO WTRST-RQST-FUND-CD.
S51265
S51265     PERFORM  TRST-1000-CHECK-RSTR
S51265         THRU TRST-1000-CHECK-RSTR-X.
S51265
S51265     IF  RTRST-POL-ID NOT = SPACES
S51265     AND RTRST-STAT-RESTRICTED
S51265     AND RTRST-RSTR-EFF-DT NOT > W6350-RSTR-CMP-DT
S51265     AND RTRST-RLSE-DT > W6350-RSTR-CMP-DT
S51265*MSG: (S) POLICY @1 RESTRICTED FROM TRANSFERS INTO FUND @2
S51265         MOVE LSEGF-POL-ID         TO WGLOB-MSG-PARM (1)
S51265         MOVE RTRST-FUND-CD        TO WGLOB-MSG-PARM (2)
S51265         MOVE 'SF63500001'         TO WGLOB-MSG-REF-INFO
S51265         PERFORM  0260-1000-GENERATE-MESSAGE
S51265             THRU 0260-1000-GENERATE-MESSAGE-X
S51265         SET  W6350-RSTR-FOUND     TO TRUE
S51265     END-IF.
S51265
S51265 0065-CHECK-TO-FUND-X.
S51265     EXIT.
      /
013578****************************************************************
557660*  THE FOLLOWING PARAGRAPHS ARE HARD-CODED SINCE BATCH MUST BE *
      ***********************************************************
 
       COPY SCPP6350.
S51265/
S51265 COPY SCPPTRST.
013578*
013578*COPY SCPPTSQ1.
      /
