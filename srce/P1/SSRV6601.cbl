      **                                                             **
54-001**  01SEP96  JPC    MODIFICATIONS FOR MAINTAINABILITY          **
014590**  15DEC99  60     ARCHITECTURAL CHANGES                      **
S51267**  15OCT26  CTS    WHERE A GUARANTEE APPLIES AND THE POLICY   **
S51267**                  HAS A MAINTAINED GUARANTEE BASE (GBAS -    **
S51267**                  ANNIVERSARY STEP-UPS LESS PARTIAL          **
S51267**                  SURRENDERS), RETURN THAT BASE              **
      *****************************************************************
      /
      **********************
 
       CONFIGURATION SECTION.
 
S51267 INPUT-OUTPUT SECTION.
S51267
S51267 FILE-CONTROL.
S51267
S51267     COPY SCFHGBAS.
S51267
S51267     COPY SCFHGBHS.
S51267
      ***************
       DATA DIVISION.
      ***************
 
S51267 FILE SECTION.
S51267
S51267 COPY SCFWGBAS.
S51267
S51267 COPY SCFWGBHS.
S51267
       WORKING-STORAGE SECTION.
 
       COPY XCWWPGWS REPLACING '$VAR1' BY 'SSRV6601'.
      /
014590*COPY XCWL0030.
      /
S51267 COPY SCWWGBAS.
S51267/
S51267 COPY SCFRGBAS.
S51267/
      ****************************************************************
      *  CALLED MODULE PARAMETER INFORMATION                         *
      ****************************************************************
           PERFORM  6601-0000-MAINLINE
               THRU 6601-0000-MAINLINE-X.
 
S51267     IF  L6601-RETRN-OK
S51267     AND L6601-GTD-SURR-VAL-APPLIES
S51267         PERFORM  0100-APPLY-GTEE-BASE
S51267             THRU 0100-APPLY-GTEE-BASE-X
S51267     END-IF.
 
       0000-MAINLINE-X.
           GOBACK.
S51267/
S51267*----------------------
S51267 0100-APPLY-GTEE-BASE.
S51267*----------------------
S51267
S51267*
S51267* THE MAINTAINED BASE REPLACES THE CALCULATED GUARANTEE ONCE
S51267* THE POLICY HAS ONE, SO STEP-UPS AND SURRENDER REDUCTIONS
S51267* REACH EVERY CALLER (SHORTFALL MONITOR, CLAIMS, QUOTES).
S51267*
S51267     MOVE L6601-POL-ID             TO WGBAS-RQST-POL-ID.
S51267
S51267     PERFORM  GBAS-1000-READ
S51267         THRU GBAS-1000-READ-X.
S51267
S51267     IF  WGBAS-ROW-FOUND
S51267         MOVE RGBAS-GTEE-BASE-AMT  TO L6601-GTD-SURR-VAL-AMT
S51267     END-IF.
S51267
S51267 0100-APPLY-GTEE-BASE-X.
S51267     EXIT.
      /
      ****************************************************************
      *  PROCESSING COPYBOOKS                                        *
      ****************************************************************
      *
       COPY SCPP6601.
S51267 COPY SCPPGBAS.
      /
      ****************************************************************
      * ERROR HANDLING ROUTINES                                      *
