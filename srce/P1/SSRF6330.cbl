EN3919**  01AUG08  CTS    AUTOMATED FIRM BANKING REMITTANCE DATE     **
EN3919**                  USING ACTN TABLE                           **
27549A**  15DEC23  CTS    CHANGES DONE AS PART OF CDAP PROJ          **
S51267**  15OCT26  CTS    REDUCE THE DEATH-BENEFIT GUARANTEE BASE    **
S51267**                  (GBAS) PRO-RATA ON A PARTIAL SURRENDER AND **
S51267**                  RECORD THE CHANGE IN ITS HISTORY (GBHS)    **
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
 
       COPY XCWWPGWS REPLACING '$VAR1' BY 'SSRF6330'.
      /
016107 COPY SCFRFACO.
016107 COPY SCFWFACO.
S51267/
S51267 COPY SCWWGBAS.
S51267/
S51267 COPY SCFRGBAS.
S51267/
S51267 01  W6330-GBAS-WORK-AREA.
S51267     05  W6330-OLD-BASE-AMT           PIC S9(13)V99 COMP-3.
S51267     05  W6330-NEW-BASE-AMT           PIC S9(13)V99 COMP-3.
      /
      ****************************************************************
      *  INPUT PARAMETER INFORMATION                    *
           PERFORM  6330-0000-MAINLINE
               THRU 6330-0000-MAINLINE-X.

S51267     IF  L6330-RETRN-OK
S51267     AND L6330-SURR-AMT NUMERIC
S51267     AND L6330-PRE-SURR-VAL-AMT NUMERIC
S51267         IF  L6330-SURR-AMT > ZERO
S51267             PERFORM  0100-REDUCE-GTEE-BASE
S51267                 THRU 0100-REDUCE-GTEE-BASE-X
S51267         END-IF
S51267     END-IF.

       0000-MAINLINE-X.
           GOBACK.
S51267/
S51267*-----------------------
S51267 0100-REDUCE-GTEE-BASE.
S51267*-----------------------
S51267
S51267*
S51267* A PARTIAL SURRENDER REDUCES THE DEATH-BENEFIT GUARANTEE BASE
S51267* IN THE PROPORTION THE SURRENDER BEARS TO THE POLICY VALUE
S51267* JUST BEFORE IT.  A POLICY WITH NO MAINTAINED BASE IS LEFT TO
S51267* THE GUARANTEE CALCULATED BY SSRV6601.
S51267*
S51267     MOVE L6330-POL-ID             TO WGBAS-RQST-POL-ID.
S51267
S51267     PERFORM  GBAS-1000-READ
S51267         THRU GBAS-1000-READ-X.
S51267
S51267     IF  WGBAS-ROW-NOT-FOUND
S51267         GO TO 0100-REDUCE-GTEE-BASE-X
S51267     END-IF.
S51267
S51267     MOVE RGBAS-GTEE-BASE-AMT      TO W6330-OLD-BASE-AMT.
S51267
S51267     IF  L6330-SURR-AMT NOT < L6330-PRE-SURR-VAL-AMT
S51267         MOVE ZERO                 TO W6330-NEW-BASE-AMT
S51267     ELSE
S51267         COMPUTE W6330-NEW-BASE-AMT ROUNDED =
S51267             W6330-OLD-BASE-AMT
S51267           * (L6330-PRE-SURR-VAL-AMT - L6330-SURR-AMT)
S51267           / L6330-PRE-SURR-VAL-AMT
S51267     END-IF.
S51267
S51267     MOVE W6330-NEW-BASE-AMT       TO RGBAS-GTEE-BASE-AMT.
S51267     MOVE L6330-EFF-DT             TO RGBAS-LAST-CHG-DT.
S51267     MOVE 'PS'                     TO RGBAS-LAST-CHG-RSN-CD.
S51267     MOVE WPGWS-CRNT-PGM-ID        TO RGBAS-LAST-CHG-USER-ID.
S51267
S51267     PERFORM  GBAS-2000-UPDATE
S51267         THRU GBAS-2000-UPDATE-X.
S51267
S51267     IF  NOT WGBAS-IO-OK
S51267         SET L6330-RETRN-ERROR     TO TRUE
S51267         GO TO 0100-REDUCE-GTEE-BASE-X
S51267     END-IF.
S51267
S51267     MOVE SPACES                   TO WGBHS-REC-INFO.
S51267     MOVE L6330-POL-ID             TO WGBHS-POL-ID.
S51267     MOVE L6330-EFF-DT             TO WGBHS-EFF-DT.
S51267     SET  WGBHS-RSN-PARTIAL-SURR   TO TRUE.
S51267     MOVE W6330-OLD-BASE-AMT       TO WGBHS-OLD-BASE-AMT.
S51267     MOVE W6330-NEW-BASE-AMT       TO WGBHS-NEW-BASE-AMT.
S51267     MOVE L6330-PRE-SURR-VAL-AMT   TO WGBHS-POL-VALUE-AMT.
S51267     MOVE L6330-SURR-AMT           TO WGBHS-SURR-AMT.
S51267     MOVE WGLOB-CRNT-DT            TO WGBHS-ENTRY-DT.
S51267     MOVE WPGWS-CRNT-PGM-ID        TO WGBHS-ENTRY-USER-ID.
S51267
S51267     PERFORM  GBHS-1000-WRITE
S51267         THRU GBHS-1000-WRITE-X.
S51267
S51267     IF  NOT WGBHS-IO-OK
S51267         SET L6330-RETRN-ERROR     TO TRUE
S51267     END-IF.
S51267
S51267 0100-REDUCE-GTEE-BASE-X.
S51267     EXIT.
      /
      ****************************************************************
      *  PROCESSING COPYBOOKS                                        *
      *
       COPY SCPP6330.
016107 COPY SCPPFACS.
S51267 COPY SCPPGBAS.
013578*
013578*COPY SCPPTSQ1.
      /
