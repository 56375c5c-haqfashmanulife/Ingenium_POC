WF2006**  24FEB08  CTS    INITIAL REVISION.                          **
AHS155**  26MAR08  CTS    CHANGES TO ASH155                          **
MP143B**  28FEB11  CTS    CHANGES TO ADD NEW FIELD DREAD-DIS-FACE-AMT**
S51289**  15OCT26  CTS    RUN MARKED AS BATCH SO ITS BANK ACCOUNT    **
S51289**                  READS ARE NOT LOGGED AS ONLINE VIEWS       **
      *****************************************************************
      /
      **********************
       COPY CCWL2435.
      /
       COPY CCWL5020.
S51289 COPY CCWLSALG.
      /
       COPY XCWL0035.
      /

           PERFORM  CCC-1000-PRCES-CO-CTL-CARD
               THRU CCC-1000-PRCES-CO-CTL-CARD-X.
S51289
S51289     SET  WGLOB-ENVRMNT-BATCH     TO TRUE.

           PERFORM  0950-0000-INIT-PARM-INFO
               THRU 0950-0000-INIT-PARM-INFO-X.
