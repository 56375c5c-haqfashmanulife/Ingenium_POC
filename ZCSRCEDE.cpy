      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51170**  23AUG26  CTS    INITIAL VERSION                            **
S51280**  15OCT26  CTS    FACE-REDUCED STATUS FOR CESSION CHANGES    **
S51280**                  WRITTEN BY THE FACE REDUCTION (ZSRQFRED)   **
      *****************************************************************

       01  RCEDE-SEQ-REC-INFO.
               88  RCEDE-STAT-NEW                  VALUE 'N'.
               88  RCEDE-STAT-INFORCE              VALUE 'I'.
               88  RCEDE-STAT-TERMINATED           VALUE 'T'.
S51280         88  RCEDE-STAT-FACE-REDUCED         VALUE 'R'.
