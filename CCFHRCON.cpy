      *****************************************************************
      **  MEMBER :  CCFHRCON                                         **
      **  REMARKS:  SELECT FOR THE RATING RECONSIDERATION REGISTER   **
      **            (RCON).  ONE ROW PER CLIENT REQUEST TO HAVE A    **
      **            COVERAGE'S MEDICAL EXTRA LOWERED OR ITS SMOKER   **
      **            CLASS CHANGED, KEPT AFTER THE UNDERWRITING       **
      **            DECISION AS ITS HISTORY.  MAINTAINED ONLINE      **
      **            THROUGH ZSRQRCON.                                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51279**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT RCON-FILE ASSIGN TO ZSRCON
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WRCON-KEY
                  FILE STATUS    IS WRCON-SEQ-FILE-STATUS.
