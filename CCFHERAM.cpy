      *****************************************************************
      **  MEMBER :  CCFHERAM                                         **
      **  REMARKS:  SELECT FOR THE JAPANESE ERA MASTER (ERAM).  ONE  **
      **            ROW PER ERA (GENGO) GIVING ITS EMPEROR NUMBER,   **
      **            START DATE AND NAMES.  READ BY THE EMPEROR-DATE  **
      **            CONVERSION ROUTINES XSRU9680/XSRU9681 AND        **
      **            MAINTAINED ONLINE THROUGH ZSRQERAM.              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51260**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT ERAM-FILE ASSIGN TO ZSERAM
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WERAM-KEY
                  FILE STATUS    IS WERAM-SEQ-FILE-STATUS.
