      *****************************************************************
      **  MEMBER :  CCFHSODX                                         **
      **  REMARKS:  SELECT FOR THE SEGREGATION-OF-DUTIES EXCEPTION   **
      **            REGISTER (SODX).  ONE ROW PER ROLE AND CONFLICT  **
      **            RULE WHERE THE ROLE IS ALLOWED TO HOLD BOTH      **
      **            SIDES OF THE PAIR - REQUESTED BY ONE SECURITY    **
      **            OFFICER AND APPROVED BY ANOTHER (ZSRQSODM), AND  **
      **            IN FORCE ONLY UNTIL ITS EXPIRY DATE.             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51291**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT SODX-FILE ASSIGN TO ZSSODX
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WSODX-KEY
                  FILE STATUS    IS WSODX-SEQ-FILE-STATUS.
