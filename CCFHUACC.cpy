      *****************************************************************
      **  MEMBER :  CCFHUACC                                         **
      **  REMARKS:  SELECT FOR THE USER ACCESS REGISTER (UACC).      **
      **            ONE ROW PER SIGN-ON USER CARRYING THE SECURITY   **
      **            CLASS (ROLE) GRANTED, THE MANAGER WHO ANSWERS    **
      **            FOR THE USER'S ACCESS AT RECERTIFICATION, AND    **
      **            WHETHER THE ACCESS IS ACTIVE OR SUSPENDED.       **
      **            MAINTAINED BY THE SECURITY OFFICER (ZSRQUACM),   **
      **            SUSPENDED BY THE MANAGER'S REVOCATION (ZSRQUATT) **
      **            OR THE QUARTERLY RECERTIFICATION (ZSBMUARC), AND **
      **            READ BY THE AUTHORIZATION CHECK (XSRU9690).      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51290**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT UACC-FILE ASSIGN TO ZSUACC
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WUACC-KEY
                  FILE STATUS    IS WUACC-SEQ-FILE-STATUS.
