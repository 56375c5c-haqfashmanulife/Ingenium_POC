      *****************************************************************
      **  MEMBER :  CCFHSODA                                         **
      **  REMARKS:  SELECT FOR THE SEGREGATION-OF-DUTIES POLICY      **
      **            ACTION FILE (SODA).  WRITTEN BY THE              **
      **            AUTHORIZATION CHECK (XSRU9690) WHEN A USER IS    **
      **            LET INTO A TRANSACTION THAT IS ONE SIDE OF A     **
      **            CONFLICT RULE FOR A POLICY, AND READ BY IT TO    **
      **            REFUSE THE OTHER SIDE TO THE SAME USER ON THE    **
      **            SAME POLICY WITHIN THE RULE'S WINDOW.            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51291**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT SODA-FILE ASSIGN TO ZSSODA
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WSODA-KEY
                  FILE STATUS    IS WSODA-SEQ-FILE-STATUS.
