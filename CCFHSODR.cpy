      *****************************************************************
      **  MEMBER :  CCFHSODR                                         **
      **  REMARKS:  SELECT FOR THE SEGREGATION-OF-DUTIES CONFLICT    **
      **            RULE TABLE (SODR).  ONE ROW PER PAIR OF          **
      **            TRANSACTIONS NO ONE PERSON SHOULD HOLD BOTH      **
      **            SIDES OF - THE LOWER TRANSACTION ID FIRST.       **
      **            MAINTAINED BY THE SECURITY OFFICER (ZSRQSODM)    **
      **            AND READ BY THE ROLE CHECK (ZSRQSODC), THE       **
      **            AUTHORIZATION CHECK (XSRU9690) AND THE MONTHLY   **
      **            CONFLICT REPORT (ZSBMSODR).                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51291**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT SODR-FILE ASSIGN TO ZSSODR
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WSODR-KEY
                  FILE STATUS    IS WSODR-SEQ-FILE-STATUS.
