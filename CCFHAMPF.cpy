      *****************************************************************
      **  MEMBER :  CCFHAMPF                                         **
      **  REMARKS:  SELECT FOR THE AML MONITORING PROFILE (AMPF).    **
      **            ONE ROW PER POLICY THAT HAS TAKEN A LARGE        **
      **            RECEIPT OR A CONVENIENCE-STORE PAYMENT CLOSE TO  **
      **            THE REPORTING LIMIT, KEPT BY ZSBMAMLM SO THAT    **
      **            THE SCENARIOS THAT SPAN MORE THAN ONE NIGHT CAN  **
      **            SEE WHAT CAME BEFORE.                            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51285**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT AMPF-FILE ASSIGN TO ZSAMPF
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WAMPF-KEY
                  FILE STATUS    IS WAMPF-SEQ-FILE-STATUS.
