      *****************************************************************
      **  MEMBER :  CCFHASGN                                         **
      **  REMARKS:  SELECT FOR THE POLICY ASSIGNMENT REGISTER        **
      **            (ASGN).  ONE ROW PER COLLATERAL ASSIGNMENT OF A  **
      **            POLICY, KEPT AFTER RELEASE AS ITS HISTORY.       **
      **            MAINTAINED ONLINE THROUGH ZSRQASGN AND READ BY   **
      **            THE PAYOUT CHECK ZSRQASGC.                       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51276**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT ASGN-FILE ASSIGN TO ZSASGN
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WASGN-KEY
                  FILE STATUS    IS WASGN-SEQ-FILE-STATUS.
