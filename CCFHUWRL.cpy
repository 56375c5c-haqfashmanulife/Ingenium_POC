      *****************************************************************
      **  MEMBER :  CCFHUWRL                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE AUTOMATED             **
      **            UNDERWRITING RULES TABLE (UWRL).  ONE ROW PER    **
      **            RULE, KEYED BY ITS EVALUATION SEQUENCE.          **
      **            MAINTAINED ONLINE BY ZSRQUWRL AND APPLIED TO     **
      **            EACH NEW APPLICATION BY ZSBMUWAD.                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51304**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT UWRL-FILE ASSIGN TO ZSUWRL
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WUWRL-KEY
                  FILE STATUS    IS WUWRL-SEQ-FILE-STATUS.
