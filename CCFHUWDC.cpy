      *****************************************************************
      **  MEMBER :  CCFHUWDC                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE AUTOMATED             **
      **            UNDERWRITING DECISION REGISTER (UWDC), ONE ROW   **
      **            PER APPLICATION DECIDED BY ZSBMUWAD.  THE        **
      **            MONTHLY STRAIGHT-THROUGH STATISTICS (ZSBMUWST)   **
      **            STAMP EACH ROW WITH THE CASE'S FINAL OUTCOME.    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51304**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT UWDC-FILE ASSIGN TO ZSUWDC
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WUWDC-KEY
                  FILE STATUS    IS WUWDC-SEQ-FILE-STATUS.
