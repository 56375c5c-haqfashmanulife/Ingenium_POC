      *****************************************************************
      **  MEMBER :  CCFHSPLT                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE COMMISSION SPLIT      **
      **            TABLE (SPLT), ONE ROW PER JOINTLY WRITTEN POLICY **
      **            AND EFFECTIVE DATE.  A ROW LISTS THE WRITING     **
      **            AGENTS AND THEIR SHARE OF EVERY COMMISSION PAID  **
      **            ON THE POLICY FROM THAT DATE UNTIL THE POLICY'S  **
      **            NEXT ROW.  MAINTAINED ONLINE BY ZSRQSPLT, READ   **
      **            THROUGH CCPPSPLT.                                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51300**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT SPLT-FILE ASSIGN TO ZSSPLT
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WSPLT-KEY
                  FILE STATUS    IS WSPLT-SEQ-FILE-STATUS.
