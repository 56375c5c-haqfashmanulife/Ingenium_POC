      *****************************************************************
      **  MEMBER :  CCFHMAND                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE BANK DIRECT-DEBIT     **
      **            MANDATE REGISTER (MAND), ONE ROW PER MANDATE     **
      **            APPLICATION FOR A POLICY AND ACCOUNT.  ROWS ARE  **
      **            RAISED AND CANCELLED ONLINE BY ZSRQMAND, SENT TO **
      **            THE BANK BY ZSBMMNDS, UPDATED FROM THE BANK'S    **
      **            RESULT FILE BY ZSBMMNDR AND AGED BY ZSBMMNDA.    **
      **            THE BANK TRANSFER EXTRACT (ZSBMM19B) HOLDS BACK  **
      **            A POLICY WHOSE LATEST MANDATE IS NOT ACCEPTED.   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51298**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT MAND-FILE ASSIGN TO ZSMAND
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WMAND-KEY
                  FILE STATUS    IS WMAND-SEQ-FILE-STATUS.
