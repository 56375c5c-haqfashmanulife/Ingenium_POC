      *****************************************************************
      **  MEMBER :  CCFHELHD                                         **
      **  REMARKS:  SELECT FOR THE ELDERLY CONFIRMATION HOLD FILE    **
      **            (ELHD).  ONE ROW PER SURRENDER, LOAN,            **
      **            BENEFICIARY OR BANK ACCOUNT CHANGE REQUESTED BY  **
      **            A CLIENT AGED 70 OR OVER, PLACED BY THE HOLD     **
      **            CHECK (ZSRQELDH) AND WORKED FROM THE             **
      **            CONFIRMATION DESK (ZSRQELCF).                    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51287**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT ELHD-FILE ASSIGN TO ZSELHD
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WELHD-KEY
                  FILE STATUS    IS WELHD-SEQ-FILE-STATUS.
