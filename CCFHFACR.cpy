      *****************************************************************
      **  MEMBER :  CCFHFACR                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE FACULTATIVE           **
      **            REINSURANCE CASE REGISTER (FACR), ONE ROW PER    **
      **            APPLICATION COVERAGE AND REINSURER THE CASE WAS  **
      **            SUBMITTED TO.  MAINTAINED ONLINE BY ZSRQFACR,    **
      **            AGED AND EXPIRED BY ZSBMFACA, APPLIED TO THE     **
      **            COVERAGE THROUGH CCPPFACR.                       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51302**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT FACR-FILE ASSIGN TO ZSFACR
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WFACR-KEY
                  FILE STATUS    IS WFACR-SEQ-FILE-STATUS.
