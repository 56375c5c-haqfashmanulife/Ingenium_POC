      *****************************************************************
      **  MEMBER :  CCFHECOP                                         **
      **  REMARKS:  SELECT FOR THE CLIENT ELECTRONIC TAX-CERTIFICATE **
      **            OPT-IN MASTER (ECOP).  ONE ROW PER CLIENT WHO    **
      **            HAS ASKED FOR THE PREMIUM-DEDUCTION CERTIFICATE  **
      **            AS AN E-TAX XML DOCUMENT.  MAINTAINED ONLINE     **
      **            THROUGH ZSRQECOP AND READ BY ZSBMCTXM.           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51262**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT ECOP-FILE ASSIGN TO ZSECOP
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WECOP-KEY
                  FILE STATUS    IS WECOP-SEQ-FILE-STATUS.
