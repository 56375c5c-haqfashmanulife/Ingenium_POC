      *****************************************************************
      **  MEMBER :  CCFHCKYC                                         **
      **  REMARKS:  SELECT FOR THE CLIENT KYC PROFILE (CKYC).  ONE   **
      **            ROW PER CLIENT HOLDING THE DUE-DILIGENCE         **
      **            ATTRIBUTES CAPTURED ONLINE (ZSRQCKYC) AND THE    **
      **            AML RISK RATING AND REVIEW DATES SET BY THE      **
      **            MONTHLY RATING RUN (ZSBMKYCR).                   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51286**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT CKYC-FILE ASSIGN TO ZSCKYC
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WCKYC-KEY
                  FILE STATUS    IS WCKYC-SEQ-FILE-STATUS.
