      *****************************************************************
      **  MEMBER :  CCFHMBLM                                         **
      **  REMARKS:  SELECT FOR THE MEDICAL BENEFIT LIMIT MASTER      **
      **            (MBLM).  ONE ROW PER MEDICAL RIDER PLAN AND      **
      **            BENEFIT TYPE ('HS' HOSPITAL, 'SG' SURGERY)       **
      **            GIVING THE PER-ADMISSION DAY LIMIT (HOSPITAL     **
      **            ONLY) AND THE LIFETIME (TSUSAN) LIMIT - DAYS FOR **
      **            HOSPITAL, OPERATIONS FOR SURGERY.  MAINTAINED    **
      **            ONLINE THROUGH ZSRQMBLM.                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT MBLM-FILE ASSIGN TO ZSMBLM
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WMBLM-KEY
                  FILE STATUS    IS WMBLM-SEQ-FILE-STATUS.
