      *****************************************************************
      **  MEMBER :  CCWLMBLM                                         **
      **  REMARKS:  PARAMETER AREA FOR THE MEDICAL BENEFIT LIMIT     **
      **            MASTER MAINTENANCE MODULE (ZSRQMBLM).  'AD' ADDS **
      **            A LIMIT, 'CH' CHANGES ONE, 'DL' DELETES ONE,     **
      **            'IQ' INQUIRES, 'RN' PAGES IN PLAN AND BENEFIT    **
      **            ORDER.                                           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LMBLM-PARM-INFO.
           05  LMBLM-FUNCTION-CD            PIC X(02).
               88  LMBLM-FUNCTION-ADD                 VALUE 'AD'.
               88  LMBLM-FUNCTION-CHANGE              VALUE 'CH'.
               88  LMBLM-FUNCTION-DELETE              VALUE 'DL'.
               88  LMBLM-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LMBLM-FUNCTION-READNEXT            VALUE 'RN'.
           05  LMBLM-PLAN-ID                PIC X(06).
           05  LMBLM-BNFT-TYP-CD            PIC X(02).
               88  LMBLM-BNFT-HOSPITAL                VALUE 'HS'.
               88  LMBLM-BNFT-SURGERY                 VALUE 'SG'.
           05  LMBLM-ADMIT-LMT-CNT          PIC 9(05).
           05  LMBLM-LIFE-LMT-CNT           PIC 9(05).
           05  LMBLM-LAST-CHG-USER-ID       PIC X(08).
           05  LMBLM-LAST-CHG-DT            PIC X(10).
           05  LMBLM-RETRN-CD               PIC X(02).
               88  LMBLM-RETRN-OK                     VALUE '00'.
               88  LMBLM-RETRN-NOTFND                 VALUE '01'.
               88  LMBLM-RETRN-EOF                    VALUE '02'.
               88  LMBLM-RETRN-DUPLICATE              VALUE '03'.
               88  LMBLM-RETRN-INVALID                VALUE '05'.
               88  LMBLM-RETRN-NOTAUTH                VALUE '91'.
               88  LMBLM-RETRN-ERROR                  VALUE '99'.
