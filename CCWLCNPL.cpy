      *****************************************************************
      **  MEMBER :  CCWLCNPL                                         **
      **  REMARKS:  PARAMETER AREA FOR THE CONVERSION PLAN MASTER    **
      **            MAINTENANCE MODULE (ZSRQCNPL).  'AD' ADDS A      **
      **            PLAN, 'CH' CHANGES ONE, 'DL' DELETES ONE, 'IQ'   **
      **            INQUIRES, 'RN' PAGES IN PLAN ORDER.              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51281**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LCNPL-PARM-INFO.
           05  LCNPL-FUNCTION-CD            PIC X(02).
               88  LCNPL-FUNCTION-ADD                 VALUE 'AD'.
               88  LCNPL-FUNCTION-CHANGE              VALUE 'CH'.
               88  LCNPL-FUNCTION-DELETE              VALUE 'DL'.
               88  LCNPL-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LCNPL-FUNCTION-READNEXT            VALUE 'RN'.
           05  LCNPL-PLAN-ID                PIC X(06).
           05  LCNPL-PLAN-DESC-TXT          PIC X(30).
           05  LCNPL-INS-TYP-CD             PIC X(02).
           05  LCNPL-MAT-AGE                PIC 9(03).
           05  LCNPL-MAX-ISS-AGE            PIC 9(03).
           05  LCNPL-ORIG-AGE-SW            PIC X(01).
           05  LCNPL-LAST-CHG-USER-ID       PIC X(08).
           05  LCNPL-LAST-CHG-DT            PIC X(10).
           05  LCNPL-RETRN-CD               PIC X(02).
               88  LCNPL-RETRN-OK                     VALUE '00'.
               88  LCNPL-RETRN-NOTFND                 VALUE '01'.
               88  LCNPL-RETRN-EOF                    VALUE '02'.
               88  LCNPL-RETRN-DUPLICATE              VALUE '03'.
               88  LCNPL-RETRN-INVALID                VALUE '05'.
               88  LCNPL-RETRN-NOTAUTH                VALUE '91'.
               88  LCNPL-RETRN-ERROR                  VALUE '99'.
