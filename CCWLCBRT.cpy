      *****************************************************************
      **  MEMBER :  CCWLCBRT                                         **
      **  REMARKS:  PARAMETER AREA FOR THE CASH-BACK BONUS DEPOSIT   **
      **            DECLARED RATE MAINTENANCE MODULE (ZSRQCBRT).     **
      **            'AD' ADDS A DECLARATION, 'CH' CHANGES ONE, 'DL'  **
      **            DELETES ONE, 'IQ' INQUIRES, 'RN' PAGES IN        **
      **            EFFECTIVE DATE ORDER.                            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51309**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LCBRT-PARM-INFO.
           05  LCBRT-FUNCTION-CD            PIC X(02).
               88  LCBRT-FUNCTION-ADD                 VALUE 'AD'.
               88  LCBRT-FUNCTION-CHANGE              VALUE 'CH'.
               88  LCBRT-FUNCTION-DELETE              VALUE 'DL'.
               88  LCBRT-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LCBRT-FUNCTION-READNEXT            VALUE 'RN'.
           05  LCBRT-EFF-DT                 PIC X(10).
           05  LCBRT-DCLR-INT-PCT           PIC 9(02)V9(04).
           05  LCBRT-LAST-CHG-USER-ID       PIC X(08).
           05  LCBRT-LAST-CHG-DT            PIC X(10).
           05  LCBRT-RETRN-CD               PIC X(02).
               88  LCBRT-RETRN-OK                     VALUE '00'.
               88  LCBRT-RETRN-NOTFND                 VALUE '01'.
               88  LCBRT-RETRN-EOF                    VALUE '02'.
               88  LCBRT-RETRN-DUPLICATE              VALUE '03'.
               88  LCBRT-RETRN-INVALID                VALUE '05'.
               88  LCBRT-RETRN-NOTAUTH                VALUE '91'.
               88  LCBRT-RETRN-ERROR                  VALUE '99'.
