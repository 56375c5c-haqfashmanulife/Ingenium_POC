      *****************************************************************
      **  MEMBER :  CCWLULCH                                         **
      **  REMARKS:  PARAMETER AREA FOR THE UNIVERSAL LIFE CHARGE     **
      **            MASTER MAINTENANCE MODULE (ZSRQULCH).  'AD' ADDS **
      **            A RATE ROW, 'CH' CHANGES ONE, 'DL' DELETES ONE,  **
      **            'IQ' INQUIRES, 'RN' PAGES IN PLAN AND AGE ORDER. **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51284**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LULCH-PARM-INFO.
           05  LULCH-FUNCTION-CD            PIC X(02).
               88  LULCH-FUNCTION-ADD                 VALUE 'AD'.
               88  LULCH-FUNCTION-CHANGE              VALUE 'CH'.
               88  LULCH-FUNCTION-DELETE              VALUE 'DL'.
               88  LULCH-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LULCH-FUNCTION-READNEXT            VALUE 'RN'.
           05  LULCH-PLAN-ID                PIC X(06).
           05  LULCH-ATTN-AGE               PIC 9(03).
           05  LULCH-COI-RT                 PIC 9(03)V9(05).
           05  LULCH-PREM-LOAD-PCT          PIC 9(03)V99.
           05  LULCH-ADMIN-CHRG-AMT         PIC 9(07).
           05  LULCH-CRDT-INT-PCT           PIC 9(02)V9(04).
           05  LULCH-LAST-CHG-USER-ID       PIC X(08).
           05  LULCH-LAST-CHG-DT            PIC X(10).
           05  LULCH-RETRN-CD               PIC X(02).
               88  LULCH-RETRN-OK                     VALUE '00'.
               88  LULCH-RETRN-NOTFND                 VALUE '01'.
               88  LULCH-RETRN-EOF                    VALUE '02'.
               88  LULCH-RETRN-DUPLICATE              VALUE '03'.
               88  LULCH-RETRN-INVALID                VALUE '05'.
               88  LULCH-RETRN-NOTAUTH                VALUE '91'.
               88  LULCH-RETRN-ERROR                  VALUE '99'.
