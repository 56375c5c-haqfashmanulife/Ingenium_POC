      *****************************************************************
      **  MEMBER :  CCWLPPTM                                         **
      **  REMARKS:  PARAMETER AREA FOR THE PLAN PREMIUM-PAYING TERM  **
      **            MAINTENANCE MODULE (ZSRQPPTM).  'AD' ADDS A      **
      **            PLAN, 'CH' CHANGES ONE, 'DL' DELETES ONE, 'IQ'   **
      **            INQUIRES, 'RN' PAGES IN PLAN ORDER.              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51308**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LPPTM-PARM-INFO.
           05  LPPTM-FUNCTION-CD            PIC X(02).
               88  LPPTM-FUNCTION-ADD                 VALUE 'AD'.
               88  LPPTM-FUNCTION-CHANGE              VALUE 'CH'.
               88  LPPTM-FUNCTION-DELETE              VALUE 'DL'.
               88  LPPTM-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LPPTM-FUNCTION-READNEXT            VALUE 'RN'.
           05  LPPTM-PLAN-ID                PIC X(06).
           05  LPPTM-PLAN-DESC-TXT          PIC X(30).
           05  LPPTM-PMT-TRM-YRS            PIC 9(03).
           05  LPPTM-LAST-CHG-USER-ID       PIC X(08).
           05  LPPTM-LAST-CHG-DT            PIC X(10).
           05  LPPTM-RETRN-CD               PIC X(02).
               88  LPPTM-RETRN-OK                     VALUE '00'.
               88  LPPTM-RETRN-NOTFND                 VALUE '01'.
               88  LPPTM-RETRN-EOF                    VALUE '02'.
               88  LPPTM-RETRN-DUPLICATE              VALUE '03'.
               88  LPPTM-RETRN-INVALID                VALUE '05'.
               88  LPPTM-RETRN-NOTAUTH                VALUE '91'.
               88  LPPTM-RETRN-ERROR                  VALUE '99'.
