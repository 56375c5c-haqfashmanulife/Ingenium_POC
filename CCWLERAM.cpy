      *****************************************************************
      **  MEMBER :  CCWLERAM                                         **
      **  REMARKS:  PARAMETER AREA FOR THE JAPANESE ERA MASTER       **
      **            MAINTENANCE MODULE (ZSRQERAM).  'AD' ADDS AN     **
      **            ERA, 'CH' CHANGES ONE, 'DL' DELETES THE LATEST,  **
      **            'IQ' INQUIRES, 'RN' PAGES IN ERA NUMBER ORDER.   **
      **            'SD' LOADS THE BUILT-IN ERAS ONTO A NEW MASTER.  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51260**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LERAM-PARM-INFO.
           05  LERAM-FUNCTION-CD            PIC X(02).
               88  LERAM-FUNCTION-ADD                 VALUE 'AD'.
               88  LERAM-FUNCTION-CHANGE              VALUE 'CH'.
               88  LERAM-FUNCTION-DELETE              VALUE 'DL'.
               88  LERAM-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LERAM-FUNCTION-READNEXT            VALUE 'RN'.
               88  LERAM-FUNCTION-SEED                VALUE 'SD'.
           05  LERAM-ERA-NUM                PIC 9(01).
           05  LERAM-ERA-STRT-DT            PIC X(10).
           05  LERAM-ERA-ABBR-CD            PIC X(01).
           05  LERAM-ERA-JPN-NM             PIC X(10).
           05  LERAM-ERA-ENG-NM             PIC X(10).
           05  LERAM-LAST-CHG-USER-ID       PIC X(08).
           05  LERAM-LAST-CHG-DT            PIC X(10).
           05  LERAM-RETRN-CD               PIC X(02).
               88  LERAM-RETRN-OK                     VALUE '00'.
               88  LERAM-RETRN-NOTFND                 VALUE '01'.
               88  LERAM-RETRN-EOF                    VALUE '02'.
               88  LERAM-RETRN-DUPLICATE              VALUE '03'.
               88  LERAM-RETRN-OUT-OF-SEQ             VALUE '04'.
               88  LERAM-RETRN-NOTAUTH                VALUE '91'.
               88  LERAM-RETRN-ERROR                  VALUE '99'.
