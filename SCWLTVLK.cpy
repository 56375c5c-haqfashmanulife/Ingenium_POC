      *****************************************************************
      **  MEMBER :  SCWLTVLK                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ONLINE TARGET-VALUE       **
      **            LOCK-IN REGISTRATION MAINTENANCE (SSRQTVLK).     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51266**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LTVLK-PARM-INFO.
           05  LTVLK-FUNCTION-CD            PIC X(02).
               88  LTVLK-FUNCTION-REGISTER            VALUE 'RG'.
               88  LTVLK-FUNCTION-WITHDRAW            VALUE 'WD'.
               88  LTVLK-FUNCTION-INQUIRE             VALUE 'IQ'.
           05  LTVLK-POL-ID                 PIC X(10).
           05  LTVLK-REG-STAT-CD            PIC X(01).
           05  LTVLK-TGT-PCT                PIC 9(03)V99.
           05  LTVLK-STBL-FUND-CD           PIC X(04).
           05  LTVLK-LOCK-DT                PIC X(10).
           05  LTVLK-LOCK-ACHV-PCT          PIC 9(05)V99.
           05  LTVLK-ENTRY-USER-ID          PIC X(08).
           05  LTVLK-RETRN-CD               PIC X(02).
               88  LTVLK-RETRN-OK                     VALUE '00'.
               88  LTVLK-RETRN-NOTFND                 VALUE '01'.
               88  LTVLK-RETRN-BAD-TARGET             VALUE '02'.
               88  LTVLK-RETRN-NOTAUTH                VALUE '91'.
               88  LTVLK-RETRN-ERROR                  VALUE '99'.
