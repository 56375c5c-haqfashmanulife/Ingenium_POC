      *****************************************************************
      **  MEMBER :  CCWLSPLT                                         **
      **  REMARKS:  PARAMETER AREA FOR THE COMMISSION SPLIT MODULE   **
      **            (ZSRQSPLT).                                      **
      **              'IQ' - THE POLICY'S SPLIT IN EFFECT ON THE     **
      **                     GIVEN DATE (SPACES - TODAY)             **
      **              'AD' - ADD A SPLIT EFFECTIVE ON THE GIVEN DATE **
      **              'CH' - CHANGE THE SPLIT EFFECTIVE ON THE GIVEN **
      **                     DATE                                    **
      **              'DL' - DELETE THE SPLIT EFFECTIVE ON THE GIVEN **
      **                     DATE                                    **
      **              'NX' - THE POLICY'S NEXT SPLIT AFTER THE GIVEN **
      **                     EFFECTIVE DATE                          **
      **            ONE TO FOUR DIFFERENT AGENTS, EACH WITH A SHARE  **
      **            ABOVE ZERO; THE SHARES MUST TOTAL 100.00.  THE   **
      **            TOTAL OF THE SHARES GIVEN IS RETURNED.           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51300**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LSPLT-PARM-INFO.
           05  LSPLT-FUNCTION-CD            PIC X(02).
               88  LSPLT-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LSPLT-FUNCTION-ADD                 VALUE 'AD'.
               88  LSPLT-FUNCTION-CHANGE              VALUE 'CH'.
               88  LSPLT-FUNCTION-DELETE              VALUE 'DL'.
               88  LSPLT-FUNCTION-NEXT                VALUE 'NX'.
           05  LSPLT-POL-ID                 PIC X(10).
           05  LSPLT-EFF-DT                 PIC X(10).
           05  LSPLT-AGT-CNT                PIC 9(01).
           05  LSPLT-PRTY-INFO.
               10  LSPLT-PRTY               OCCURS 4 TIMES.
                   15  LSPLT-AGT-ID         PIC X(06).
                   15  LSPLT-SHR-PCT        PIC 9(03)V99.
           05  LSPLT-TOT-SHR-PCT            PIC 9(05)V99.
           05  LSPLT-LAST-CHG-USER-ID       PIC X(08).
           05  LSPLT-LAST-CHG-DT            PIC X(10).
           05  LSPLT-RETRN-CD               PIC X(02).
               88  LSPLT-RETRN-OK                     VALUE '00'.
               88  LSPLT-RETRN-NOTFND                 VALUE '01'.
               88  LSPLT-RETRN-EOF                    VALUE '02'.
               88  LSPLT-RETRN-DUPKEY                 VALUE '03'.
               88  LSPLT-RETRN-INVALID                VALUE '05'.
               88  LSPLT-RETRN-BAD-TOTAL              VALUE '06'.
               88  LSPLT-RETRN-NOTAUTH                VALUE '91'.
               88  LSPLT-RETRN-ERROR                  VALUE '99'.
