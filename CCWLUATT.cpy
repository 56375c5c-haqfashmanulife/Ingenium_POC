      *****************************************************************
      **  MEMBER :  CCWLUATT                                         **
      **  REMARKS:  PARAMETER AREA FOR THE MANAGER'S ACCESS          **
      **            ATTESTATION MODULE (ZSRQUATT).  THE MANAGER IS   **
      **            ALWAYS THE SIGNED-ON USER.                       **
      **              'FR' - FIRST USER OF THE MANAGER IN THE        **
      **                     CAMPAIGN                                **
      **              'NX' - NEXT USER AFTER THE GIVEN USER ID       **
      **              'CF' - CONFIRM THE USER STILL NEEDS THE ACCESS **
      **              'RV' - REVOKE THE ACCESS; THE USER IS          **
      **                     SUSPENDED AT ONCE.  A REASON IS         **
      **                     REQUIRED                                **
      **            ONLY A PENDING LINE MAY BE DECIDED, AND ONLY     **
      **            UP TO ITS DUE DATE.                              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51290**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LUATT-PARM-INFO.
           05  LUATT-FUNCTION-CD            PIC X(02).
               88  LUATT-FUNCTION-FIRST               VALUE 'FR'.
               88  LUATT-FUNCTION-NEXT                VALUE 'NX'.
               88  LUATT-FUNCTION-CONFIRM             VALUE 'CF'.
               88  LUATT-FUNCTION-REVOKE              VALUE 'RV'.
           05  LUATT-CMPGN-ID               PIC X(06).
           05  LUATT-USER-ID                PIC X(08).
           05  LUATT-SECUR-CLAS-ID          PIC X(08).
           05  LUATT-ROLE-DESC-TXT          PIC X(30).
           05  LUATT-HIRISK-CNT             PIC 9(03).
           05  LUATT-LAST-SGNON-DT          PIC X(10).
           05  LUATT-DUE-DT                 PIC X(10).
           05  LUATT-DCSN-CD                PIC X(01).
           05  LUATT-DCSN-USER-ID           PIC X(08).
           05  LUATT-DCSN-DT                PIC X(10).
           05  LUATT-DCSN-RSN-TXT           PIC X(40).
           05  LUATT-RETRN-CD               PIC X(02).
               88  LUATT-RETRN-OK                     VALUE '00'.
               88  LUATT-RETRN-NOTFND                 VALUE '01'.
               88  LUATT-RETRN-EOF                    VALUE '02'.
               88  LUATT-RETRN-NOT-PENDING            VALUE '04'.
               88  LUATT-RETRN-INVALID                VALUE '05'.
               88  LUATT-RETRN-PAST-DUE               VALUE '06'.
               88  LUATT-RETRN-NOTAUTH                VALUE '91'.
               88  LUATT-RETRN-ERROR                  VALUE '99'.
