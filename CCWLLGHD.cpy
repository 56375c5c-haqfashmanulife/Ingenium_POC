      *****************************************************************
      **  MEMBER :  CCWLLGHD                                         **
      **  REMARKS:  PARAMETER AREA FOR THE CLIENT LEGAL HOLD MODULE  **
      **            (ZSRQLGHD).                                      **
      **              'IQ' - ONE HOLD BY CLIENT AND CASE REFERENCE;  **
      **                     WITH A BLANK CASE REFERENCE, THE        **
      **                     CLIENT'S FIRST ACTIVE HOLD              **
      **              'PL' - PLACE A HOLD ON A CLIENT FOR A CASE     **
      **              'RL' - RELEASE AN ACTIVE HOLD                  **
      **              'HN' - NEXT HOLD FOR THE CLIENT AFTER THE      **
      **                     GIVEN CASE REFERENCE, ACTIVE OR NOT     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51288**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LLGHD-PARM-INFO.
           05  LLGHD-FUNCTION-CD            PIC X(02).
               88  LLGHD-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LLGHD-FUNCTION-PLACE               VALUE 'PL'.
               88  LLGHD-FUNCTION-RELEASE             VALUE 'RL'.
               88  LLGHD-FUNCTION-HOLD-NEXT           VALUE 'HN'.
           05  LLGHD-HOLD-KEY.
               10  LLGHD-CLI-ID             PIC X(10).
               10  LLGHD-CASE-REF-NUM       PIC X(12).
           05  LLGHD-HOLD-TYP-CD            PIC X(02).
           05  LLGHD-HOLD-RSN-TXT           PIC X(40).
           05  LLGHD-HOLD-STAT-CD           PIC X(01).
           05  LLGHD-PLACED-DT              PIC X(10).
           05  LLGHD-PLACED-USER-ID         PIC X(08).
           05  LLGHD-RLSD-DT                PIC X(10).
           05  LLGHD-RLSD-USER-ID           PIC X(08).
           05  LLGHD-RETRN-CD               PIC X(02).
               88  LLGHD-RETRN-OK                     VALUE '00'.
               88  LLGHD-RETRN-NOTFND                 VALUE '01'.
               88  LLGHD-RETRN-EOF                    VALUE '02'.
               88  LLGHD-RETRN-DUPLICATE              VALUE '03'.
               88  LLGHD-RETRN-NOT-ACTIVE             VALUE '04'.
               88  LLGHD-RETRN-INVALID                VALUE '05'.
               88  LLGHD-RETRN-NOTAUTH                VALUE '91'.
               88  LLGHD-RETRN-ERROR                  VALUE '99'.
