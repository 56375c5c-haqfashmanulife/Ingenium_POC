      *****************************************************************
      **  MEMBER :  CCWLELCF                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ELDERLY CONFIRMATION      **
      **            DESK MODULE (ZSRQELCF).  A HOLD IS NAMED BY ITS  **
      **            FULL KEY.                                        **
      **              'IQ' - THE HOLD AND ITS LAST CONFIRMATION CALL **
      **              'CL' - RECORD A CONFIRMATION CALL: WHO WAS     **
      **                     CALLED, RELATIONSHIP, OUTCOME           **
      **              'RL' - RELEASE A HOLD WHOSE LAST CALL WAS      **
      **                     CONFIRMED AND RE-DRIVE THE REQUEST      **
      **              'CN' - CANCEL A HOLD                           **
      **              'PN' - NEXT PENDING HOLD AFTER THE GIVEN KEY   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51287**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LELCF-PARM-INFO.
           05  LELCF-FUNCTION-CD            PIC X(02).
               88  LELCF-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LELCF-FUNCTION-CALL                VALUE 'CL'.
               88  LELCF-FUNCTION-RELEASE             VALUE 'RL'.
               88  LELCF-FUNCTION-CANCEL              VALUE 'CN'.
               88  LELCF-FUNCTION-PEND-NEXT           VALUE 'PN'.
           05  LELCF-HOLD-KEY.
               10  LELCF-CLI-ID             PIC X(10).
               10  LELCF-TXN-TYP-CD         PIC X(02).
               10  LELCF-POL-ID             PIC X(10).
               10  LELCF-HOLD-DT            PIC X(10).
               10  LELCF-SEQ-NUM            PIC 9(03).
           05  LELCF-CALLED-NM              PIC X(40).
           05  LELCF-CALLED-REL-CD          PIC X(02).
           05  LELCF-CALL-OUTCOME-CD        PIC X(02).
           05  LELCF-CLI-AGE                PIC 9(03).
           05  LELCF-RQST-USER-ID           PIC X(08).
           05  LELCF-RQST-PGM-ID            PIC X(08).
           05  LELCF-HOLD-STAT-CD           PIC X(01).
           05  LELCF-CALL-CNT               PIC 9(03).
           05  LELCF-CALL-DT                PIC X(10).
           05  LELCF-CALL-USER-ID           PIC X(08).
           05  LELCF-RSLV-DT                PIC X(10).
           05  LELCF-RSLV-USER-ID           PIC X(08).
           05  LELCF-EXEC-DT                PIC X(10).
           05  LELCF-RETRN-CD               PIC X(02).
               88  LELCF-RETRN-OK                     VALUE '00'.
               88  LELCF-RETRN-NOTFND                 VALUE '01'.
               88  LELCF-RETRN-EOF                    VALUE '02'.
               88  LELCF-RETRN-NOT-PENDING            VALUE '04'.
               88  LELCF-RETRN-INVALID                VALUE '05'.
               88  LELCF-RETRN-NOT-CONFIRMED          VALUE '06'.
               88  LELCF-RETRN-NOT-EXECUTED           VALUE '08'.
               88  LELCF-RETRN-NOTAUTH                VALUE '91'.
               88  LELCF-RETRN-ERROR                  VALUE '99'.
