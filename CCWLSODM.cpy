      *****************************************************************
      **  MEMBER :  CCWLSODM                                         **
      **  REMARKS:  PARAMETER AREA FOR THE SEGREGATION-OF-DUTIES     **
      **            RULE AND EXCEPTION MAINTENANCE MODULE            **
      **            (ZSRQSODM).  RULE FUNCTIONS WORK THE SODR        **
      **            TABLE, EXCEPTION FUNCTIONS THE SODX REGISTER:    **
      **              'RI'/'RA'/'RC'/'RD' - INQUIRE, ADD, CHANGE     **
      **                                    OR DELETE A RULE         **
      **              'RN' - NEXT RULE AFTER THE GIVEN PAIR          **
      **              'XI' - INQUIRE ON A ROLE'S EXCEPTION           **
      **              'XR' - REQUEST AN EXCEPTION (PENDING)          **
      **              'XA' - APPROVE A PENDING EXCEPTION - NOT       **
      **                     BY THE OFFICER WHO REQUESTED IT         **
      **              'XW' - WITHDRAW AN EXCEPTION                   **
      **              'XN' - NEXT EXCEPTION OF THE ROLE AFTER        **
      **                     THE GIVEN PAIR                          **
      **            THE PAIR MAY BE GIVEN IN EITHER ORDER; IT IS     **
      **            RETURNED LOWER TRANSACTION ID FIRST.             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51291**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LSODM-PARM-INFO.
           05  LSODM-FUNCTION-CD            PIC X(02).
               88  LSODM-FUNCTION-RULE-INQUIRE        VALUE 'RI'.
               88  LSODM-FUNCTION-RULE-ADD            VALUE 'RA'.
               88  LSODM-FUNCTION-RULE-CHANGE         VALUE 'RC'.
               88  LSODM-FUNCTION-RULE-DELETE         VALUE 'RD'.
               88  LSODM-FUNCTION-RULE-READNEXT       VALUE 'RN'.
               88  LSODM-FUNCTION-EXCP-INQUIRE        VALUE 'XI'.
               88  LSODM-FUNCTION-EXCP-REQUEST        VALUE 'XR'.
               88  LSODM-FUNCTION-EXCP-APPROVE        VALUE 'XA'.
               88  LSODM-FUNCTION-EXCP-WITHDRAW       VALUE 'XW'.
               88  LSODM-FUNCTION-EXCP-READNEXT       VALUE 'XN'.
           05  LSODM-TRAN-ID-1              PIC X(08).
           05  LSODM-TRAN-ID-2              PIC X(08).
           05  LSODM-RULE-DESC-TXT          PIC X(40).
           05  LSODM-WINDOW-DAYS            PIC 9(03).
           05  LSODM-RULE-STAT-CD           PIC X(01).
           05  LSODM-ROLE-ID                PIC X(08).
           05  LSODM-EXCP-STAT-CD           PIC X(01).
           05  LSODM-RSN-TXT                PIC X(40).
           05  LSODM-XPRY-DT                PIC X(10).
           05  LSODM-RQST-USER-ID           PIC X(08).
           05  LSODM-RQST-DT                PIC X(10).
           05  LSODM-APPRV-USER-ID          PIC X(08).
           05  LSODM-APPRV-DT               PIC X(10).
           05  LSODM-LAST-CHG-USER-ID       PIC X(08).
           05  LSODM-LAST-CHG-DT            PIC X(10).
           05  LSODM-RETRN-CD               PIC X(02).
               88  LSODM-RETRN-OK                     VALUE '00'.
               88  LSODM-RETRN-NOTFND                 VALUE '01'.
               88  LSODM-RETRN-EOF                    VALUE '02'.
               88  LSODM-RETRN-DUPLICATE              VALUE '03'.
               88  LSODM-RETRN-NO-RULE                VALUE '04'.
               88  LSODM-RETRN-INVALID                VALUE '05'.
               88  LSODM-RETRN-NOT-PENDING            VALUE '06'.
               88  LSODM-RETRN-SAME-USER              VALUE '07'.
               88  LSODM-RETRN-NOTAUTH                VALUE '91'.
               88  LSODM-RETRN-ERROR                  VALUE '99'.
