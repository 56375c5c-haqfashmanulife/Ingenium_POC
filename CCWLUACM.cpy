      *****************************************************************
      **  MEMBER :  CCWLUACM                                         **
      **  REMARKS:  PARAMETER AREA FOR THE USER ACCESS REGISTER      **
      **            MAINTENANCE MODULE (ZSRQUACM).                   **
      **              'IQ' - ONE USER'S ACCESS                       **
      **              'GR' - GRANT A USER A SECURITY CLASS UNDER A   **
      **                     MANAGER                                 **
      **              'CH' - CHANGE THE CLASS OR THE MANAGER         **
      **              'RS' - REINSTATE A SUSPENDED USER              **
      **              'UN' - NEXT USER AFTER THE GIVEN USER ID       **
      **            THE REASON IS REQUIRED FOR 'GR', 'CH' AND 'RS'   **
      **            AND IS KEPT ON THE EVIDENCE LOG.  NO OFFICER     **
      **            MAY MAINTAIN HIS OR HER OWN ACCESS, AND NO USER  **
      **            MAY BE HIS OR HER OWN MANAGER.                   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51290**  15OCT26  CTS    INITIAL VERSION                            **
S51291**  15OCT26  CTS    SEGREGATION-OF-DUTIES CONFLICT REFUSAL AND **
S51291**                  THE CONFLICTING PAIR                       **
      *****************************************************************

       01  LUACM-PARM-INFO.
           05  LUACM-FUNCTION-CD            PIC X(02).
               88  LUACM-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LUACM-FUNCTION-GRANT               VALUE 'GR'.
               88  LUACM-FUNCTION-CHANGE              VALUE 'CH'.
               88  LUACM-FUNCTION-REINSTATE           VALUE 'RS'.
               88  LUACM-FUNCTION-USER-NEXT           VALUE 'UN'.
           05  LUACM-USER-ID                PIC X(08).
           05  LUACM-SECUR-CLAS-ID          PIC X(08).
           05  LUACM-MGR-USER-ID            PIC X(08).
           05  LUACM-ACCS-STAT-CD           PIC X(01).
           05  LUACM-GRANT-DT               PIC X(10).
           05  LUACM-SUSP-DT                PIC X(10).
           05  LUACM-SUSP-RSN-CD            PIC X(02).
           05  LUACM-SUSP-USER-ID           PIC X(08).
           05  LUACM-LAST-CHG-USER-ID       PIC X(08).
           05  LUACM-LAST-CHG-DT            PIC X(10).
           05  LUACM-RSN-TXT                PIC X(40).
S51291     05  LUACM-CNFLT-TRAN-ID-1        PIC X(08).
S51291     05  LUACM-CNFLT-TRAN-ID-2        PIC X(08).
           05  LUACM-RETRN-CD               PIC X(02).
               88  LUACM-RETRN-OK                     VALUE '00'.
               88  LUACM-RETRN-NOTFND                 VALUE '01'.
               88  LUACM-RETRN-EOF                    VALUE '02'.
               88  LUACM-RETRN-DUPLICATE              VALUE '03'.
               88  LUACM-RETRN-NO-ROLE                VALUE '04'.
               88  LUACM-RETRN-INVALID                VALUE '05'.
               88  LUACM-RETRN-NOT-SUSPENDED          VALUE '06'.
S51291         88  LUACM-RETRN-SOD-CONFLICT           VALUE '07'.
               88  LUACM-RETRN-NOTAUTH                VALUE '91'.
               88  LUACM-RETRN-ERROR                  VALUE '99'.
