      *****************************************************************
      **  MEMBER :  CCWLSODC                                         **
      **  REMARKS:  PARAMETER AREA FOR THE SEGREGATION-OF-DUTIES     **
      **            ROLE CHECK (ZSRQSODC).                           **
      **              'RC' - DOES THE ROLE - WITH THE ADDED          **
      **                     TRANSACTION ALLOWED AS WELL, IF ONE     **
      **                     IS GIVEN - HOLD BOTH SIDES OF AN        **
      **                     ACTIVE CONFLICT RULE WITH NO APPROVED   **
      **                     EXCEPTION IN FORCE.  WITH AN ADDED      **
      **                     TRANSACTION ONLY ITS OWN RULES ARE      **
      **                     LOOKED AT.  THE FIRST CONFLICT FOUND    **
      **                     IS RETURNED.                            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51291**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LSODC-PARM-INFO.
           05  LSODC-FUNCTION-CD            PIC X(02).
               88  LSODC-FUNCTION-ROLE-CHECK          VALUE 'RC'.
           05  LSODC-ROLE-ID                PIC X(08).
           05  LSODC-ADD-TRAN-ID            PIC X(08).
           05  LSODC-CNFLT-SW               PIC X(01).
               88  LSODC-CONFLICT                     VALUE 'Y'.
               88  LSODC-NO-CONFLICT                  VALUE 'N'.
           05  LSODC-TRAN-ID-1              PIC X(08).
           05  LSODC-TRAN-ID-2              PIC X(08).
           05  LSODC-RULE-DESC-TXT          PIC X(40).
           05  LSODC-RETRN-CD               PIC X(02).
               88  LSODC-RETRN-OK                     VALUE '00'.
               88  LSODC-RETRN-ERROR                  VALUE '99'.
