S51227**                  MATRIX ROW                                 **
S51226**  02SEP26  CTS    NOT-AUTHORIZED RETURN CODE FOR THE        **
S51226**                  ROLE-BASED ENTRY CHECK                    **
S51290**  15OCT26  CTS    HIGH-RISK INDICATOR ON THE MATRIX ROW      **
S51291**  15OCT26  CTS    SEGREGATION-OF-DUTIES CONFLICT REFUSAL AND **
S51291**                  THE CONFLICTING PAIR                       **
      *****************************************************************

       01  LROLM-PARM-INFO.
           05  LROLM-TRAN-ID                PIC X(08).
           05  LROLM-ALLOW-IND              PIC X(01).
S51227     05  LROLM-APPRV-IND              PIC X(01).
S51290     05  LROLM-HIRISK-IND             PIC X(01).
           05  LROLM-LAST-CHG-USER-ID       PIC X(08).
           05  LROLM-LAST-CHG-DT            PIC X(10).
S51291     05  LROLM-CNFLT-TRAN-ID-1        PIC X(08).
S51291     05  LROLM-CNFLT-TRAN-ID-2        PIC X(08).
           05  LROLM-RETRN-CD               PIC X(02).
               88  LROLM-RETRN-OK                     VALUE '00'.
               88  LROLM-RETRN-NOTFND                 VALUE '01'.
               88  LROLM-RETRN-DUPLICATE              VALUE '03'.
               88  LROLM-RETRN-NO-ROLE                VALUE '04'.
               88  LROLM-RETRN-ROLE-IN-USE            VALUE '05'.
S51291         88  LROLM-RETRN-SOD-CONFLICT           VALUE '06'.
S51226         88  LROLM-RETRN-NOTAUTH                VALUE '91'.
               88  LROLM-RETRN-ERROR                  VALUE '99'.
