S51226**  02SEP26  CTS    INITIAL VERSION                            **
S51227**  02SEP26  CTS    APPROVAL-REQUIRED INDICATOR FOR THE        **
S51227**                  MAKER-CHECKER QUEUE                        **
S51290**  15OCT26  CTS    HIGH-RISK INDICATOR - THE TRANSACTIONS     **
S51290**                  LISTED AT ACCESS RECERTIFICATION           **
      *****************************************************************

       FD  RPRM-FILE
S51227     05  WRPRM-APPRV-IND               PIC X(01).
S51227         88  WRPRM-APPRV-REQUIRED             VALUE 'Y'.
S51227         88  WRPRM-APPRV-NOT-REQUIRED         VALUES 'N' ' '.
S51290     05  WRPRM-HIRISK-IND              PIC X(01).
S51290         88  WRPRM-HIGH-RISK                  VALUE 'Y'.
S51290         88  WRPRM-NOT-HIGH-RISK              VALUES 'N' ' '.
           05  WRPRM-LAST-CHG-USER-ID        PIC X(08).
           05  WRPRM-LAST-CHG-DT             PIC X(10).
