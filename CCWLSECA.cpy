S51166**  23AUG26  CTS    INITIAL VERSION                            **
S51226**  02SEP26  CTS    'BV' BROWSES THE AUTHORIZATION VIOLATIONS  **
S51226**                  LOG KEPT BY XSRU9690                       **
S51291**  15OCT26  CTS    VIOLATION RECORD WIDENED FOR THE POLICY ID **
      *****************************************************************

       01  LSECA-PARM-INFO.
           05  LSECA-LOCK-DT                PIC X(10).
           05  LSECA-LOCK-TIME              PIC X(08).
           05  LSECA-AUDIT-REC              PIC X(47).
S51291     05  LSECA-VIO-REC                PIC X(62).
           05  LSECA-RETRN-CD               PIC X(02).
               88  LSECA-RETRN-OK                     VALUE '00'.
               88  LSECA-RETRN-NOTFND                 VALUE '01'.
