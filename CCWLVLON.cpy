S51243**  02SEP26  CTS    INITIAL VERSION                            **
S51226**  02SEP26  CTS    NOT-AUTHORIZED RETURN CODE FOR THE        **
S51226**                  ROLE-BASED ENTRY CHECK                    **
S51276**  15OCT26  CTS    '06' - ORIGINATION REFUSED ON AN ASSIGNED  **
S51276**                  POLICY WITHOUT THE ASSIGNEE'S CONSENT      **
S51287**  15OCT26  CTS    '07' - ORIGINATION HELD FOR A CONFIRMATION **
S51287**                  CALL, CLIENT AGED 70 OR OVER               **
      *****************************************************************

       01  LVLON-PARM-INFO.
           05  LVLON-RETRN-CD               PIC X(02).
               88  LVLON-RETRN-OK                     VALUE '00'.
               88  LVLON-RETRN-INSUF-VALUE            VALUE '05'.
S51276         88  LVLON-RETRN-ASSIGNED               VALUE '06'.
S51287         88  LVLON-RETRN-ELDER-HELD             VALUE '07'.
S51226         88  LVLON-RETRN-NOTAUTH                VALUE '91'.
               88  LVLON-RETRN-ERROR                  VALUE '99'.
