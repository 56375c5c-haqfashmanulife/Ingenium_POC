S51232**  02SEP26  CTS    INITIAL VERSION                            **
S51226**  02SEP26  CTS    NOT-AUTHORIZED RETURN CODE FOR THE        **
S51226**                  ROLE-BASED ENTRY CHECK                    **
S51287**  15OCT26  CTS    '08' - REPLACE HELD FOR A CONFIRMATION     **
S51287**                  CALL, POLICYHOLDER AGED 70 OR OVER         **
      *****************************************************************

       01  LBENE-PARM-INFO.
               88  LBENE-RETRN-BAD-SUM                VALUE '05'.
               88  LBENE-RETRN-NO-VALID-BENE          VALUE '06'.
               88  LBENE-RETRN-BAD-ENTRY              VALUE '07'.
S51287         88  LBENE-RETRN-ELDER-HELD             VALUE '08'.
S51226         88  LBENE-RETRN-NOTAUTH                VALUE '91'.
               88  LBENE-RETRN-ERROR                  VALUE '99'.
