      *****************************************************************
      **  MEMBER :  CCWLECOP                                         **
      **  REMARKS:  PARAMETER AREA FOR THE CLIENT ELECTRONIC         **
      **            TAX-CERTIFICATE OPT-IN MODULE (ZSRQECOP).  'OI'  **
      **            OPTS THE CLIENT IN, 'OO' RECORDS A WITHDRAWAL,   **
      **            'IQ' RETURNS THE CLIENT'S CURRENT CHOICE.        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51262**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LECOP-PARM-INFO.
           05  LECOP-FUNCTION-CD            PIC X(02).
               88  LECOP-FUNCTION-OPT-IN              VALUE 'OI'.
               88  LECOP-FUNCTION-OPT-OUT             VALUE 'OO'.
               88  LECOP-FUNCTION-INQUIRE             VALUE 'IQ'.
           05  LECOP-CLI-ID                 PIC X(10).
           05  LECOP-ECERT-OPT-CD           PIC X(01).
               88  LECOP-ECERT-OPTED-IN               VALUE 'Y'.
               88  LECOP-ECERT-WITHDRAWN              VALUE 'N'.
           05  LECOP-OPT-IN-DT              PIC X(10).
           05  LECOP-OPT-OUT-DT             PIC X(10).
           05  LECOP-LAST-CHG-USER-ID       PIC X(08).
           05  LECOP-LAST-CHG-DT            PIC X(10).
           05  LECOP-RETRN-CD               PIC X(02).
               88  LECOP-RETRN-OK                     VALUE '00'.
               88  LECOP-RETRN-NOTFND                 VALUE '01'.
               88  LECOP-RETRN-NOTAUTH                VALUE '91'.
               88  LECOP-RETRN-ERROR                  VALUE '99'.
