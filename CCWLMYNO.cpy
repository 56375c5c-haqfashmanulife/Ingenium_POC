      **              'UV' - UNMASKED RETRIEVAL; EVERY CALL IS       **
      **                     WRITTEN TO THE MYNA ACCESS LOG WITH     **
      **                     THE REQUESTING USER AND REASON          **
S51288**              'DL' - ERASE THE CLIENT'S ROW; THE ERASURE IS  **
S51288**                     LOGGED TO MYNA FIRST AND IS REFUSED     **
S51288**                     WHEN IT CANNOT BE LOGGED                **
      **            THE CLEAR NUMBER ONLY EVER APPEARS IN            **
      **            LMYNO-MYNO-FULL AND ONLY ON A 'UV' CALL.         **
      *****************************************************************
S51231**  02SEP26  CTS    INITIAL VERSION                            **
S51226**  02SEP26  CTS    NOT-AUTHORIZED RETURN CODE FOR THE        **
S51226**                  ROLE-BASED ENTRY CHECK                    **
S51288**  15OCT26  CTS    ERASE FUNCTION FOR PERSONAL DATA RETENTION **
      *****************************************************************

       01  LMYNO-PARM-INFO.
               88  LMYNO-FUNCTION-CHANGE              VALUE 'CH'.
               88  LMYNO-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LMYNO-FUNCTION-UNMASKED            VALUE 'UV'.
S51288         88  LMYNO-FUNCTION-ERASE               VALUE 'DL'.
           05  LMYNO-CLI-ID                 PIC X(10).
           05  LMYNO-MYNO-IN                PIC X(12).
           05  LMYNO-MYNO-MASKED            PIC X(12).
