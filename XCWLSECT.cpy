      **            ROLE AND USER LEFT AS SPACES ARE TAKEN FROM      **
      **            THE GLOBAL AREA (WGLOB-SECUR-CLAS-ID AND         **
      **            WGLOB-USER-ID).                                  **
S51291**            AN UPDATE ON A POLICY PASSES THE POLICY ID: THE  **
S51291**            USER IS THEN REFUSED A TRANSACTION THAT IS THE   **
S51291**            OTHER SIDE OF A SEGREGATION-OF-DUTIES RULE TO    **
S51291**            ONE THE SAME USER PERFORMED ON THE SAME POLICY   **
S51291**            WITHIN THE RULE'S WINDOW.  LEFT AS SPACES, NO    **
S51291**            POLICY-LEVEL CHECK IS MADE.                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51226**  02SEP26  CTS    INITIAL VERSION                            **
S51227**  02SEP26  CTS    APPROVAL-REQUIRED ANSWER FOR THE           **
S51227**                  MAKER-CHECKER QUEUE                        **
S51290**  15OCT26  CTS    SUSPENDED-USER DENIAL REASON               **
S51291**  15OCT26  CTS    POLICY ID FOR THE SEGREGATION-OF-DUTIES    **
S51291**                  CHECK AND ITS DENIAL REASON                **
      *****************************************************************

       01  LSECT-PARM-INFO.
           05  LSECT-USER-ID                PIC X(08).
           05  LSECT-ROLE-ID                PIC X(08).
           05  LSECT-TRAN-ID                PIC X(08).
S51291     05  LSECT-POL-ID                 PIC X(10).
           05  LSECT-AUTH-SW                PIC X(01).
               88  LSECT-AUTHORIZED                   VALUE 'Y'.
               88  LSECT-NOT-AUTHORIZED               VALUE 'N'.
               88  LSECT-RSN-ROLE-INACTIVE            VALUE 'RI'.
               88  LSECT-RSN-NO-PERMISSION            VALUE 'NP'.
               88  LSECT-RSN-PERM-DENIED              VALUE 'PD'.
S51290         88  LSECT-RSN-USER-SUSPENDED           VALUE 'SU'.
S51291         88  LSECT-RSN-SOD-CONFLICT             VALUE 'SD'.
           05  LSECT-RETRN-CD               PIC X(02).
               88  LSECT-RETRN-OK                     VALUE '00'.
               88  LSECT-RETRN-ERROR                  VALUE '99'.
