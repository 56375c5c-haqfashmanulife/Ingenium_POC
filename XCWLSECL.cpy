      **                     CHECK)                                  **
      **              'FL' - RECORD A FAILED ATTEMPT; THE MODULE     **
      **                     LOCKS THE ID AT THE THRESHOLD           **
S51290**              'OK' - SUCCESSFUL SIGN-ON, RESET THE COUNT     **
S51290**                     AND RECORD THE SIGN-ON                  **
      **            A ZERO THRESHOLD TAKES THE MODULE DEFAULT.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51166**  23AUG26  CTS    INITIAL VERSION                            **
S51290**  15OCT26  CTS    'OK' RECORDS THE LAST SUCCESSFUL SIGN-ON   **
      *****************************************************************

       01  LSECL-PARM-INFO.
