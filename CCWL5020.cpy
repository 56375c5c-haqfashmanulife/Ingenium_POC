      **            SERVICE (SEE CCPL5020/CCPS5020).  RETURNS        **
      **            THE BANK ACCOUNTS REGISTERED TO A CLIENT -       **
      **            FOR A SPECIFIC PAC NUMBER, ONE OCCURRENCE.       **
S51288**            FOR ALL ACCOUNTS (AL), UP TO FIVE OCCURRENCES    **
S51288**            WITH THE COUNT IN L5020-BANK-QTY.  ANONYMIZE     **
S51288**            (AN) BLANKS THE ACCOUNT NUMBER AND HOLDER NAME   **
S51288**            OF EVERY ACCOUNT OF THE CLIENT, KEEPING THE BANK **
S51288**            AND BRANCH, AND RETURNS THE COUNT CHANGED.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51221**  02SEP26  CTS    INITIAL VERSION                            **
S51288**  15OCT26  CTS    ALL-ACCOUNTS AND ANONYMIZE FUNCTIONS       **
      *****************************************************************

       01  L5020-PARM-INFO.
           05  L5020-FUNCTION-CD             PIC X(02).
               88  L5020-FCN-GET-SPECIFIC           VALUE 'SP'.
S51288         88  L5020-FCN-GET-ALL                VALUE 'AL'.
S51288         88  L5020-FCN-ANONYMIZE              VALUE 'AN'.
           05  L5020-CLI-ID                  PIC X(10).
           05  L5020-PAC-NUM                 PIC 9(02).
           05  L5020-BANK-QTY                PIC 9(02).
