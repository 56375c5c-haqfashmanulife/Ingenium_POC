      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51246**  02SEP26  CTS    INITIAL VERSION                            **
S51267**  15OCT26  CTS    PARTIAL SURRENDER AMOUNT AND THE POLICY    **
S51267**                  VALUE BEFORE IT, FOR THE PRO-RATA          **
S51267**                  REDUCTION OF THE GUARANTEE BASE (GBAS)     **
S51268**  15OCT26  CTS    REQUEST CODE - PARTIAL SURRENDER OF THE    **
S51268**                  SURRENDER AMOUNT FROM THE LSEGF FUND       **
      *****************************************************************

       01  L6330-PARM-INFO.
           05  L6330-RETRN-CD                PIC X(02).
               88  L6330-RETRN-OK                   VALUE '00'.
               88  L6330-RETRN-ERROR                VALUE '99'.
S51267     05  L6330-SURR-AMT                PIC S9(13)V99 COMP-3.
S51267     05  L6330-PRE-SURR-VAL-AMT        PIC S9(13)V99 COMP-3.
S51268     05  L6330-RQST-CD                 PIC X(02).
S51268         88  L6330-RQST-ALLOCATE              VALUE SPACES.
S51268         88  L6330-RQST-PART-SURR             VALUE 'PS'.
