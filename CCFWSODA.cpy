      *****************************************************************
      **  MEMBER :  CCFWSODA                                         **
      **  REMARKS:  FD AND RECORD FOR THE SEGREGATION-OF-DUTIES      **
      **            POLICY ACTION FILE (SODA).  SEE CCFHSODA.  ONE   **
      **            ROW PER POLICY, TRANSACTION AND USER HOLDING     **
      **            THE LATEST TIME THE USER PERFORMED IT.           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51291**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  SODA-FILE
           LABEL RECORDS ARE STANDARD.

       01  WSODA-REC-INFO.
           05  WSODA-KEY.
               10  WSODA-POL-ID              PIC X(10).
               10  WSODA-TRAN-ID             PIC X(08).
               10  WSODA-USER-ID             PIC X(08).
           05  WSODA-ACTN-DT                 PIC X(10).
           05  WSODA-ACTN-TIME               PIC X(08).
           05  WSODA-TERM-ID                 PIC X(08).
           05  FILLER                        PIC X(20).
