      *****************************************************************
      **  MEMBER :  CCWWSODA                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE          **
      **            SEGREGATION-OF-DUTIES POLICY ACTION FILE         **
      **            (SODA).                                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51291**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WSODA-SEQ-IO-WORK-AREA.
           05  WSODA-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'SODA'.
           05  WSODA-SEQ-FILE-STATUS            PIC X(02).
               88  WSODA-IO-OK                        VALUE '00'.
               88  WSODA-IO-EOF                       VALUE '10'.
               88  WSODA-IO-NOTFND                    VALUE '23'.
               88  WSODA-IO-NOFILE                    VALUE '35'.
               88  WSODA-IO-DUPKEY                    VALUE '22'.
