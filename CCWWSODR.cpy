      *****************************************************************
      **  MEMBER :  CCWWSODR                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE          **
      **            SEGREGATION-OF-DUTIES CONFLICT RULE TABLE        **
      **            (SODR).                                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51291**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WSODR-SEQ-IO-WORK-AREA.
           05  WSODR-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'SODR'.
           05  WSODR-SEQ-FILE-STATUS            PIC X(02).
               88  WSODR-IO-OK                        VALUE '00'.
               88  WSODR-IO-EOF                       VALUE '10'.
               88  WSODR-IO-NOTFND                    VALUE '23'.
               88  WSODR-IO-NOFILE                    VALUE '35'.
               88  WSODR-IO-DUPKEY                    VALUE '22'.
