      *****************************************************************
      **  MEMBER :  CCWWECIR                                         **
      **  REMARKS:  I/O STATUS WORK AREA FOR THE TAX-CERTIFICATE     **
      **            DELIVERY REGISTER (ECIR).                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51262**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WECIR-SEQ-IO-WORK-AREA.
           05  WECIR-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'ECIR'.
           05  WECIR-SEQ-FILE-STATUS            PIC X(02).
               88  WECIR-IO-OK                        VALUE '00'.
               88  WECIR-IO-EOF                       VALUE '10'.
               88  WECIR-IO-NOTFND                    VALUE '23'.
               88  WECIR-IO-NOFILE                    VALUE '35'.
               88  WECIR-IO-DUPKEY                    VALUE '22'.
