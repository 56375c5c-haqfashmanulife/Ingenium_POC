      *****************************************************************
      **  MEMBER :  CCWWECOP                                         **
      **  REMARKS:  I/O STATUS WORK AREA FOR THE CLIENT ELECTRONIC   **
      **            TAX-CERTIFICATE OPT-IN MASTER (ECOP).            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51262**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WECOP-SEQ-IO-WORK-AREA.
           05  WECOP-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'ECOP'.
           05  WECOP-SEQ-FILE-STATUS            PIC X(02).
               88  WECOP-IO-OK                        VALUE '00'.
               88  WECOP-IO-EOF                       VALUE '10'.
               88  WECOP-IO-NOTFND                    VALUE '23'.
               88  WECOP-IO-NOFILE                    VALUE '35'.
               88  WECOP-IO-DUPKEY                    VALUE '22'.
