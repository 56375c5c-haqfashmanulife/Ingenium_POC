      *****************************************************************
      **  MEMBER :  CCWWDCST                                         **
      **  REMARKS:  I/O STATUS WORK AREA FOR THE DEATH CLAIM         **
      **            SETTLEMENT REGISTER (DCST).                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51306**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WDCST-SEQ-IO-WORK-AREA.
           05  WDCST-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'DCST'.
           05  WDCST-SEQ-IO-COMMAND             PIC X(02).
           05  WDCST-SEQ-FILE-STATUS            PIC X(02).
               88  WDCST-IO-OK                        VALUE '00'.
               88  WDCST-IO-EOF                       VALUE '10'.
               88  WDCST-IO-NOTFND                    VALUE '23'.
               88  WDCST-IO-NOFILE                    VALUE '35'.
               88  WDCST-IO-DUPKEY                    VALUE '22'.
