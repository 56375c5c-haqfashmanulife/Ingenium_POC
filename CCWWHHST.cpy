      *****************************************************************
      **  MEMBER :  CCWWHHST                                         **
      **  REMARKS:  I/O STATUS WORK AREA FOR THE POLICYHOLDER        **
      **            HISTORY REGISTER (HHST).                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51277**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WHHST-SEQ-IO-WORK-AREA.
           05  WHHST-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'HHST'.
           05  WHHST-SEQ-FILE-STATUS            PIC X(02).
               88  WHHST-IO-OK                        VALUE '00'.
               88  WHHST-IO-EOF                       VALUE '10'.
               88  WHHST-IO-NOTFND                    VALUE '23'.
               88  WHHST-IO-NOFILE                    VALUE '35'.
               88  WHHST-IO-DUPKEY                    VALUE '22'.
