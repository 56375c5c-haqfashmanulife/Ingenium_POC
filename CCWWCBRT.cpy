      *****************************************************************
      **  MEMBER :  CCWWCBRT                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE          **
      **            CASH-BACK BONUS DEPOSIT DECLARED RATE TABLE      **
      **            (CBRT).                                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51309**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WCBRT-SEQ-IO-WORK-AREA.
           05  WCBRT-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'CBRT'.
           05  WCBRT-SEQ-IO-COMMAND             PIC X(02).
           05  WCBRT-SEQ-FILE-STATUS            PIC X(02).
               88  WCBRT-IO-OK                        VALUE '00'.
               88  WCBRT-IO-EOF                       VALUE '10'.
               88  WCBRT-IO-NOTFND                    VALUE '23'.
               88  WCBRT-IO-NOFILE                    VALUE '35'.
               88  WCBRT-IO-DUPKEY                    VALUE '22'.
