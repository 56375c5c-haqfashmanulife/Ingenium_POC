      *****************************************************************
      **  MEMBER :  CCWWULCH                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE          **
      **            UNIVERSAL LIFE CHARGE MASTER (ULCH).             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51284**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WULCH-SEQ-IO-WORK-AREA.
           05  WULCH-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'ULCH'.
           05  WULCH-SEQ-FILE-STATUS            PIC X(02).
               88  WULCH-IO-OK                        VALUE '00'.
               88  WULCH-IO-EOF                       VALUE '10'.
               88  WULCH-IO-NOTFND                    VALUE '23'.
               88  WULCH-IO-NOFILE                    VALUE '35'.
               88  WULCH-IO-DUPKEY                    VALUE '22'.
