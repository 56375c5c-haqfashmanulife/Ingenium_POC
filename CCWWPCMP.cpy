      *****************************************************************
      **  MEMBER :  CCWWPCMP                                         **
      **  REMARKS:  I/O STATUS WORK AREA FOR THE PREMIUM PAYMENT     **
      **            COMPLETION REGISTER (PCMP).                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51308**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WPCMP-SEQ-IO-WORK-AREA.
           05  WPCMP-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'PCMP'.
           05  WPCMP-SEQ-FILE-STATUS            PIC X(02).
               88  WPCMP-IO-OK                        VALUE '00'.
               88  WPCMP-IO-EOF                       VALUE '10'.
               88  WPCMP-IO-NOTFND                    VALUE '23'.
               88  WPCMP-IO-NOFILE                    VALUE '35'.
               88  WPCMP-IO-DUPKEY                    VALUE '22'.
