      *****************************************************************
      **  MEMBER :  CCWWRCON                                         **
      **  REMARKS:  I/O STATUS WORK AREA FOR THE RATING              **
      **            RECONSIDERATION REGISTER (RCON).                 **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51279**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WRCON-SEQ-IO-WORK-AREA.
           05  WRCON-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'RCON'.
           05  WRCON-SEQ-FILE-STATUS            PIC X(02).
               88  WRCON-IO-OK                        VALUE '00'.
               88  WRCON-IO-EOF                       VALUE '10'.
               88  WRCON-IO-NOTFND                    VALUE '23'.
               88  WRCON-IO-NOFILE                    VALUE '35'.
               88  WRCON-IO-DUPKEY                    VALUE '22'.
