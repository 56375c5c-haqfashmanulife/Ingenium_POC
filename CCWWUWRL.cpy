      *****************************************************************
      **  MEMBER :  CCWWUWRL                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE          **
      **            AUTOMATED UNDERWRITING RULES TABLE (UWRL).       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51304**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WUWRL-SEQ-IO-WORK-AREA.
           05  WUWRL-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'UWRL'.
           05  WUWRL-SEQ-FILE-STATUS            PIC X(02).
               88  WUWRL-IO-OK                        VALUE '00'.
               88  WUWRL-IO-EOF                       VALUE '10'.
               88  WUWRL-IO-NOTFND                    VALUE '23'.
               88  WUWRL-IO-NOFILE                    VALUE '35'.
               88  WUWRL-IO-DUPKEY                    VALUE '22'.
