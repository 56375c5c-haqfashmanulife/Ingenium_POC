      *****************************************************************
      **  MEMBER :  CCWWALRR                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE BATCH    **
      **            ALERT ROUTING RULES (ALRR).                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51294**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WALRR-SEQ-IO-WORK-AREA.
           05  WALRR-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'ALRR'.
           05  WALRR-SEQ-FILE-STATUS            PIC X(02).
               88  WALRR-IO-OK                        VALUE '00'.
               88  WALRR-IO-EOF                       VALUE '10'.
               88  WALRR-IO-NOTFND                    VALUE '23'.
               88  WALRR-IO-NOFILE                    VALUE '35'.
               88  WALRR-IO-DUPKEY                    VALUE '22'.
