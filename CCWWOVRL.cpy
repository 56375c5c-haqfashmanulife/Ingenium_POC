      *****************************************************************
      **  MEMBER :  CCWWOVRL                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE MANAGER  **
      **            OVERRIDE LEDGER (OVRL).                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51299**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WOVRL-SEQ-IO-WORK-AREA.
           05  WOVRL-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'OVRL'.
           05  WOVRL-SEQ-FILE-STATUS            PIC X(02).
               88  WOVRL-IO-OK                        VALUE '00'.
               88  WOVRL-IO-EOF                       VALUE '10'.
               88  WOVRL-IO-NOTFND                    VALUE '23'.
               88  WOVRL-IO-NOFILE                    VALUE '35'.
               88  WOVRL-IO-DUPKEY                    VALUE '22'.
