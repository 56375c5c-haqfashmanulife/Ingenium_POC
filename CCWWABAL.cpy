      *****************************************************************
      **  MEMBER :  CCWWABAL                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE BATCH    **
      **            ABEND ALERT REGISTER (ABAL).                     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51294**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WABAL-SEQ-IO-WORK-AREA.
           05  WABAL-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'ABAL'.
           05  WABAL-SEQ-FILE-STATUS            PIC X(02).
               88  WABAL-IO-OK                        VALUE '00'.
               88  WABAL-IO-EOF                       VALUE '10'.
               88  WABAL-IO-NOTFND                    VALUE '23'.
               88  WABAL-IO-NOFILE                    VALUE '35'.
               88  WABAL-IO-DUPKEY                    VALUE '22'.
