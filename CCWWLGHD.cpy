      *****************************************************************
      **  MEMBER :  CCWWLGHD                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE CLIENT   **
      **            LEGAL HOLD REGISTER (LGHD).                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51288**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WLGHD-SEQ-IO-WORK-AREA.
           05  WLGHD-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'LGHD'.
           05  WLGHD-SEQ-FILE-STATUS            PIC X(02).
               88  WLGHD-IO-OK                        VALUE '00'.
               88  WLGHD-IO-EOF                       VALUE '10'.
               88  WLGHD-IO-NOTFND                    VALUE '23'.
               88  WLGHD-IO-NOFILE                    VALUE '35'.
               88  WLGHD-IO-DUPKEY                    VALUE '22'.
