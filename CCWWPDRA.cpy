      *****************************************************************
      **  MEMBER :  CCWWPDRA                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE CLIENT   **
      **            ACTIVITY PROFILE (PDRA).                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51288**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WPDRA-SEQ-IO-WORK-AREA.
           05  WPDRA-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'PDRA'.
           05  WPDRA-SEQ-FILE-STATUS            PIC X(02).
               88  WPDRA-IO-OK                        VALUE '00'.
               88  WPDRA-IO-EOF                       VALUE '10'.
               88  WPDRA-IO-NOTFND                    VALUE '23'.
               88  WPDRA-IO-NOFILE                    VALUE '35'.
               88  WPDRA-IO-DUPKEY                    VALUE '22'.
