      *****************************************************************
      **  MEMBER :  CCWWUATT                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE ACCESS   **
      **            ATTESTATION FILE (UATT).                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51290**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WUATT-SEQ-IO-WORK-AREA.
           05  WUATT-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'UATT'.
           05  WUATT-SEQ-FILE-STATUS            PIC X(02).
               88  WUATT-IO-OK                        VALUE '00'.
               88  WUATT-IO-EOF                       VALUE '10'.
               88  WUATT-IO-NOTFND                    VALUE '23'.
               88  WUATT-IO-NOFILE                    VALUE '35'.
               88  WUATT-IO-DUPKEY                    VALUE '22'.
