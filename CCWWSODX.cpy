      *****************************************************************
      **  MEMBER :  CCWWSODX                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE          **
      **            SEGREGATION-OF-DUTIES EXCEPTION REGISTER         **
      **            (SODX).                                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51291**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WSODX-SEQ-IO-WORK-AREA.
           05  WSODX-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'SODX'.
           05  WSODX-SEQ-FILE-STATUS            PIC X(02).
               88  WSODX-IO-OK                        VALUE '00'.
               88  WSODX-IO-EOF                       VALUE '10'.
               88  WSODX-IO-NOTFND                    VALUE '23'.
               88  WSODX-IO-NOFILE                    VALUE '35'.
               88  WSODX-IO-DUPKEY                    VALUE '22'.
