      *****************************************************************
      **  MEMBER :  CCWWSALG                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE          **
      **            SENSITIVE-DATA ACCESS LOG (SALG).                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51289**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WSALG-SEQ-IO-WORK-AREA.
           05  WSALG-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'SALG'.
           05  WSALG-SEQ-FILE-STATUS            PIC X(02).
               88  WSALG-IO-OK                        VALUE '00'.
               88  WSALG-IO-EOF                       VALUE '10'.
               88  WSALG-IO-NOTFND                    VALUE '23'.
               88  WSALG-IO-NOFILE                    VALUE '35'.
               88  WSALG-IO-DUPKEY                    VALUE '22'.
