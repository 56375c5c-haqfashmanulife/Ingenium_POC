      *****************************************************************
      **  MEMBER :  CCWWERAM                                         **
      **  REMARKS:  I/O STATUS WORK AREA FOR THE JAPANESE ERA        **
      **            MASTER (ERAM).                                   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51260**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WERAM-SEQ-IO-WORK-AREA.
           05  WERAM-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'ERAM'.
           05  WERAM-SEQ-FILE-STATUS            PIC X(02).
               88  WERAM-IO-OK                        VALUE '00'.
               88  WERAM-IO-EOF                       VALUE '10'.
               88  WERAM-IO-NOTFND                    VALUE '23'.
               88  WERAM-IO-NOFILE                    VALUE '35'.
               88  WERAM-IO-DUPKEY                    VALUE '22'.
