      *****************************************************************
      **  MEMBER :  SCWWTVLK                                         **
      **  REMARKS:  I/O STATUS WORK AREA FOR THE TARGET-VALUE        **
      **            LOCK-IN REGISTRATION FILE (TVLK).                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51266**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WTVLK-SEQ-IO-WORK-AREA.
           05  WTVLK-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'TVLK'.
           05  WTVLK-SEQ-IO-COMMAND             PIC X(02).
           05  WTVLK-SEQ-FILE-STATUS            PIC X(02).
               88  WTVLK-IO-OK                        VALUE '00'.
               88  WTVLK-IO-NOTFND                    VALUE '23'.
               88  WTVLK-IO-NOFILE                    VALUE '35'.
               88  WTVLK-IO-DUPKEY                    VALUE '22'.
