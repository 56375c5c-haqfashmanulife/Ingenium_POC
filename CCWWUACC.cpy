      *****************************************************************
      **  MEMBER :  CCWWUACC                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE USER     **
      **            ACCESS REGISTER (UACC).                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51290**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WUACC-SEQ-IO-WORK-AREA.
           05  WUACC-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'UACC'.
           05  WUACC-SEQ-FILE-STATUS            PIC X(02).
               88  WUACC-IO-OK                        VALUE '00'.
               88  WUACC-IO-EOF                       VALUE '10'.
               88  WUACC-IO-NOTFND                    VALUE '23'.
               88  WUACC-IO-NOFILE                    VALUE '35'.
               88  WUACC-IO-DUPKEY                    VALUE '22'.
