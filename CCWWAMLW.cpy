      *****************************************************************
      **  MEMBER :  CCWWAMLW                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE AML      **
      **            COMPLIANCE WORKLIST (AMLW).                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51285**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WAMLW-SEQ-IO-WORK-AREA.
           05  WAMLW-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'AMLW'.
           05  WAMLW-SEQ-FILE-STATUS            PIC X(02).
               88  WAMLW-IO-OK                        VALUE '00'.
               88  WAMLW-IO-EOF                       VALUE '10'.
               88  WAMLW-IO-NOTFND                    VALUE '23'.
               88  WAMLW-IO-NOFILE                    VALUE '35'.
               88  WAMLW-IO-DUPKEY                    VALUE '22'.
