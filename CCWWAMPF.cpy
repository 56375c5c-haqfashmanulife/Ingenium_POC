      *****************************************************************
      **  MEMBER :  CCWWAMPF                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE AML      **
      **            MONITORING PROFILE (AMPF).                       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51285**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WAMPF-SEQ-IO-WORK-AREA.
           05  WAMPF-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'AMPF'.
           05  WAMPF-SEQ-FILE-STATUS            PIC X(02).
               88  WAMPF-IO-OK                        VALUE '00'.
               88  WAMPF-IO-EOF                       VALUE '10'.
               88  WAMPF-IO-NOTFND                    VALUE '23'.
               88  WAMPF-IO-NOFILE                    VALUE '35'.
               88  WAMPF-IO-DUPKEY                    VALUE '22'.
