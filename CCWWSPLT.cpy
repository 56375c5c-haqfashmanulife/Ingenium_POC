      *****************************************************************
      **  MEMBER :  CCWWSPLT                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE          **
      **            COMMISSION SPLIT TABLE (SPLT), WITH THE REQUEST  **
      **            AND THE ROW FOUND BY THE AS-OF LOOKUP AND THE    **
      **            PARTY LOOKUP (CCPPSPLT).                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51300**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WSPLT-SEQ-IO-WORK-AREA.
           05  WSPLT-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'SPLT'.
           05  WSPLT-RQST-POL-ID                PIC X(10).
           05  WSPLT-RQST-AS-OF-DT              PIC X(10).
           05  WSPLT-RQST-AGT-ID                PIC X(06).
           05  WSPLT-FND-SW                     PIC X(01).
               88  WSPLT-FND                          VALUE 'Y'.
               88  WSPLT-NOT-FND                      VALUE 'N'.
           05  WSPLT-SCAN-SW                    PIC X(01).
               88  WSPLT-SCAN-DONE                    VALUE 'Y'.
               88  WSPLT-SCAN-MORE                    VALUE 'N'.
           05  WSPLT-FND-EFF-DT                 PIC X(10).
           05  WSPLT-FND-AGT-CNT                PIC 9(01).
           05  WSPLT-FND-PRTY-INFO.
               10  WSPLT-FND-PRTY               OCCURS 4 TIMES.
                   15  WSPLT-FND-AGT-ID         PIC X(06).
                   15  WSPLT-FND-SHR-PCT        PIC 9(03)V99.
           05  WSPLT-PRTY-IX                    PIC S9(04) COMP.
           05  WSPLT-SUB                        PIC S9(04) COMP.
           05  WSPLT-CO-AGT-ID                  PIC X(06).
           05  WSPLT-SEQ-FILE-STATUS            PIC X(02).
               88  WSPLT-IO-OK                        VALUE '00'.
               88  WSPLT-IO-EOF                       VALUE '10'.
               88  WSPLT-IO-NOTFND                    VALUE '23'.
               88  WSPLT-IO-NOFILE                    VALUE '35'.
               88  WSPLT-IO-DUPKEY                    VALUE '22'.
