      *****************************************************************
      **  MEMBER :  CCWWAPDL                                         **
      **  REMARKS:  I/O STATUS WORK AREAS FOR THE ADVANCE-PREMIUM    **
      **            DEPOSIT LEDGER (APDL) AND ITS ENTRIES (APDH).    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51273**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WAPDL-SEQ-IO-WORK-AREA.
           05  WAPDL-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'APDL'.
           05  WAPDL-SEQ-IO-COMMAND             PIC X(02).
           05  WAPDL-SEQ-FILE-STATUS            PIC X(02).
               88  WAPDL-IO-OK                        VALUE '00'.
               88  WAPDL-IO-EOF                       VALUE '10'.
               88  WAPDL-IO-NOTFND                    VALUE '23'.
               88  WAPDL-IO-NOFILE                    VALUE '35'.
               88  WAPDL-IO-DUPKEY                    VALUE '22'.

       01  WAPDH-SEQ-IO-WORK-AREA.
           05  WAPDH-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'APDH'.
           05  WAPDH-SEQ-IO-COMMAND             PIC X(02).
           05  WAPDH-SEQ-FILE-STATUS            PIC X(02).
               88  WAPDH-IO-OK                        VALUE '00'.
               88  WAPDH-IO-NOFILE                    VALUE '35'.
               88  WAPDH-IO-DUPKEY                    VALUE '22'.
