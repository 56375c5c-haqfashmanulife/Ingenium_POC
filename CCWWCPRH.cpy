      *****************************************************************
      **  MEMBER :  CCWWCPRH                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE CLIENT   **
      **            COMMUNICATION PREFERENCE HISTORY (CPRH).         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WCPRH-SEQ-IO-WORK-AREA.
           05  WCPRH-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'CPRH'.
           05  WCPRH-SEQ-FILE-STATUS            PIC X(02).
               88  WCPRH-IO-OK                        VALUE '00'.
               88  WCPRH-IO-EOF                       VALUE '10'.
               88  WCPRH-IO-NOTFND                    VALUE '23'.
               88  WCPRH-IO-NOFILE                    VALUE '35'.
               88  WCPRH-IO-DUPKEY                    VALUE '22'.
