      *****************************************************************
      **  MEMBER :  CCWWCTIV                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE          **
      **            CONTESTABLE-PERIOD CLAIM INVESTIGATION WORKLIST  **
      **            (CTIV).                                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51283**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WCTIV-SEQ-IO-WORK-AREA.
           05  WCTIV-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'CTIV'.
           05  WCTIV-SEQ-FILE-STATUS            PIC X(02).
               88  WCTIV-IO-OK                        VALUE '00'.
               88  WCTIV-IO-EOF                       VALUE '10'.
               88  WCTIV-IO-NOTFND                    VALUE '23'.
               88  WCTIV-IO-NOFILE                    VALUE '35'.
               88  WCTIV-IO-DUPKEY                    VALUE '22'.
