      *****************************************************************
      **  MEMBER :  CCWWRDST                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE REPORT   **
      **            DISTRIBUTION RULES (RDST).                       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51296**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WRDST-SEQ-IO-WORK-AREA.
           05  WRDST-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'RDST'.
           05  WRDST-SEQ-FILE-STATUS            PIC X(02).
               88  WRDST-IO-OK                        VALUE '00'.
               88  WRDST-IO-EOF                       VALUE '10'.
               88  WRDST-IO-NOTFND                    VALUE '23'.
               88  WRDST-IO-NOFILE                    VALUE '35'.
               88  WRDST-IO-DUPKEY                    VALUE '22'.
