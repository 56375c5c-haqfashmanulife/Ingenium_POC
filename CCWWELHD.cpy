      *****************************************************************
      **  MEMBER :  CCWWELHD                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE ELDERLY  **
      **            CONFIRMATION HOLD FILE (ELHD).                   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51287**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WELHD-SEQ-IO-WORK-AREA.
           05  WELHD-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'ELHD'.
           05  WELHD-SEQ-FILE-STATUS            PIC X(02).
               88  WELHD-IO-OK                        VALUE '00'.
               88  WELHD-IO-EOF                       VALUE '10'.
               88  WELHD-IO-NOTFND                    VALUE '23'.
               88  WELHD-IO-NOFILE                    VALUE '35'.
               88  WELHD-IO-DUPKEY                    VALUE '22'.
