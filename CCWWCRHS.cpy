      *****************************************************************
      **  MEMBER :  CCWWCRHS                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE CLIENT   **
      **            RISK RATING HISTORY (CRHS).                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51286**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WCRHS-SEQ-IO-WORK-AREA.
           05  WCRHS-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'CRHS'.
           05  WCRHS-SEQ-FILE-STATUS            PIC X(02).
               88  WCRHS-IO-OK                        VALUE '00'.
               88  WCRHS-IO-EOF                       VALUE '10'.
               88  WCRHS-IO-NOTFND                    VALUE '23'.
               88  WCRHS-IO-NOFILE                    VALUE '35'.
               88  WCRHS-IO-DUPKEY                    VALUE '22'.
