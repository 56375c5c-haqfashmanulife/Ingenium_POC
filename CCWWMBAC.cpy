      *****************************************************************
      **  MEMBER :  CCWWMBAC                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE MEDICAL  **
      **            BENEFIT ACCUMULATOR (MBAC).                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WMBAC-SEQ-IO-WORK-AREA.
           05  WMBAC-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'MBAC'.
           05  WMBAC-SEQ-FILE-STATUS            PIC X(02).
               88  WMBAC-IO-OK                        VALUE '00'.
               88  WMBAC-IO-EOF                       VALUE '10'.
               88  WMBAC-IO-NOTFND                    VALUE '23'.
               88  WMBAC-IO-NOFILE                    VALUE '35'.
               88  WMBAC-IO-DUPKEY                    VALUE '22'.
