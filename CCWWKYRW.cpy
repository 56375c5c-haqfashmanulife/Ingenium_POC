      *****************************************************************
      **  MEMBER :  CCWWKYRW                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE KYC      **
      **            REVIEW WORKLIST (KYRW).                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51286**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WKYRW-SEQ-IO-WORK-AREA.
           05  WKYRW-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'KYRW'.
           05  WKYRW-SEQ-FILE-STATUS            PIC X(02).
               88  WKYRW-IO-OK                        VALUE '00'.
               88  WKYRW-IO-EOF                       VALUE '10'.
               88  WKYRW-IO-NOTFND                    VALUE '23'.
               88  WKYRW-IO-NOFILE                    VALUE '35'.
               88  WKYRW-IO-DUPKEY                    VALUE '22'.
