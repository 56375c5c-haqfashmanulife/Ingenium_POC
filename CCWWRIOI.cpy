      *****************************************************************
      **  MEMBER :  CCWWRIOI                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE          **
      **            REINSURANCE STATEMENT RECONCILIATION ITEMS       **
      **            (RIOI).                                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51301**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WRIOI-SEQ-IO-WORK-AREA.
           05  WRIOI-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'RIOI'.
           05  WRIOI-SEQ-FILE-STATUS            PIC X(02).
               88  WRIOI-IO-OK                        VALUE '00'.
               88  WRIOI-IO-EOF                       VALUE '10'.
               88  WRIOI-IO-NOTFND                    VALUE '23'.
               88  WRIOI-IO-NOFILE                    VALUE '35'.
               88  WRIOI-IO-DUPKEY                    VALUE '22'.
