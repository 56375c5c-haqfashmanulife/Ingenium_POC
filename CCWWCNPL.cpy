      *****************************************************************
      **  MEMBER :  CCWWCNPL                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE          **
      **            CONVERSION PLAN MASTER (CNPL).                   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51281**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WCNPL-SEQ-IO-WORK-AREA.
           05  WCNPL-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'CNPL'.
           05  WCNPL-SEQ-FILE-STATUS            PIC X(02).
               88  WCNPL-IO-OK                        VALUE '00'.
               88  WCNPL-IO-EOF                       VALUE '10'.
               88  WCNPL-IO-NOTFND                    VALUE '23'.
               88  WCNPL-IO-NOFILE                    VALUE '35'.
               88  WCNPL-IO-DUPKEY                    VALUE '22'.
