      *****************************************************************
      **  MEMBER :  CCWWCBDL                                         **
      **  REMARKS:  I/O STATUS WORK AREAS FOR THE CASH-BACK BONUS    **
      **            LEFT-ON-DEPOSIT LEDGER (CBDL) AND ITS ENTRIES    **
      **            (CBDH).                                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51309**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WCBDL-SEQ-IO-WORK-AREA.
           05  WCBDL-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'CBDL'.
           05  WCBDL-SEQ-IO-COMMAND             PIC X(02).
           05  WCBDL-SEQ-FILE-STATUS            PIC X(02).
               88  WCBDL-IO-OK                        VALUE '00'.
               88  WCBDL-IO-EOF                       VALUE '10'.
               88  WCBDL-IO-NOTFND                    VALUE '23'.
               88  WCBDL-IO-NOFILE                    VALUE '35'.
               88  WCBDL-IO-DUPKEY                    VALUE '22'.

       01  WCBDH-SEQ-IO-WORK-AREA.
           05  WCBDH-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'CBDH'.
           05  WCBDH-SEQ-IO-COMMAND             PIC X(02).
           05  WCBDH-SEQ-FILE-STATUS            PIC X(02).
               88  WCBDH-IO-OK                        VALUE '00'.
               88  WCBDH-IO-EOF                       VALUE '10'.
               88  WCBDH-IO-NOTFND                    VALUE '23'.
               88  WCBDH-IO-NOFILE                    VALUE '35'.
               88  WCBDH-IO-DUPKEY                    VALUE '22'.
