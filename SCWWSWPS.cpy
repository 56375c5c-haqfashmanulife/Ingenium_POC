      *****************************************************************
      **  MEMBER :  SCWWSWPS                                         **
      **  REMARKS:  I/O STATUS WORK AREA FOR THE SYSTEMATIC          **
      **            WITHDRAWAL PLAN SCHEDULE FILE (SWPS).            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51268**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WSWPS-SEQ-IO-WORK-AREA.
           05  WSWPS-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'SWPS'.
           05  WSWPS-SEQ-IO-COMMAND             PIC X(02).
           05  WSWPS-SEQ-FILE-STATUS            PIC X(02).
               88  WSWPS-IO-OK                        VALUE '00'.
               88  WSWPS-IO-EOF                       VALUE '10'.
               88  WSWPS-IO-NOTFND                    VALUE '23'.
               88  WSWPS-IO-NOFILE                    VALUE '35'.
               88  WSWPS-IO-DUPKEY                    VALUE '22'.
