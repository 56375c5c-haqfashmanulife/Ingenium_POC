      *****************************************************************
      **  MEMBER :  SCWWGBAS                                         **
      **  REMARKS:  I/O WORK AREAS FOR THE SEGREGATED FUND           **
      **            GUARANTEE BASE FILE (GBAS) AND ITS HISTORY       **
      **            (GBHS).  BOTH ARE OPENED ON FIRST USE BY         **
      **            SCPPGBAS AND HELD OPEN ACROSS CALLS.             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51267**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WGBAS-SEQ-IO-WORK-AREA.
           05  WGBAS-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'GBAS'.
           05  WGBAS-SEQ-IO-COMMAND             PIC X(02).
           05  WGBAS-RQST-POL-ID                PIC X(10).
           05  WGBAS-OPEN-SW                    PIC X(01)
                                                VALUE 'N'.
               88  WGBAS-FILE-OPEN                    VALUE 'Y'.
           05  WGBAS-FOUND-SW                   PIC X(01)
                                                VALUE 'N'.
               88  WGBAS-ROW-FOUND                    VALUE 'Y'.
               88  WGBAS-ROW-NOT-FOUND                VALUE 'N'.
           05  WGBAS-SEQ-FILE-STATUS            PIC X(02).
               88  WGBAS-IO-OK                        VALUE '00'.
               88  WGBAS-IO-NOTFND                    VALUE '23'.
               88  WGBAS-IO-NOFILE                    VALUE '35'.
               88  WGBAS-IO-DUPKEY                    VALUE '22'.

       01  WGBHS-SEQ-IO-WORK-AREA.
           05  WGBHS-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'GBHS'.
           05  WGBHS-SEQ-IO-COMMAND             PIC X(02).
           05  WGBHS-OPEN-SW                    PIC X(01)
                                                VALUE 'N'.
               88  WGBHS-FILE-OPEN                    VALUE 'Y'.
           05  WGBHS-SEQ-FILE-STATUS            PIC X(02).
               88  WGBHS-IO-OK                        VALUE '00'.
               88  WGBHS-IO-NOFILE                    VALUE '35'.
               88  WGBHS-IO-DUPKEY                    VALUE '22'.
