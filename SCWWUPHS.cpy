      *****************************************************************
      **  MEMBER :  SCWWUPHS                                         **
      **  REMARKS:  I/O WORK AREA FOR THE SEGREGATED FUND UNIT       **
      **            PRICE HISTORY FILE (UPHS).                       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51269**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WUPHS-SEQ-IO-WORK-AREA.
           05  WUPHS-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'UPHS'.
           05  WUPHS-SEQ-IO-COMMAND             PIC X(02).
           05  WUPHS-SEQ-FILE-STATUS            PIC X(02).
               88  WUPHS-IO-OK                        VALUE '00'.
               88  WUPHS-IO-EOF                       VALUE '10'.
               88  WUPHS-IO-NOTFND                    VALUE '23'.
               88  WUPHS-IO-NOFILE                    VALUE '35'.
               88  WUPHS-IO-DUPKEY                    VALUE '22'.
