      *****************************************************************
      **  MEMBER :  CCWWBTRK                                         **
      **  REMARKS:  I/O STATUS WORK AREA FOR THE OUTGOING BANK       **
      **            TRANSFER REGISTER (BTRK).                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51275**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WBTRK-SEQ-IO-WORK-AREA.
           05  WBTRK-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'BTRK'.
           05  WBTRK-SEQ-IO-COMMAND             PIC X(02).
           05  WBTRK-SEQ-FILE-STATUS            PIC X(02).
               88  WBTRK-IO-OK                        VALUE '00'.
               88  WBTRK-IO-EOF                       VALUE '10'.
               88  WBTRK-IO-NOTFND                    VALUE '23'.
               88  WBTRK-IO-NOFILE                    VALUE '35'.
               88  WBTRK-IO-DUPKEY                    VALUE '22'.
