      *****************************************************************
      **  MEMBER :  CCWWUWDC                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE          **
      **            AUTOMATED UNDERWRITING DECISION REGISTER (UWDC). **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51304**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WUWDC-SEQ-IO-WORK-AREA.
           05  WUWDC-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'UWDC'.
           05  WUWDC-SEQ-FILE-STATUS            PIC X(02).
               88  WUWDC-IO-OK                        VALUE '00'.
               88  WUWDC-IO-EOF                       VALUE '10'.
               88  WUWDC-IO-NOTFND                    VALUE '23'.
               88  WUWDC-IO-NOFILE                    VALUE '35'.
               88  WUWDC-IO-DUPKEY                    VALUE '22'.
