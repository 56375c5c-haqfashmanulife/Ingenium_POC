      *****************************************************************
      **  MEMBER :  CCWWMAND                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE BANK     **
      **            DIRECT-DEBIT MANDATE REGISTER (MAND).            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51298**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WMAND-SEQ-IO-WORK-AREA.
           05  WMAND-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'MAND'.
           05  WMAND-SEQ-FILE-STATUS            PIC X(02).
               88  WMAND-IO-OK                        VALUE '00'.
               88  WMAND-IO-EOF                       VALUE '10'.
               88  WMAND-IO-NOTFND                    VALUE '23'.
               88  WMAND-IO-NOFILE                    VALUE '35'.
               88  WMAND-IO-DUPKEY                    VALUE '22'.
