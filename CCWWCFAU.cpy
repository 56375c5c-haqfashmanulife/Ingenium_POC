      *****************************************************************
      **  MEMBER :  CCWWCFAU                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE          **
      **            CONFIGURATION AUDIT TRAIL (CFAU).                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51292**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WCFAU-SEQ-IO-WORK-AREA.
           05  WCFAU-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'CFAU'.
           05  WCFAU-SEQ-FILE-STATUS            PIC X(02).
               88  WCFAU-IO-OK                        VALUE '00' '02'.
               88  WCFAU-IO-EOF                       VALUE '10'.
               88  WCFAU-IO-NOTFND                    VALUE '23'.
               88  WCFAU-IO-NOFILE                    VALUE '35'.
               88  WCFAU-IO-DUPKEY                    VALUE '22'.
