      *****************************************************************
      **  MEMBER :  CCWWIFGR                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE IFRS 17  **
      **            CONTRACT GROUPING MASTER (IFGR).                 **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51271**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WIFGR-SEQ-IO-WORK-AREA.
           05  WIFGR-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'IFGR'.
           05  WIFGR-SEQ-FILE-STATUS            PIC X(02).
               88  WIFGR-IO-OK                        VALUE '00'.
               88  WIFGR-IO-NOTFND                    VALUE '23'.
               88  WIFGR-IO-NOFILE                    VALUE '35'.
               88  WIFGR-IO-DUPKEY                    VALUE '22'.
