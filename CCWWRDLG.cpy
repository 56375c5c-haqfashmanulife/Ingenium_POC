      *****************************************************************
      **  MEMBER :  CCWWRDLG                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE REPORT   **
      **            DISTRIBUTION LOG (RDLG).                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51296**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WRDLG-SEQ-IO-WORK-AREA.
           05  WRDLG-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'RDLG'.
           05  WRDLG-SEQ-FILE-STATUS            PIC X(02).
               88  WRDLG-IO-OK                        VALUE '00'.
               88  WRDLG-IO-EOF                       VALUE '10'.
               88  WRDLG-IO-NOTFND                    VALUE '23'.
               88  WRDLG-IO-NOFILE                    VALUE '35'.
               88  WRDLG-IO-DUPKEY                    VALUE '22'.
