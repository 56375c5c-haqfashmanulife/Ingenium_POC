      *****************************************************************
      **  MEMBER :  CCWWMBLM                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE MEDICAL  **
      **            BENEFIT LIMIT MASTER (MBLM).                     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WMBLM-SEQ-IO-WORK-AREA.
           05  WMBLM-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'MBLM'.
           05  WMBLM-SEQ-FILE-STATUS            PIC X(02).
               88  WMBLM-IO-OK                        VALUE '00'.
               88  WMBLM-IO-EOF                       VALUE '10'.
               88  WMBLM-IO-NOTFND                    VALUE '23'.
               88  WMBLM-IO-NOFILE                    VALUE '35'.
               88  WMBLM-IO-DUPKEY                    VALUE '22'.
