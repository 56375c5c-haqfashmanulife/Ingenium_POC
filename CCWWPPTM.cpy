      *****************************************************************
      **  MEMBER :  CCWWPPTM                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE PLAN     **
      **            PREMIUM-PAYING TERM TABLE (PPTM).                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51308**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WPPTM-SEQ-IO-WORK-AREA.
           05  WPPTM-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'PPTM'.
           05  WPPTM-SEQ-FILE-STATUS            PIC X(02).
               88  WPPTM-IO-OK                        VALUE '00'.
               88  WPPTM-IO-EOF                       VALUE '10'.
               88  WPPTM-IO-NOTFND                    VALUE '23'.
               88  WPPTM-IO-NOFILE                    VALUE '35'.
               88  WPPTM-IO-DUPKEY                    VALUE '22'.
