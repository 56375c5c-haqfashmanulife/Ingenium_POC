      *****************************************************************
      **  MEMBER :  SCWWFDAM                                         **
      **  REMARKS:  FILE STATUS WORK AREA FOR THE FUND ASSET MANAGER **
      **            ASSIGNMENT TABLE (FDAM).                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51264**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WFDAM-SEQ-IO-WORK-AREA.
           05  WFDAM-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'FDAM'.
           05  WFDAM-SEQ-FILE-STATUS            PIC X(02).
               88  WFDAM-IO-OK                        VALUE '00'.
               88  WFDAM-IO-NOTFND                    VALUE '23'.
