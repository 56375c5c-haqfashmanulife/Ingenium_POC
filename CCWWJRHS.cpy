      *****************************************************************
      **  MEMBER :  CCWWJRHS                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE BATCH    **
      **            JOB RUN HISTORY (JRHS).                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51293**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WJRHS-SEQ-IO-WORK-AREA.
           05  WJRHS-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'JRHS'.
           05  WJRHS-SEQ-FILE-STATUS            PIC X(02).
               88  WJRHS-IO-OK                        VALUE '00'.
               88  WJRHS-IO-EOF                       VALUE '10'.
               88  WJRHS-IO-NOTFND                    VALUE '23'.
               88  WJRHS-IO-NOFILE                    VALUE '35'.
               88  WJRHS-IO-DUPKEY                    VALUE '22'.
