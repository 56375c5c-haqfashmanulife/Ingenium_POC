      *****************************************************************
      **  MEMBER :  CCWWJWPF                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE BATCH    **
      **            WINDOW PROFILE (JWPF).                           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51293**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WJWPF-SEQ-IO-WORK-AREA.
           05  WJWPF-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'JWPF'.
           05  WJWPF-SEQ-FILE-STATUS            PIC X(02).
               88  WJWPF-IO-OK                        VALUE '00'.
               88  WJWPF-IO-EOF                       VALUE '10'.
               88  WJWPF-IO-NOTFND                    VALUE '23'.
               88  WJWPF-IO-NOFILE                    VALUE '35'.
