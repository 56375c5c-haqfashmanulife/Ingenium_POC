      *****************************************************************
      **  MEMBER :  CCWWASGN                                         **
      **  REMARKS:  I/O STATUS WORK AREA FOR THE POLICY ASSIGNMENT   **
      **            REGISTER (ASGN).                                 **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51276**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WASGN-SEQ-IO-WORK-AREA.
           05  WASGN-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'ASGN'.
           05  WASGN-SEQ-FILE-STATUS            PIC X(02).
               88  WASGN-IO-OK                        VALUE '00'.
               88  WASGN-IO-EOF                       VALUE '10'.
               88  WASGN-IO-NOTFND                    VALUE '23'.
               88  WASGN-IO-NOFILE                    VALUE '35'.
               88  WASGN-IO-DUPKEY                    VALUE '22'.
