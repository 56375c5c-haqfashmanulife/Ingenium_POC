      *****************************************************************
      **  MEMBER :  CCWWCTRG                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREAS FOR THE         **
      **            INTER-JOB CONTROL TOTAL REGISTRY (CTRG) AND THE  **
      **            HANDOFF DEFINITION TABLE (HODF).                 **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51295**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WCTRG-SEQ-IO-WORK-AREA.
           05  WCTRG-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'CTRG'.
           05  WCTRG-SEQ-FILE-STATUS            PIC X(02).
               88  WCTRG-IO-OK                        VALUE '00'.
               88  WCTRG-IO-EOF                       VALUE '10'.
               88  WCTRG-IO-NOTFND                    VALUE '23'.
               88  WCTRG-IO-NOFILE                    VALUE '35'.
               88  WCTRG-IO-DUPKEY                    VALUE '22'.

       01  WHODF-SEQ-IO-WORK-AREA.
           05  WHODF-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'HODF'.
           05  WHODF-SEQ-FILE-STATUS            PIC X(02).
               88  WHODF-IO-OK                        VALUE '00'.
               88  WHODF-IO-EOF                       VALUE '10'.
               88  WHODF-IO-NOTFND                    VALUE '23'.
               88  WHODF-IO-NOFILE                    VALUE '35'.
