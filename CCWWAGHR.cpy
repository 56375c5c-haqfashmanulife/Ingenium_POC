      *****************************************************************
      **  MEMBER :  CCWWAGHR                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE AGENCY   **
      **            HIERARCHY MASTER (AGHR), WITH THE REQUEST AND    **
      **            THE ROW FOUND BY THE AS-OF LOOKUP (CCPPAGHR).    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51299**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WAGHR-SEQ-IO-WORK-AREA.
           05  WAGHR-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'AGHR'.
           05  WAGHR-RQST-AGT-ID                PIC X(06).
           05  WAGHR-RQST-AS-OF-DT              PIC X(10).
           05  WAGHR-FND-SW                     PIC X(01).
               88  WAGHR-FND                          VALUE 'Y'.
               88  WAGHR-NOT-FND                      VALUE 'N'.
           05  WAGHR-SCAN-SW                    PIC X(01).
               88  WAGHR-SCAN-DONE                    VALUE 'Y'.
               88  WAGHR-SCAN-MORE                    VALUE 'N'.
           05  WAGHR-FND-EFF-DT                 PIC X(10).
           05  WAGHR-FND-ROLE-CD                PIC X(01).
               88  WAGHR-FND-AGENT                    VALUE 'A'.
               88  WAGHR-FND-UNIT-MGR                 VALUE 'U'.
               88  WAGHR-FND-BRANCH-MGR               VALUE 'B'.
               88  WAGHR-FND-REGION-MGR               VALUE 'R'.
               88  WAGHR-FND-INACTIVE                 VALUE 'X'.
           05  WAGHR-FND-UPLN-AGT-ID            PIC X(06).
           05  WAGHR-FND-SO-ID                  PIC X(03).
           05  WAGHR-SEQ-FILE-STATUS            PIC X(02).
               88  WAGHR-IO-OK                        VALUE '00'.
               88  WAGHR-IO-EOF                       VALUE '10'.
               88  WAGHR-IO-NOTFND                    VALUE '23'.
               88  WAGHR-IO-NOFILE                    VALUE '35'.
               88  WAGHR-IO-DUPKEY                    VALUE '22'.
