      *****************************************************************
      **  MEMBER :  CCWWFACR                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE          **
      **            FACULTATIVE REINSURANCE CASE REGISTER (FACR),    **
      **            WITH THE REQUEST AND RESULT OF THE CASE LOOKUP   **
      **            AND THE ISSUE-TIME APPLY (CCPPFACR).             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51302**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WFACR-SEQ-IO-WORK-AREA.
           05  WFACR-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'FACR'.
           05  WFACR-RQST-POL-ID                PIC X(10).
           05  WFACR-RQST-CVG-NUM               PIC X(02).
           05  WFACR-RQST-DT                    PIC X(10).
           05  WFACR-ACPT-SW                    PIC X(01).
               88  WFACR-ACPT-FND                     VALUE 'Y'.
               88  WFACR-ACPT-NOT-FND                 VALUE 'N'.
           05  WFACR-SCAN-SW                    PIC X(01).
               88  WFACR-SCAN-DONE                    VALUE 'Y'.
               88  WFACR-SCAN-MORE                    VALUE 'N'.
           05  WFACR-ACPT-KEY                   PIC X(17).
           05  WFACR-OPEN-CNT                   PIC S9(04) COMP.
           05  WFACR-APPLY-SW                   PIC X(01).
               88  WFACR-APPLY-DONE                   VALUE 'Y'.
               88  WFACR-APPLY-ALREADY                VALUE 'A'.
               88  WFACR-APPLY-ERROR                  VALUE 'E'.
           05  WFACR-SEQ-FILE-STATUS            PIC X(02).
               88  WFACR-IO-OK                        VALUE '00'.
               88  WFACR-IO-EOF                       VALUE '10'.
               88  WFACR-IO-NOTFND                    VALUE '23'.
               88  WFACR-IO-NOFILE                    VALUE '35'.
               88  WFACR-IO-DUPKEY                    VALUE '22'.
