      *****************************************************************
      **  MEMBER :  ZCSRNTUN                                         **
      **  REMARKS:  RECORD FOR THE NOT-TAKEN-UP / WITHDRAWN NOTICE   **
      **            EXTRACT WRITTEN BY ZSBMNBAG - A 'C' RECORD FOR   **
      **            THE CLIENT (PAPER ROUTE ONLY) AND AN 'A' RECORD  **
      **            FOR THE SERVICING AGENT PER APPLICATION CLOSED   **
      **            PAST ITS DEADLINE.                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51303**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RNTUN-SEQ-REC-INFO.
           05  RNTUN-RCPNT-TYP-CD            PIC X(01).
               88  RNTUN-RCPNT-CLIENT              VALUE 'C'.
               88  RNTUN-RCPNT-AGENT               VALUE 'A'.
           05  RNTUN-POL-ID                  PIC X(10).
           05  RNTUN-CLI-ID                  PIC X(10).
           05  RNTUN-AGT-ID                  PIC X(10).
           05  RNTUN-BR-ID                   PIC X(05).
           05  RNTUN-CLOS-TYP-CD             PIC X(02).
               88  RNTUN-CLOS-NOT-TAKEN            VALUE 'NT'.
               88  RNTUN-CLOS-WITHDRAWN            VALUE 'WD'.
           05  RNTUN-PEND-STG-CD             PIC X(02).
           05  RNTUN-APP-RECV-DT             PIC X(10).
           05  RNTUN-CLOS-DT                 PIC X(10).
           05  RNTUN-CWA-RFND-AMT            PIC 9(13)V99.
