      *****************************************************************
      **  MEMBER :  CCWWCNTQ                                         **
      **  REMARKS:  WORKING-STORAGE I/O AREA FOR THE ELECTRONIC      **
      **            CLIENT NOTICE QUEUE (SEE CCFHCNTQ), WITH THE     **
      **            POLICY AND NOTICE IMAGE THE CALLER HANDS TO THE  **
      **            NOTICE ROUTING ROUTINE (CCPPCPRF).               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WCNTQ-SEQ-IO-WORK-AREA.
           05  WCNTQ-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'CNTQ'.
           05  WCNTQ-SEQ-FILE-STATUS            PIC X(02).
           05  WCNTQ-FILE-OPENED-SW             PIC X(01) VALUE 'N'.
               88  WCNTQ-FILE-OPENED                       VALUE 'Y'.
               88  WCNTQ-FILE-NOT-OPENED                   VALUE 'N'.
           05  WCNTQ-RQST-POL-ID                PIC X(10).
           05  WCNTQ-RQST-NTC-IMAGE-TXT         PIC X(800).
