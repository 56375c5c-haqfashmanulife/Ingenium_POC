      *****************************************************************
      **  MEMBER :  CCWWCPRF                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE CLIENT   **
      **            COMMUNICATION PREFERENCE MASTER (CPRF), WITH THE **
      **            REQUEST AND THE RESULTING ROUTE FOR THE NOTICE   **
      **            ROUTING ROUTINE (CCPPCPRF) AND ITS COUNTS FOR    **
      **            THE RUN.                                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WCPRF-SEQ-IO-WORK-AREA.
           05  WCPRF-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'CPRF'.
           05  WCPRF-RQST-CLI-ID                PIC X(10).
           05  WCPRF-RQST-DOC-CAT-CD            PIC X(02).
           05  WCPRF-RQST-LEGAL-SW              PIC X(01).
               88  WCPRF-RQST-LEGAL-PAPER             VALUE 'Y'.
               88  WCPRF-RQST-NOT-LEGAL               VALUE 'N'.
           05  WCPRF-ROUTE-CHNL-CD              PIC X(01).
               88  WCPRF-ROUTE-PAPER                  VALUE 'P'.
               88  WCPRF-ROUTE-EMAIL                  VALUE 'E'.
               88  WCPRF-ROUTE-SMS                    VALUE 'S'.
               88  WCPRF-ROUTE-WEB                    VALUE 'W'.
               88  WCPRF-ROUTE-NO-CONTACT             VALUE 'N'.
               88  WCPRF-ROUTE-ELECTRONIC             VALUE 'E' 'S'
                                                            'W'.
           05  WCPRF-ROUTE-EMAIL-ADDR-TXT       PIC X(80).
           05  WCPRF-ROUTE-MOBL-PHON-NUM        PIC X(15).
           05  WCPRF-OPEN-SW                    PIC X(01)
                                                VALUE 'N'.
               88  WCPRF-FILE-OPEN                    VALUE 'Y'.
               88  WCPRF-FILE-NOT-OPEN                VALUE 'N'.
               88  WCPRF-FILE-MISSING                 VALUE 'X'.
           05  WCPRF-SEQ-FILE-STATUS            PIC X(02).
               88  WCPRF-IO-OK                        VALUE '00'.
               88  WCPRF-IO-EOF                       VALUE '10'.
               88  WCPRF-IO-NOTFND                    VALUE '23'.
               88  WCPRF-IO-NOFILE                    VALUE '35'.
               88  WCPRF-IO-DUPKEY                    VALUE '22'.
           05  WCPRF-ROUTE-CTRS.
               10  WCPRF-PAPER-CNT              PIC S9(07) COMP-3
                                                VALUE +0.
               10  WCPRF-LEGAL-CNT              PIC S9(07) COMP-3
                                                VALUE +0.
               10  WCPRF-EMAIL-CNT              PIC S9(07) COMP-3
                                                VALUE +0.
               10  WCPRF-SMS-CNT                PIC S9(07) COMP-3
                                                VALUE +0.
               10  WCPRF-WEB-CNT                PIC S9(07) COMP-3
                                                VALUE +0.
               10  WCPRF-NO-CONTACT-CNT         PIC S9(07) COMP-3
                                                VALUE +0.
           05  WCPRF-DISP-CNT                   PIC ZZZZZZ9.
