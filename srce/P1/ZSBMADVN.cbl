S51161**                  ZSBMRTML) UNTIL THE ADDRESS IS CORRECTED   **
S51204**  23AUG26  CTS    RTML MASTER HELD OPEN FOR THE RUN INSTEAD  **
S51204**                  OF OPENED AND CLOSED PER POLICY            **
S51297**  15OCT26  CTS    ROUTE THE NOTICE BY THE CLIENT'S ADVANCE   **
S51297**                  NOTICE PREFERENCE (CPRF) - ELECTRONIC     **
S51297**                  NOTICES TO THE NOTICE QUEUE (CNTQ)         **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.

           COPY CCFHRTML.

           COPY CCFHCPRF.

           COPY CCFHCNTQ.

      /

      ***************

       COPY CCFWRTML.

       COPY CCFWCPRF.

       COPY CCFWCNTQ.

      /
      ***************************
       WORKING-STORAGE SECTION.
       COPY CCFRRTML.
       COPY CCWWRTML.

       COPY CCFRCPRF.
       COPY CCWWCPRF.
       COPY CCWWCNTQ.

       01  WS-RTML-CTR-AREA.
           05  WS-SUPRSD-SKIP-CNT               PIC S9(07) COMP-3
                                                VALUE +0.
                    WS-DTL-GRC-STRT-DT
           END-IF.
           
      *
      *  THE NOTICE GOES BY THE CLIENT'S ADVANCE NOTICE PREFERENCE -
      *  PAPER TO THE EXTRACT, ELECTRONIC TO THE NOTICE QUEUE, AND
      *  NONE FOR DO NOT CONTACT.
      *
           MOVE WS-POL-HLDR-CLI-ID          TO WCPRF-RQST-CLI-ID.
           MOVE 'AN'                        TO WCPRF-RQST-DOC-CAT-CD.
           SET  WCPRF-RQST-NOT-LEGAL        TO TRUE.
           PERFORM  CPRF-1000-GET-CHANNEL
               THRU CPRF-1000-GET-CHANNEL-X.

           IF  WCPRF-ROUTE-NO-CONTACT
               GO TO 3100-GET-RECORD-DETAILS-X
           END-IF.

           IF  WCPRF-ROUTE-ELECTRONIC
               MOVE RADVI-POL-ID            TO WCNTQ-RQST-POL-ID
               MOVE WS-DTL-REC-INFO         TO WCNTQ-RQST-NTC-IMAGE-TXT
               PERFORM  CPRF-2000-QUEUE-NOTICE
                   THRU CPRF-2000-QUEUE-NOTICE-X
               GO TO 3100-GET-RECORD-DETAILS-X
           END-IF.

           MOVE WS-DTL-REC-INFO             TO RADVN-SEQ-REC-INFO.

           PERFORM  ADVN-1000-WRITE
           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  CPRF-9000-CLOSE
               THRU CPRF-9000-CLOSE-X.

       9999-CLOSE-FILES-X.
           EXIT.
      /
      /
       COPY CCPPRTML.
      /
       COPY CCPPCPRF.
      /

       COPY XCSLFILE REPLACING ==:ID:==  BY OCF
                               ==':PGM:'== BY =='XSRQOCF'==.
