      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51172**  23AUG26  CTS    INITIAL VERSION                            **
S51297**  15OCT26  CTS    ROUTE THE LETTER BY THE CLIENT'S RENEWAL    **
S51297**                  COMMUNICATION PREFERENCE (CPRF)            **
      *****************************************************************

      **********************

           COPY CCFHRNNT.

S51297     COPY CCFHCPRF.
S51297
S51297     COPY CCFHCNTQ.
S51297
           SELECT RNCV-DATA-FILE ASSIGN TO ZSRNCV
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL

       COPY CCFWRNNT.

S51297 COPY CCFWCPRF.
S51297
S51297 COPY CCFWCNTQ.
S51297
       FD  RNCV-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS

       COPY CCWWRNNT.

S51297 COPY CCFRCPRF.
S51297 COPY CCWWCPRF.
S51297 COPY CCWWCNTQ.
S51297

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
               MOVE RRNCV-RENW-PREM-AMT TO RRNLT-RENW-PREM-AMT
           END-IF.

S51297*
S51297*  THE CLIENT'S LETTER GOES BY THE RENEWAL PREFERENCE - PAPER
S51297*  TO THE PRINT EXTRACT, ELECTRONIC TO THE NOTICE QUEUE, AND
S51297*  NONE FOR DO NOT CONTACT.  THE AGENT COPY IS ALWAYS WRITTEN.
S51297*
S51297     MOVE RRNCV-CLI-ID            TO WCPRF-RQST-CLI-ID.
S51297     MOVE 'RN'                    TO WCPRF-RQST-DOC-CAT-CD.
S51297     SET  WCPRF-RQST-NOT-LEGAL    TO TRUE.
S51297     PERFORM  CPRF-1000-GET-CHANNEL
S51297         THRU CPRF-1000-GET-CHANNEL-X.
S51297
S51297     IF  WCPRF-ROUTE-PAPER
S51297         WRITE RRNLT-SEQ-REC-INFO
S51297         IF WRNLT-SEQ-FILE-STATUS  NOT = ZERO
S51297            PERFORM 9700-HANDLE-RNLT-ERROR
S51297               THRU 9700-HANDLE-RNLT-ERROR-X
S51297         END-IF
S51297     END-IF.
S51297
S51297     IF  WCPRF-ROUTE-ELECTRONIC
S51297         MOVE RRNCV-POL-ID        TO WCNTQ-RQST-POL-ID
S51297         MOVE RRNLT-SEQ-REC-INFO  TO WCNTQ-RQST-NTC-IMAGE-TXT
S51297         PERFORM  CPRF-2000-QUEUE-NOTICE
S51297             THRU CPRF-2000-QUEUE-NOTICE-X
S51297     END-IF.

           WRITE RRNAG-SEQ-REC-INFO FROM RRNLT-SEQ-REC-INFO.
           IF WRNAG-SEQ-FILE-STATUS  NOT = ZERO
           CLOSE RNAG-DATA-FILE.
           CLOSE RNNT-FILE.

S51297     PERFORM  CPRF-9000-CLOSE
S51297         THRU CPRF-9000-CLOSE-X.
S51297
       9999-CLOSE-FILES-X.
           EXIT.

      * APPLICATION CONTROL MASTER
      *
       COPY CCPNMAST.
S51297*
S51297* COMMUNICATION PREFERENCE ROUTING
S51297*
S51297 COPY CCPPCPRF.
      *
      * QSAM ERROR HANDLING
      *
