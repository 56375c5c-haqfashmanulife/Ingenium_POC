S51196**  23AUG26  CTS    INITIAL VERSION                            **
S51204**  23AUG26  CTS    STAMP DOCUMENT TYPE AND SEND DATE ON THE  **
S51204**                  RAISED WORK ITEM                          **
S51296**  15OCT26  CTS    SPOOL DETAIL LINES FOR REPORT BURSTING AND **
S51296**                  DISTRIBUTION (ZSBMRDST)                    **
S51297**  15OCT26  CTS    ROUTE THE CLIENT LETTER BY THE CLIENT'S     **
S51297**                  UNCLAIMED PREFERENCE (CPRF)                **
      *****************************************************************

      **********************

           COPY CCFHUNCL.

S51297     COPY CCFHCPRF.
S51297
S51297     COPY CCFHCNTQ.
S51297
           SELECT MTUP-DATA-FILE ASSIGN TO ZSMTUP
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL

       COPY CCFWUNCL.

S51297 COPY CCFWCPRF.
S51297
S51297 COPY CCFWCNTQ.
S51297
       FD  MTUP-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS

       COPY CCWWUNCL.

S51297 COPY CCFRCPRF.
S51297 COPY CCWWCPRF.
S51297 COPY CCWWCNTQ.
S51297
       COPY ZCSRWFCN.


                    MOVE SPACES         TO RUCLT-SEQ-REC-INFO
                    MOVE RMTUP-SEQ-REC-INFO
                                        TO RUCLT-SEQ-REC-INFO
S51297              PERFORM  2210-ROUTE-LETTER
S51297                  THRU 2210-ROUTE-LETTER-X
               WHEN 'W'
                    ADD 1               TO WS-WRKFLW-CNT
                    MOVE SPACES         TO RWFCN-SEQ-REC-INFO
                    WRITE RWFCO-SEQ-REC-INFO
                        FROM RWFCN-SEQ-REC-INFO
               WHEN 'R'
S51297*
S51297*  REGISTERED MAIL IS THE LEGAL NOTICE OF UNCLAIMED PROCEEDS
S51297*  AND IS ALWAYS SENT ON PAPER - THE CALL ONLY COUNTS IT.
S51297*
S51297              MOVE RMTUP-CLI-ID   TO WCPRF-RQST-CLI-ID
S51297              MOVE 'UC'           TO WCPRF-RQST-DOC-CAT-CD
S51297              SET  WCPRF-RQST-LEGAL-PAPER TO TRUE
S51297              PERFORM  CPRF-1000-GET-CHANNEL
S51297                  THRU CPRF-1000-GET-CHANNEL-X
                    ADD 1               TO WS-REGMAIL-CNT
                    MOVE SPACES         TO RUCRM-SEQ-REC-INFO
                    MOVE RMTUP-SEQ-REC-INFO

       2200-TAKE-ESCALATION-X.
           EXIT.
S51297
S51297*------------------------
S51297 2210-ROUTE-LETTER.
S51297*------------------------
S51297
S51297*
S51297*  THE LETTER GOES BY THE CLIENT'S UNCLAIMED PREFERENCE -
S51297*  PAPER TO THE LETTER EXTRACT, ELECTRONIC TO THE NOTICE
S51297*  QUEUE, AND NONE FOR DO NOT CONTACT.
S51297*
S51297     MOVE RMTUP-CLI-ID            TO WCPRF-RQST-CLI-ID.
S51297     MOVE 'UC'                    TO WCPRF-RQST-DOC-CAT-CD.
S51297     SET  WCPRF-RQST-NOT-LEGAL    TO TRUE.
S51297     PERFORM  CPRF-1000-GET-CHANNEL
S51297         THRU CPRF-1000-GET-CHANNEL-X.
S51297
S51297     IF  WCPRF-ROUTE-PAPER
S51297         WRITE RUCLT-SEQ-REC-INFO
S51297     END-IF.
S51297
S51297     IF  WCPRF-ROUTE-ELECTRONIC
S51297         MOVE RMTUP-POL-ID        TO WCNTQ-RQST-POL-ID
S51297         MOVE RUCLT-SEQ-REC-INFO  TO WCNTQ-RQST-NTC-IMAGE-TXT
S51297         PERFORM  CPRF-2000-QUEUE-NOTICE
S51297             THRU CPRF-2000-QUEUE-NOTICE-X
S51297     END-IF.
S51297
S51297 2210-ROUTE-LETTER-X.
S51297     EXIT.

      *----------------------------
       2300-WRITE-PHST-ACTIVITY.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.
S51296
S51296     PERFORM  8410-SPOOL-DETAIL-LINE
S51296         THRU 8410-SPOOL-DETAIL-LINE-X.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.
S51296
S51296*-----------------------
S51296 8410-SPOOL-DETAIL-LINE.
S51296*-----------------------
S51296
S51296*
S51296*  THE LINE IS ALSO SPOOLED FOR THE REPORT DISTRIBUTION RUN,
S51296*  WHICH BURSTS THE REPORT BY BRANCH OR AGENT.
S51296*
S51296     MOVE P-DETAIL-LINE           TO L0040-INPUT-LINE.
S51296     MOVE P-HEAD-LINE-3           TO L0040-HDG-LINE-3.
S51296     MOVE RMTUP-POL-ID            TO L0040-DIST-POL-ID.
S51296     MOVE SPACES                  TO L0040-DIST-BR-ID.
S51296     MOVE SPACES                  TO L0040-DIST-AGT-ID.
S51296
S51296     PERFORM  0040-5000-WRITE-DIST
S51296         THRU 0040-5000-WRITE-DIST-X.
S51296
S51296     IF  L0040-RETURN-CODE = 'N'
S51296*MSG: (S) REPORT DISTRIBUTION SPOOL COULD NOT BE WRITTEN
S51296         MOVE 'ZSUNCL0002'        TO WGLOB-MSG-REF-INFO
S51296         PERFORM  0260-1000-GENERATE-MESSAGE
S51296             THRU 0260-1000-GENERATE-MESSAGE-X
S51296         PERFORM  0030-5000-LOGIC-ERROR
S51296             THRU 0030-5000-LOGIC-ERROR-X
S51296     END-IF.
S51296
S51296 8410-SPOOL-DETAIL-LINE-X.
S51296     EXIT.

      *------------------------
       8600-WRITE-SUMMARY-LINE.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.
S51296
S51296     PERFORM  0040-6000-CLOSE-DIST
S51296         THRU 0040-6000-CLOSE-DIST-X.

           CLOSE MTUP-DATA-FILE.
           CLOSE UCLT-DATA-FILE.
           CLOSE UCRM-DATA-FILE.
           CLOSE UNCL-FILE.

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
      * POLICY ACTIVITY HISTORY WRITE
      *
