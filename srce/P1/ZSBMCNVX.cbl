      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51185**  23AUG26  CTS    INITIAL VERSION                            **
S51296**  15OCT26  CTS    SPOOL DETAIL LINES FOR REPORT BURSTING AND **
S51296**                  DISTRIBUTION (ZSBMRDST)                    **
S51297**  15OCT26  CTS    ROUTE THE NOTICE BY THE CLIENT'S CONVERSION **
S51297**                  COMMUNICATION PREFERENCE (CPRF)            **
      *****************************************************************

      **********************

           COPY CCFHCNVN.

S51297     COPY CCFHCPRF.
S51297
S51297     COPY CCFHCNTQ.
S51297
           SELECT CNVC-DATA-FILE ASSIGN TO ZSCNVC
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL

       COPY CCFWCNVN.

S51297 COPY CCFWCPRF.
S51297
S51297 COPY CCFWCNTQ.
S51297
       FD  CNVC-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS

       COPY CCWWCNVN.

S51297 COPY CCFRCPRF.
S51297 COPY CCWWCPRF.
S51297 COPY CCWWCNTQ.
S51297

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           MOVE RCNVC-CNVR-XPRY-DT      TO RCNVL-CNVR-XPRY-DT.
           MOVE WS-BAND-CD              TO RCNVL-NOTICE-BAND-CD.

S51297*
S51297*  THE CLIENT'S NOTICE GOES BY THE CONVERSION PREFERENCE -
S51297*  PAPER TO THE PRINT EXTRACT, ELECTRONIC TO THE NOTICE QUEUE,
S51297*  AND NONE FOR DO NOT CONTACT.  THE AGENT WORKLIST IS ALWAYS
S51297*  WRITTEN.
S51297*
S51297     MOVE RCNVC-CLI-ID            TO WCPRF-RQST-CLI-ID.
S51297     MOVE 'CV'                    TO WCPRF-RQST-DOC-CAT-CD.
S51297     SET  WCPRF-RQST-NOT-LEGAL    TO TRUE.
S51297     PERFORM  CPRF-1000-GET-CHANNEL
S51297         THRU CPRF-1000-GET-CHANNEL-X.
S51297
S51297     IF  WCPRF-ROUTE-PAPER
S51297         WRITE RCNVL-SEQ-REC-INFO
S51297         IF WCNVL-SEQ-FILE-STATUS  NOT = ZERO
S51297            PERFORM 9700-HANDLE-CNVL-ERROR
S51297               THRU 9700-HANDLE-CNVL-ERROR-X
S51297         END-IF
S51297     END-IF.
S51297
S51297     IF  WCPRF-ROUTE-ELECTRONIC
S51297         MOVE RCNVC-POL-ID        TO WCNTQ-RQST-POL-ID
S51297         MOVE RCNVL-SEQ-REC-INFO  TO WCNTQ-RQST-NTC-IMAGE-TXT
S51297         PERFORM  CPRF-2000-QUEUE-NOTICE
S51297             THRU CPRF-2000-QUEUE-NOTICE-X
S51297     END-IF.

           WRITE RCNVA-SEQ-REC-INFO FROM RCNVL-SEQ-REC-INFO.
           IF WCNVA-SEQ-FILE-STATUS  NOT = ZERO
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
S51296     MOVE RCNVC-POL-ID            TO L0040-DIST-POL-ID.
S51296     MOVE SPACES                  TO L0040-DIST-BR-ID.
S51296     MOVE RCNVC-AGT-ID            TO L0040-DIST-AGT-ID.
S51296
S51296     PERFORM  0040-5000-WRITE-DIST
S51296         THRU 0040-5000-WRITE-DIST-X.
S51296
S51296     IF  L0040-RETURN-CODE = 'N'
S51296*MSG: (S) REPORT DISTRIBUTION SPOOL COULD NOT BE WRITTEN
S51296         MOVE 'ZSCNVX0002'        TO WGLOB-MSG-REF-INFO
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

           CLOSE CNVC-DATA-FILE.
           CLOSE CNVL-DATA-FILE.
           CLOSE CNVA-DATA-FILE.
           CLOSE CNVN-FILE.

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
