      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51219**  02SEP26  CTS    INITIAL VERSION                            **
S51296**  15OCT26  CTS    SPOOL DETAIL LINES FOR REPORT BURSTING AND **
S51296**                  DISTRIBUTION (ZSBMRDST)                    **
S51297**  15OCT26  CTS    ROUTE DUN1/DUN2 BY THE CLIENT'S DUNNING     **
S51297**                  PREFERENCE (CPRF) - DUN3 ALWAYS ON PAPER   **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.

           COPY CCFHRTML.

S51297     COPY CCFHCPRF.
S51297
S51297     COPY CCFHCNTQ.
S51297
           SELECT PDUE-DATA-FILE ASSIGN TO ZSPDUE
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL

       COPY CCFWRTML.

S51297 COPY CCFWCPRF.
S51297
S51297 COPY CCFWCNTQ.
S51297
       FD  PDUE-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS

       COPY CCFRRTML.
       COPY CCWWRTML.
S51297
S51297 COPY CCFRCPRF.
S51297 COPY CCWWCPRF.
S51297 COPY CCWWCNTQ.

       01  WPDUE-SEQ-IO-WORK-AREA.
           05  WPDUE-SEQ-FILE-NAME             PIC X(04)
           05  WS-PAID-SW                PIC X(01)  VALUE 'N'.
               88  WS-PREMIUM-PAID                  VALUE 'Y'.
           05  WS-LTR-TYP                PIC X(04)  VALUE SPACES.
S51297     05  WS-DUN-NTC-IMAGE.
S51297         10  WS-DUN-NTC-POL-ID     PIC X(10).
S51297         10  WS-DUN-NTC-LTR-TYP    PIC X(04).
S51297         10  WS-DUN-NTC-DUE-DT     PIC X(10).
S51297         10  WS-DUN-NTC-RUN-DT     PIC X(10).

       01  WS-REPORT-TOTALS.
           05  WS-STG1-CNT             PIC S9(07) COMP-3 VALUE +0.
               GO TO 5000-QUEUE-LETTER-X
           END-IF.

S51297*
S51297*  DUN1 AND DUN2 GO BY THE CLIENT'S DUNNING PREFERENCE.  THE
S51297*  FINAL DEMAND (DUN3) IS THE LAPSE WARNING THE LAW REQUIRES
S51297*  IN WRITING AND IS ALWAYS PRINTED.
S51297*
S51297     MOVE RPDUE-HLDR-CLI-ID       TO WCPRF-RQST-CLI-ID.
S51297     MOVE 'DU'                    TO WCPRF-RQST-DOC-CAT-CD.
S51297     IF  WS-LTR-TYP = 'DUN3'
S51297         SET  WCPRF-RQST-LEGAL-PAPER TO TRUE
S51297     ELSE
S51297         SET  WCPRF-RQST-NOT-LEGAL   TO TRUE
S51297     END-IF.
S51297     PERFORM  CPRF-1000-GET-CHANNEL
S51297         THRU CPRF-1000-GET-CHANNEL-X.
S51297
S51297     IF  WCPRF-ROUTE-NO-CONTACT
S51297         MOVE 'NOT SENT-NO CNTCT'  TO P-DISP
S51297         PERFORM  8400-WRITE-DETAIL-LINE
S51297             THRU 8400-WRITE-DETAIL-LINE-X
S51297         GO TO 5000-QUEUE-LETTER-X
S51297     END-IF.
S51297
S51297     IF  WCPRF-ROUTE-ELECTRONIC
S51297         MOVE RPDUE-POL-ID        TO WS-DUN-NTC-POL-ID
S51297                                     WCNTQ-RQST-POL-ID
S51297         MOVE WS-LTR-TYP          TO WS-DUN-NTC-LTR-TYP
S51297         MOVE RPDUE-DUE-DT        TO WS-DUN-NTC-DUE-DT
S51297         MOVE WGLOB-PROCESS-DATE  TO WS-DUN-NTC-RUN-DT
S51297         MOVE WS-DUN-NTC-IMAGE    TO WCNTQ-RQST-NTC-IMAGE-TXT
S51297         PERFORM  CPRF-2000-QUEUE-NOTICE
S51297             THRU CPRF-2000-QUEUE-NOTICE-X
S51297         MOVE 'LETTER SENT ELEC '  TO P-DISP
S51297     ELSE
S51297         MOVE RPDUE-POL-ID        TO L0307-POL-ID
S51297         MOVE WS-LTR-TYP          TO L0307-LTR-TYP
S51297         MOVE WGLOB-PROCESS-DATE  TO L0307-RUN-DT
S51297         PERFORM  0307-1000-QUEUE-LETTER
S51297             THRU 0307-1000-QUEUE-LETTER-X
S51297         MOVE 'LETTER QUEUED    '  TO P-DISP
S51297     END-IF.

           PERFORM  6000-STAMP-HISTORY
               THRU 6000-STAMP-HISTORY-X.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.
S51296
S51296     PERFORM  8410-SPOOL-DETAIL-LINE
S51296         THRU 8410-SPOOL-DETAIL-LINE-X.

           MOVE SPACES                  TO P-DISP.

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
S51296     MOVE RPDUE-POL-ID            TO L0040-DIST-POL-ID.
S51296     MOVE SPACES                  TO L0040-DIST-BR-ID.
S51296     MOVE SPACES                  TO L0040-DIST-AGT-ID.
S51296
S51296     PERFORM  0040-5000-WRITE-DIST
S51296         THRU 0040-5000-WRITE-DIST-X.
S51296
S51296     IF  L0040-RETURN-CODE = 'N'
S51296*MSG: (S) REPORT DISTRIBUTION SPOOL COULD NOT BE WRITTEN
S51296         MOVE 'ZSDUNS0003'        TO WGLOB-MSG-REF-INFO
S51296         PERFORM  0260-1000-GENERATE-MESSAGE
S51296             THRU 0260-1000-GENERATE-MESSAGE-X
S51296         PERFORM  0030-5000-LOGIC-ERROR
S51296             THRU 0030-5000-LOGIC-ERROR-X
S51296     END-IF.
S51296
S51296 8410-SPOOL-DETAIL-LINE-X.
S51296     EXIT.
      /
      *-----------------
       9100-INIT-TITLES.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.
S51296
S51296     PERFORM  0040-6000-CLOSE-DIST
S51296         THRU 0040-6000-CLOSE-DIST-X.

           CLOSE DUNS-FILE.
           CLOSE LTR-CNTL-FILE.
           CLOSE PDUE-DATA-FILE.
           CLOSE TDHX-DATA-FILE.

S51297     PERFORM  CPRF-9000-CLOSE
S51297         THRU CPRF-9000-CLOSE-X.
S51297
       9999-CLOSE-FILES-X.
           EXIT.

      * RTML SUPPRESSION CHECK
      *
       COPY CCPPRTML.
S51297*
S51297* COMMUNICATION PREFERENCE ROUTING
S51297*
S51297 COPY CCPPCPRF.
      *
      * COMMON SERIAL-DAY ROUTINES
      *
