      *****************************************************************
      **  MEMBER :  CCPPCPRF                                         **
      **  REMARKS:  COMMON ROUTINES FOR ROUTING A CLIENT NOTICE BY   **
      **            THE CLIENT COMMUNICATION PREFERENCE MASTER       **
      **            (CPRF).                                          **
      **                                                             **
      **            CPRF-1000-GET-CHANNEL - THE CALLER SUPPLIES      **
      **            WCPRF-RQST-CLI-ID, WCPRF-RQST-DOC-CAT-CD AND     **
      **            WCPRF-RQST-LEGAL-SW AND TESTS THE ROUTE          **
      **            (WCPRF-ROUTE-CHNL-CD) ON RETURN.  THE CLIENT'S   **
      **            ROW FOR THE CATEGORY IS USED, ELSE THE CLIENT'S  **
      **            DEFAULT ROW ('**'), ELSE PAPER.  E-MAIL WITH NO  **
      **            ADDRESS OR SMS WITH NO MOBILE NUMBER FALLS BACK  **
      **            TO PAPER, AND A NOTICE THE LAW REQUIRES ON PAPER **
      **            IS ALWAYS PRINTED WHATEVER THE PREFERENCE.  A    **
      **            MISSING MASTER MEANS EVERY NOTICE GOES ON PAPER  **
      **            AS BEFORE.                                       **
      **                                                             **
      **            CPRF-2000-QUEUE-NOTICE - FOR AN ELECTRONIC       **
      **            ROUTE THE CALLER SUPPLIES WCNTQ-RQST-POL-ID AND  **
      **            THE NOTICE RECORD IN WCNTQ-RQST-NTC-IMAGE-TXT;   **
      **            IT IS WRITTEN TO THE ELECTRONIC NOTICE QUEUE     **
      **            (CNTQ) INSTEAD OF THE PRINT EXTRACT.             **
      **                                                             **
      **            CPRF-9000-CLOSE - CLOSES BOTH FILES AND REPORTS  **
      **            THE ROUTING COUNTS FOR THE RUN.                  **
      **                                                             **
      **            BOTH FILES ARE OPENED ON FIRST USE AND HELD      **
      **            OPEN FOR THE LIFE OF THE RUN.                    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *------------------------
       CPRF-1000-GET-CHANNEL.
      *------------------------

           MOVE SPACES                 TO RCPRF-REC-INFO
                                          WCPRF-ROUTE-EMAIL-ADDR-TXT
                                          WCPRF-ROUTE-MOBL-PHON-NUM.
           SET  WCPRF-ROUTE-PAPER           TO TRUE.

           IF  WCPRF-RQST-CLI-ID = SPACES
           OR  WCPRF-FILE-MISSING
               GO TO CPRF-1000-COUNT-ROUTE
           END-IF.

           IF  WCPRF-FILE-NOT-OPEN
               OPEN INPUT CPRF-FILE
               IF WCPRF-SEQ-FILE-STATUS NOT = '00'
                   SET WCPRF-FILE-MISSING   TO TRUE
                   GO TO CPRF-1000-COUNT-ROUTE
               END-IF
               SET WCPRF-FILE-OPEN          TO TRUE
           END-IF.

           MOVE WCPRF-RQST-CLI-ID           TO WCPRF-CLI-ID.
           MOVE WCPRF-RQST-DOC-CAT-CD       TO WCPRF-DOC-CAT-CD.
           PERFORM  CPRF-1100-READ-ROW
               THRU CPRF-1100-READ-ROW-X.

           IF  NOT WCPRF-IO-OK
               MOVE WCPRF-RQST-CLI-ID       TO WCPRF-CLI-ID
               SET  WCPRF-CAT-CLI-DEFAULT   TO TRUE
               PERFORM  CPRF-1100-READ-ROW
                   THRU CPRF-1100-READ-ROW-X
           END-IF.

           IF  NOT WCPRF-IO-OK
               GO TO CPRF-1000-COUNT-ROUTE
           END-IF.

           MOVE WCPRF-REC-INFO              TO RCPRF-REC-INFO.

           IF  RCPRF-CHNL-EMAIL
           AND RCPRF-EMAIL-ADDR-TXT = SPACES
               GO TO CPRF-1000-COUNT-ROUTE
           END-IF.

           IF  RCPRF-CHNL-SMS
           AND RCPRF-MOBL-PHON-NUM = SPACES
               GO TO CPRF-1000-COUNT-ROUTE
           END-IF.

           IF  RCPRF-CHNL-EMAIL
           OR  RCPRF-CHNL-SMS
           OR  RCPRF-CHNL-WEB
           OR  RCPRF-CHNL-NO-CONTACT
               MOVE RCPRF-CHNL-CD           TO WCPRF-ROUTE-CHNL-CD
               MOVE RCPRF-EMAIL-ADDR-TXT
                                        TO WCPRF-ROUTE-EMAIL-ADDR-TXT
               MOVE RCPRF-MOBL-PHON-NUM     TO WCPRF-ROUTE-MOBL-PHON-NUM
           END-IF.

       CPRF-1000-COUNT-ROUTE.

      *
      *  A LEGALLY REQUIRED NOTICE GOES ON PAPER EVEN FOR A CLIENT
      *  WHO ASKED NOT TO BE CONTACTED.
      *
           IF  WCPRF-RQST-LEGAL-PAPER
           AND NOT WCPRF-ROUTE-PAPER
               SET  WCPRF-ROUTE-PAPER       TO TRUE
               MOVE SPACES             TO WCPRF-ROUTE-EMAIL-ADDR-TXT
                                          WCPRF-ROUTE-MOBL-PHON-NUM
               ADD  1                       TO WCPRF-LEGAL-CNT
           END-IF.

           EVALUATE TRUE
               WHEN WCPRF-ROUTE-EMAIL
                   ADD 1                    TO WCPRF-EMAIL-CNT
               WHEN WCPRF-ROUTE-SMS
                   ADD 1                    TO WCPRF-SMS-CNT
               WHEN WCPRF-ROUTE-WEB
                   ADD 1                    TO WCPRF-WEB-CNT
               WHEN WCPRF-ROUTE-NO-CONTACT
                   ADD 1                    TO WCPRF-NO-CONTACT-CNT
               WHEN OTHER
                   ADD 1                    TO WCPRF-PAPER-CNT
           END-EVALUATE.

       CPRF-1000-GET-CHANNEL-X.
           EXIT.

      *---------------------
       CPRF-1100-READ-ROW.
      *---------------------

           READ CPRF-FILE
               INVALID KEY
                   MOVE '23' TO WCPRF-SEQ-FILE-STATUS
           END-READ.

       CPRF-1100-READ-ROW-X.
           EXIT.

      *-------------------------
       CPRF-2000-QUEUE-NOTICE.
      *-------------------------

           IF  WCNTQ-FILE-NOT-OPENED
               OPEN EXTEND CNTQ-DATA-FILE
               IF  WCNTQ-SEQ-FILE-STATUS = '35'
                   OPEN OUTPUT CNTQ-DATA-FILE
               END-IF
               IF  WCNTQ-SEQ-FILE-STATUS NOT = '00'
                   MOVE WCNTQ-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WCNTQ-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-EXTEND-FILE TO WGLOB-IO-COMMAND
                   PERFORM  0030-3000-QSAM-ERROR
                       THRU 0030-3000-QSAM-ERROR-X
               END-IF
               SET WCNTQ-FILE-OPENED        TO TRUE
           END-IF.

           MOVE SPACES                      TO RCNTQ-SEQ-REC-INFO.
           MOVE WCPRF-ROUTE-CHNL-CD         TO RCNTQ-CHNL-CD.
           MOVE WCPRF-RQST-DOC-CAT-CD       TO RCNTQ-DOC-CAT-CD.
           MOVE WCPRF-RQST-CLI-ID           TO RCNTQ-CLI-ID.
           MOVE WCNTQ-RQST-POL-ID           TO RCNTQ-POL-ID.
           MOVE WCPRF-ROUTE-EMAIL-ADDR-TXT  TO RCNTQ-EMAIL-ADDR-TXT.
           MOVE WCPRF-ROUTE-MOBL-PHON-NUM   TO RCNTQ-MOBL-PHON-NUM.
           MOVE WPGWS-CRNT-PGM-ID           TO RCNTQ-SRCE-PGM.
           MOVE WGLOB-PROCESS-DATE          TO RCNTQ-NTC-DT.
           MOVE WCNTQ-RQST-NTC-IMAGE-TXT    TO RCNTQ-NTC-IMAGE-TXT.

           WRITE RCNTQ-SEQ-REC-INFO.

           IF  WCNTQ-SEQ-FILE-STATUS NOT = '00'
               MOVE WCNTQ-SEQ-FILE-NAME     TO WGLOB-TABLE-NAME
               MOVE WCNTQ-SEQ-FILE-STATUS   TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-WRITE-RECORD      TO WGLOB-IO-COMMAND
               PERFORM  0030-3000-QSAM-ERROR
                   THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       CPRF-2000-QUEUE-NOTICE-X.
           EXIT.

      *------------------
       CPRF-9000-CLOSE.
      *------------------

           IF  WCPRF-FILE-OPEN
               CLOSE CPRF-FILE
               SET WCPRF-FILE-NOT-OPEN      TO TRUE
           END-IF.

           IF  WCNTQ-FILE-OPENED
               CLOSE CNTQ-DATA-FILE
               SET WCNTQ-FILE-NOT-OPENED    TO TRUE
           END-IF.

      *MSG: (I) NOTICES ROUTED - PAPER @1 (LEGALLY REQUIRED @2),
      *          NOT SENT (DO NOT CONTACT) @3
           MOVE WCPRF-PAPER-CNT             TO WCPRF-DISP-CNT.
           MOVE WCPRF-DISP-CNT              TO WGLOB-MSG-PARM (1).
           MOVE WCPRF-LEGAL-CNT             TO WCPRF-DISP-CNT.
           MOVE WCPRF-DISP-CNT              TO WGLOB-MSG-PARM (2).
           MOVE WCPRF-NO-CONTACT-CNT        TO WCPRF-DISP-CNT.
           MOVE WCPRF-DISP-CNT              TO WGLOB-MSG-PARM (3).
           MOVE 'CCCPRF0001'                TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

      *MSG: (I) NOTICES QUEUED - E-MAIL @1, SMS @2, WEB PORTAL @3
           MOVE WCPRF-EMAIL-CNT             TO WCPRF-DISP-CNT.
           MOVE WCPRF-DISP-CNT              TO WGLOB-MSG-PARM (1).
           MOVE WCPRF-SMS-CNT               TO WCPRF-DISP-CNT.
           MOVE WCPRF-DISP-CNT              TO WGLOB-MSG-PARM (2).
           MOVE WCPRF-WEB-CNT               TO WCPRF-DISP-CNT.
           MOVE WCPRF-DISP-CNT              TO WGLOB-MSG-PARM (3).
           MOVE 'CCCPRF0002'                TO WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       CPRF-9000-CLOSE-X.
           EXIT.
