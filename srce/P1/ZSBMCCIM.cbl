S51233**                  REGISTERED ON THE CMPL COMPLAINT           **
S51233**                  REGISTER WITH A SEVERITY-DRIVEN TARGET     **
S51233**                  RESPONSE DATE                              **
S51305**  15OCT26  CTS    CONTACTS CARRYING A SERVICE REQUEST TYPE   **
S51305**                  ARE REGISTERED ON THE SRVQ SERVICE         **
S51305**                  REQUEST REGISTER                           **
      *****************************************************************

      **********************

S51233     COPY CCFHCMPL.

S51305     COPY CCFHSRVQ.

      /
      ***************
       DATA DIVISION.

       01  RCCRJ-SEQ-REC-INFO.
           05  RCCRJ-REJECT-RSN-CD       PIC X(02).
S51305     05  RCCRJ-CONTACT-REC         PIC X(101).

S51233 COPY CCFWCMPL.

S51305 COPY CCFWSRVQ.


      /
      *************************

S51233 COPY CCWWCMPL.
S51233
S51305 COPY CCWWSRVQ.
S51305
S51305 COPY CCWWSRTY.
S51305
       01  WS-PROGRAM-WORK-AREA.
           05  WS-REJECT-RSN-CD          PIC X(02).
S51233     05  WS-SLA-DAYS               PIC 9(03)  VALUE ZERO.
           05  WS-PROS-INS-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-REJECT-CNT           PIC S9(07) COMP-3 VALUE +0.
S51233     05  WS-CMPL-REG-CNT         PIC S9(07) COMP-3 VALUE +0.
S51305     05  WS-SRVQ-REG-CNT         PIC S9(07) COMP-3 VALUE +0.
S51305     05  WS-SRVQ-SKIP-CNT        PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT HEADING AND SUMMARY LINES
               VALUE 'REJECTED: '.
           03  P-REJ-CNT-X                 PIC ZZZZZZ9.

S51305 01  P-SUMMARY-LINE-2.
S51305     03  FILLER                      PIC X(01).
S51305     03  FILLER                      PIC X(30)
S51305         VALUE 'SERVICE REQUESTS REGISTERED: '.
S51305     03  P-SRVQ-CNT-X                PIC ZZZZZZ9.
S51305     03  FILLER                      PIC X(04).
S51305     03  FILLER                      PIC X(24)
S51305         VALUE 'NOT REGISTERED:         '.
S51305     03  P-SRVQ-SKIP-CNT-X           PIC ZZZZZZ9.

       COPY CCFWCLI.
       COPY CCFRCLI.

S51233             THRU 2600-REGISTER-COMPLAINT-X
S51233     END-IF.

S51305     IF  RCCIN-SRVC-TYP-CD NOT = SPACES
S51305         PERFORM  2700-REGISTER-SRVC-RQST
S51305             THRU 2700-REGISTER-SRVC-RQST-X
S51305     END-IF.

       2000-NEXT-CONTACT.

           PERFORM  9500-CCIN-READ
S51233 2600-REGISTER-COMPLAINT-X.
S51233     EXIT.

S51305*-----------------------------
S51305 2700-REGISTER-SRVC-RQST.
S51305*-----------------------------
S51305
S51305*
S51305*  A SERVICE REQUEST NEEDS THE POLICY IT IS FOR.  THE CALL
S51305*  RECORD CARRIES NO CALL REFERENCE, SO THE CLIENT STANDS AS
S51305*  THE SOURCE REFERENCE - A RERUN OF THE DAY'S FILE FINDS THE
S51305*  SAME CLIENT'S REQUEST ALREADY REGISTERED.
S51305*
S51305     IF  RCCIN-POL-ID = SPACES
S51305         ADD 1                    TO WS-SRVQ-SKIP-CNT
S51305         GO TO 2700-REGISTER-SRVC-RQST-X
S51305     END-IF.
S51305
S51305     MOVE SPACES                  TO WSRVQ-REC-INFO.
S51305     MOVE RCCIN-POL-ID            TO WSRVQ-POL-ID.
S51305     MOVE RCCIN-INTRCT-DT         TO WSRVQ-RECV-DT.
S51305     MOVE RCCIN-SRVC-TYP-CD       TO WSRVQ-SRVC-TYP-CD.
S51305     SET  WSRVQ-CHNL-CALL-CNTR    TO TRUE.
S51305     MOVE RCCIN-CLI-ID            TO WSRVQ-SRC-REF-ID
S51305                                     WSRVQ-CLI-ID.
S51305     MOVE RCLI-BR-ID              TO WSRVQ-BR-ID.
S51305     MOVE WGLOB-USER-ID           TO WSRVQ-LAST-CHG-USER-ID.
S51305     MOVE WGLOB-PROCESS-DATE      TO WSRVQ-LAST-CHG-DT.
S51305
S51305     PERFORM  SRVQ-1000-REGISTER
S51305         THRU SRVQ-1000-REGISTER-X.
S51305
S51305     IF  WSRVQ-IO-OK
S51305         ADD 1                    TO WS-SRVQ-REG-CNT
S51305     ELSE
S51305         ADD 1                    TO WS-SRVQ-SKIP-CNT
S51305     END-IF.
S51305
S51305 2700-REGISTER-SRVC-RQST-X.
S51305     EXIT.

      *----------------------------
       3000-CLOSE-TABLE-MODULES.
      *----------------------------
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

S51305     MOVE SPACES                   TO P-SUMMARY-LINE-2.
S51305     MOVE WS-SRVQ-REG-CNT          TO P-SRVQ-CNT-X.
S51305     MOVE WS-SRVQ-SKIP-CNT         TO P-SRVQ-SKIP-CNT-X.
S51305
S51305     MOVE +1                       TO WPRT1-NUMBER-LINES.
S51305     MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
S51305     PERFORM  PRT1-1000-WRITE
S51305         THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

S51233         OPEN I-O CMPL-FILE
S51233     END-IF.
S51233
S51305     OPEN I-O SRVQ-FILE.
S51305     IF  WSRVQ-IO-NOFILE
S51305         OPEN OUTPUT SRVQ-FILE
S51305         CLOSE SRVQ-FILE
S51305         OPEN I-O SRVQ-FILE
S51305     END-IF.
S51305
           MOVE ZERO TO WCCRJ-SEQ-IO-STATUS.
           OPEN OUTPUT CCRJ-DATA-FILE.
           IF WCCRJ-SEQ-FILE-STATUS  NOT = ZERO
           CLOSE CCIN-DATA-FILE.
           CLOSE CCRJ-DATA-FILE.
S51233     CLOSE CMPL-FILE.
S51305     CLOSE SRVQ-FILE.

       9999-CLOSE-FILES-X.
           EXIT.
      *
S51233 COPY XCPL1660.
S51233 COPY XCPL1680.
      *
      * SERVICE REQUEST REGISTRATION
      *
S51305 COPY CCPCSRVQ.
      *
      * QSAM ERROR HANDLING
      *
