      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQSRVQ.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQSRVQ                                         **
      **  REMARKS:  POLICY SERVICE REQUEST REGISTER - REGISTRATION,  **
      **            INQUIRY AND MAINTENANCE.  A REQUEST RECEIVED AT  **
      **            A BRANCH (OR TAKEN BY THE SERVICE DESK) IS       **
      **            REGISTERED HERE ON RECEIPT ('AD'); THE IMAGING   **
      **            AND CALL-CENTER CHANNELS REGISTER THROUGH        **
      **            ZSBMSRVR AND ZSBMCCIM.  THE DESK CAN PAGE THE    **
      **            OPEN REQUESTS ('BR'), INQUIRE ON ONE ('IQ'),     **
      **            CANCEL ONE THE CLIENT WITHDREW ('CX'), AND RAISE **
      **            A REQUEST THAT HAS GONE PAST ITS TARGET AS A     **
      **            COMPLAINT ON THE CMPL REGISTER ('CF').           **
      **            COMPLETION IS NOT KEYED HERE - THE DAILY RUN     **
      **            (ZSBMSRVA) LINKS THE REQUEST TO THE PHST         **
      **            ACTIVITY THAT COMPLETED IT.                      **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51305**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHSRVQ.

           COPY CCFHCMPL.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWSRVQ.

       COPY CCFWCMPL.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQSRVQ'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY XCWL1680.

       COPY CCWWSRVQ.

       COPY CCWWCMPL.

       COPY CCWWSRTY.

       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLSRVQ.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LSRVQ-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LSRVQ-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LSRVQ-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-ROW
                      THRU 1000-INQUIRE-ROW-X
               WHEN LSRVQ-FUNCTION-ADD
                   PERFORM 2000-REGISTER-REQUEST
                      THRU 2000-REGISTER-REQUEST-X
               WHEN LSRVQ-FUNCTION-BROWSE
                   PERFORM 3000-BROWSE-OPEN
                      THRU 3000-BROWSE-OPEN-X
               WHEN LSRVQ-FUNCTION-CANCEL
                   PERFORM 4000-CANCEL-REQUEST
                      THRU 4000-CANCEL-REQUEST-X
               WHEN LSRVQ-FUNCTION-COMPLAINT
                   PERFORM 5000-RAISE-COMPLAINT
                      THRU 5000-RAISE-COMPLAINT-X
               WHEN OTHER
                   SET LSRVQ-RETRN-ERROR TO TRUE
           END-EVALUATE.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.

      *------------------------
       0050-CHECK-AUTHORITY.
      *------------------------

      *
      *  THE ROLE-BASED ENTRY CHECK - FAILS CLOSED: A CHECK THAT
      *  CANNOT BE MADE IS A DENIAL.
      *
           MOVE SPACES                   TO LSECT-PARM-INFO.
           SET  LSECT-FUNCTION-CHECK     TO TRUE.
           SET  LSECT-NOT-AUTHORIZED     TO TRUE.
           MOVE WPGWS-CRNT-PGM-ID        TO LSECT-TRAN-ID.

           CALL 'XSRU9690' USING WGLOB-GLOBAL-AREA
                                 LSECT-PARM-INFO
               ON EXCEPTION
                   SET LSECT-NOT-AUTHORIZED
                                         TO TRUE
           END-CALL.

       0050-CHECK-AUTHORITY-X.
           EXIT.


      *------------------
       1000-INQUIRE-ROW.
      *------------------

           OPEN INPUT SRVQ-FILE.
           IF  WSRVQ-SEQ-FILE-STATUS NOT = '00'
               SET LSRVQ-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-ROW-X
           END-IF.

           MOVE LSRVQ-SRVQ-KEY               TO WSRVQ-KEY.

           READ SRVQ-FILE
               INVALID KEY
                   MOVE '23' TO WSRVQ-SEQ-FILE-STATUS
           END-READ.

           IF  WSRVQ-IO-OK
               PERFORM 1900-RETURN-ROW
                  THRU 1900-RETURN-ROW-X
               SET LSRVQ-RETRN-OK            TO TRUE
           ELSE
               SET LSRVQ-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE SRVQ-FILE.

       1000-INQUIRE-ROW-X.
           EXIT.

      *------------------------
       2000-REGISTER-REQUEST.
      *------------------------

      *
      *  THE POLICY MUST EXIST.  A RECEIVED DATE LEFT BLANK IS
      *  TODAY; ONE IN THE FUTURE IS REFUSED.  THE CLIENT AND BRANCH
      *  DEFAULT TO THE POLICY HOLDER AND SERVICING BRANCH.
      *
           IF  LSRVQ-RECV-DT = SPACES
               MOVE WGLOB-CRNT-DT            TO LSRVQ-RECV-DT
           END-IF.

           IF  LSRVQ-RECV-DT > WGLOB-CRNT-DT
               SET LSRVQ-RETRN-INVALID-DATE  TO TRUE
               GO TO 2000-REGISTER-REQUEST-X
           END-IF.

           MOVE LSRVQ-POL-ID                 TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.
           IF  NOT WPOL-IO-OK
               SET LSRVQ-RETRN-NOTFND        TO TRUE
               GO TO 2000-REGISTER-REQUEST-X
           END-IF.

           IF  LSRVQ-CHNL-CD = SPACES
               MOVE 'B'                      TO LSRVQ-CHNL-CD
           END-IF.
           IF  LSRVQ-CLI-ID = SPACES
               MOVE RPOL-HLDR-CLI-ID         TO LSRVQ-CLI-ID
           END-IF.
           IF  LSRVQ-BR-ID = SPACES
               MOVE RPOL-SERV-BR-ID          TO LSRVQ-BR-ID
           END-IF.

           OPEN I-O SRVQ-FILE.
           IF  WSRVQ-IO-NOFILE
               OPEN OUTPUT SRVQ-FILE
               CLOSE SRVQ-FILE
               OPEN I-O SRVQ-FILE
           END-IF.
           IF  WSRVQ-SEQ-FILE-STATUS NOT = '00'
               SET LSRVQ-RETRN-ERROR         TO TRUE
               GO TO 2000-REGISTER-REQUEST-X
           END-IF.

           MOVE SPACES                       TO WSRVQ-REC-INFO.
           MOVE LSRVQ-POL-ID                 TO WSRVQ-POL-ID.
           MOVE LSRVQ-RECV-DT                TO WSRVQ-RECV-DT.
           MOVE LSRVQ-SRVC-TYP-CD            TO WSRVQ-SRVC-TYP-CD.
           MOVE LSRVQ-CHNL-CD                TO WSRVQ-CHNL-CD.
           MOVE LSRVQ-SRC-REF-ID             TO WSRVQ-SRC-REF-ID.
           MOVE LSRVQ-CLI-ID                 TO WSRVQ-CLI-ID.
           MOVE LSRVQ-BR-ID                  TO WSRVQ-BR-ID.
           MOVE WGLOB-USER-ID                TO WSRVQ-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WSRVQ-LAST-CHG-DT.

           PERFORM  SRVQ-1000-REGISTER
               THRU SRVQ-1000-REGISTER-X.

           EVALUATE TRUE
               WHEN WSRVQ-IO-OK
                   MOVE WSRVQ-KEY            TO LSRVQ-SRVQ-KEY
                   PERFORM 1900-RETURN-ROW
                      THRU 1900-RETURN-ROW-X
                   SET LSRVQ-RETRN-OK        TO TRUE
               WHEN WSRVQ-IO-NOTFND
                   SET LSRVQ-RETRN-INVALID-TYPE
                                             TO TRUE
               WHEN WSRVQ-IO-DUPKEY
                   SET LSRVQ-RETRN-DUPLICATE TO TRUE
               WHEN OTHER
                   SET LSRVQ-RETRN-ERROR     TO TRUE
           END-EVALUATE.

           CLOSE SRVQ-FILE.

       2000-REGISTER-REQUEST-X.
           EXIT.

      *------------------
       3000-BROWSE-OPEN.
      *------------------

           SET  LSRVQ-RETRN-EOF              TO TRUE.

           OPEN INPUT SRVQ-FILE.
           IF  WSRVQ-SEQ-FILE-STATUS NOT = '00'
               GO TO 3000-BROWSE-OPEN-X
           END-IF.

           MOVE LSRVQ-SRVQ-KEY               TO WSRVQ-KEY.

           START SRVQ-FILE
               KEY IS GREATER THAN WSRVQ-KEY
               INVALID KEY
                   MOVE '23' TO WSRVQ-SEQ-FILE-STATUS
           END-START.

           PERFORM 3100-READ-NEXT-ROW
              THRU 3100-READ-NEXT-ROW-X
                   UNTIL NOT WSRVQ-IO-OK
                   OR    WSRVQ-STAT-OPEN.

           IF  WSRVQ-IO-OK
           AND WSRVQ-STAT-OPEN
               MOVE WSRVQ-KEY                TO LSRVQ-SRVQ-KEY
               PERFORM 1900-RETURN-ROW
                  THRU 1900-RETURN-ROW-X
               SET LSRVQ-RETRN-OK            TO TRUE
           END-IF.

           CLOSE SRVQ-FILE.

       3000-BROWSE-OPEN-X.
           EXIT.

      *--------------------
       3100-READ-NEXT-ROW.
      *--------------------

           IF  NOT WSRVQ-IO-OK
               GO TO 3100-READ-NEXT-ROW-X
           END-IF.

           READ SRVQ-FILE NEXT
               AT END
                   MOVE '10' TO WSRVQ-SEQ-FILE-STATUS
           END-READ.

       3100-READ-NEXT-ROW-X.
           EXIT.

      *----------------------
       4000-CANCEL-REQUEST.
      *----------------------

           OPEN I-O SRVQ-FILE.
           IF  WSRVQ-SEQ-FILE-STATUS NOT = '00'
               SET LSRVQ-RETRN-ERROR         TO TRUE
               GO TO 4000-CANCEL-REQUEST-X
           END-IF.

           MOVE LSRVQ-SRVQ-KEY               TO WSRVQ-KEY.

           READ SRVQ-FILE
               INVALID KEY
                   MOVE '23' TO WSRVQ-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WSRVQ-IO-OK
               SET LSRVQ-RETRN-NOTFND        TO TRUE
               CLOSE SRVQ-FILE
               GO TO 4000-CANCEL-REQUEST-X
           END-IF.

           IF  NOT WSRVQ-STAT-OPEN
               SET LSRVQ-RETRN-NOT-OPEN      TO TRUE
               CLOSE SRVQ-FILE
               GO TO 4000-CANCEL-REQUEST-X
           END-IF.

           SET  WSRVQ-STAT-CANCELLED         TO TRUE.
           MOVE WGLOB-CRNT-DT                TO WSRVQ-CMPLT-DT.
           MOVE WGLOB-USER-ID                TO WSRVQ-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WSRVQ-LAST-CHG-DT.

           REWRITE WSRVQ-REC-INFO
               INVALID KEY
                   MOVE '99' TO WSRVQ-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WSRVQ-IO-OK
               PERFORM 1900-RETURN-ROW
                  THRU 1900-RETURN-ROW-X
               SET LSRVQ-RETRN-OK            TO TRUE
           ELSE
               SET LSRVQ-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE SRVQ-FILE.

       4000-CANCEL-REQUEST-X.
           EXIT.

      *-----------------------
       5000-RAISE-COMPLAINT.
      *-----------------------

      *
      *  ONLY A REQUEST PAST ITS TARGET - STILL OPEN OR COMPLETED
      *  LATE - CAN BE RAISED, AND ONLY ONCE.
      *
           OPEN I-O SRVQ-FILE.
           IF  WSRVQ-SEQ-FILE-STATUS NOT = '00'
               SET LSRVQ-RETRN-ERROR         TO TRUE
               GO TO 5000-RAISE-COMPLAINT-X
           END-IF.

           MOVE LSRVQ-SRVQ-KEY               TO WSRVQ-KEY.

           READ SRVQ-FILE
               INVALID KEY
                   MOVE '23' TO WSRVQ-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WSRVQ-IO-OK
               SET LSRVQ-RETRN-NOTFND        TO TRUE
               CLOSE SRVQ-FILE
               GO TO 5000-RAISE-COMPLAINT-X
           END-IF.

           IF  WSRVQ-STAT-OPEN
           AND WSRVQ-TRGT-DT < WGLOB-CRNT-DT
               SET  WSRVQ-BREACHED           TO TRUE
           END-IF.

           IF  NOT WSRVQ-BREACHED
           OR  WSRVQ-CMPLN-RAISED
               SET LSRVQ-RETRN-NOT-BREACHED  TO TRUE
               CLOSE SRVQ-FILE
               GO TO 5000-RAISE-COMPLAINT-X
           END-IF.

           OPEN I-O CMPL-FILE.
           IF  WCMPL-IO-NOFILE
               OPEN OUTPUT CMPL-FILE
               CLOSE CMPL-FILE
               OPEN I-O CMPL-FILE
           END-IF.

           PERFORM 5100-BUILD-COMPLAINT
              THRU 5100-BUILD-COMPLAINT-X.

           PERFORM  CMPL-1000-CREATE
               THRU CMPL-1000-CREATE-X.

           CLOSE CMPL-FILE.

           IF  NOT WCMPL-IO-OK
               SET LSRVQ-RETRN-ERROR         TO TRUE
               CLOSE SRVQ-FILE
               GO TO 5000-RAISE-COMPLAINT-X
           END-IF.

           SET  WSRVQ-CMPLN-RAISED           TO TRUE.
           MOVE WGLOB-USER-ID                TO WSRVQ-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WSRVQ-LAST-CHG-DT.

           REWRITE WSRVQ-REC-INFO
               INVALID KEY
                   MOVE '99' TO WSRVQ-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WSRVQ-IO-OK
               PERFORM 1900-RETURN-ROW
                  THRU 1900-RETURN-ROW-X
               SET LSRVQ-RETRN-OK            TO TRUE
           ELSE
               SET LSRVQ-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE SRVQ-FILE.

       5000-RAISE-COMPLAINT-X.
           EXIT.

      *-----------------------
       5100-BUILD-COMPLAINT.
      *-----------------------

      *
      *  A SERVICE FAILURE IS CATEGORY 'SR' AT LOW SEVERITY - THE
      *  CONDUCT GUIDELINES' 30-DAY RESPONSE TARGET.
      *
           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WGLOB-CRNT-DT                TO L1680-INTERNAL-1.
           MOVE ZERO                         TO L1680-NUMBER-OF-YEARS.
           MOVE ZERO                         TO L1680-NUMBER-OF-MONTHS.
           MOVE 30                           TO L1680-NUMBER-OF-DAYS.
           PERFORM  1680-3000-ADD-Y-M-D-TO-DATE
               THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.

           MOVE SPACES                       TO WCMPL-REC-INFO.
           MOVE WSRVQ-CLI-ID                 TO WCMPL-CLI-ID.
           MOVE WGLOB-CRNT-DT                TO WCMPL-RECV-DT.
           MOVE 1                            TO WCMPL-SEQ-NUM.
           MOVE WSRVQ-POL-ID                 TO WCMPL-POL-ID.
           MOVE 'SR'                         TO WCMPL-CMPLN-CAT-CD.
           MOVE '3'                          TO WCMPL-CMPLN-SVRTY-CD.
           MOVE L1680-INTERNAL-2             TO WCMPL-TRGT-RESP-DT.
           SET  WCMPL-STAT-OPEN              TO TRUE.
           MOVE WSRVQ-BR-ID                  TO WCMPL-BR-ID.
           MOVE 'N'                          TO WCMPL-ESCAL-IND.
           MOVE WGLOB-USER-ID                TO WCMPL-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WCMPL-LAST-CHG-DT.

       5100-BUILD-COMPLAINT-X.
           EXIT.

      *------------------
       1900-RETURN-ROW.
      *------------------

           MOVE WSRVQ-SRVC-TYP-CD            TO LSRVQ-SRVC-TYP-CD.
           MOVE WSRVQ-CHNL-CD                TO LSRVQ-CHNL-CD.
           MOVE WSRVQ-SRC-REF-ID             TO LSRVQ-SRC-REF-ID.
           MOVE WSRVQ-CLI-ID                 TO LSRVQ-CLI-ID.
           MOVE WSRVQ-BR-ID                  TO LSRVQ-BR-ID.
           MOVE WSRVQ-TRGT-DT                TO LSRVQ-TRGT-DT.
           MOVE WSRVQ-SRVC-STAT-CD           TO LSRVQ-SRVC-STAT-CD.
           MOVE WSRVQ-CMPLT-DT               TO LSRVQ-CMPLT-DT.
           MOVE WSRVQ-CMPLT-ACTV-TYP-ID      TO LSRVQ-CMPLT-ACTV-TYP-ID.
           MOVE WSRVQ-TAT-DAYS               TO LSRVQ-TAT-DAYS.
           MOVE WSRVQ-BREACH-IND             TO LSRVQ-BREACH-IND.
           MOVE WSRVQ-CMPLN-IND              TO LSRVQ-CMPLN-IND.

       1900-RETURN-ROW-X.
           EXIT.

      /
       COPY CCPNPOL.

       COPY CCPCSRVQ.

       COPY CCPCCMPL.

       COPY XCPL1680.
      *****************************************************************
      **                 END OF PROGRAM ZSRQSRVQ                     **
      *****************************************************************
