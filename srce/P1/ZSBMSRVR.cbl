      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMSRVR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMSRVR                                         **
      **            POLICY SERVICE REQUEST REGISTRATION FROM THE     **
      **            IMAGING WORKFLOW STREAM.                         **
      **                                                             **
      **            READS THE DAY'S CONSOLIDATED WORKFLOW EXTRACT    **
      **            (ZCSRWFCN) AND REGISTERS ON THE SRVQ SERVICE     **
      **            REQUEST REGISTER EVERY IMAGED DOCUMENT WHOSE     **
      **            DOCUMENT TYPE IS A SERVICE REQUEST TYPE ON THE   **
      **            TYPE TABLE (CCWWSRTY).  THE STICKER ID IS THE    **
      **            SOURCE REFERENCE, SO A DOCUMENT RESUBMITTED OR   **
      **            A RERUN OF THE SAME FILE IS NOT REGISTERED       **
      **            TWICE.  WORK ITEMS WE RAISE OURSELVES CARRY      **
      **            OTHER DOCUMENT TYPES AND ARE PASSED OVER.        **
      **            DOCUMENTS FOR A POLICY NOT ON FILE ARE LISTED    **
      **            FOR THE IMAGING TEAM TO CORRECT.                 **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
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

       COPY CCSSPRT1.

           SELECT WFSR-DATA-FILE ASSIGN TO ZSWFSR
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WWFSR-SEQ-FILE-STATUS.

           COPY CCFHSRVQ.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       FD  WFSR-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRWFCN.

       COPY CCFWSRVQ.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMSRVR'.

       COPY SQLCA.

       01  WWFSR-SEQ-IO-WORK-AREA.
           05  WWFSR-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'WFSR'.
           05  WWFSR-SEQ-IO-COMMAND            PIC X(02).
           05  WWFSR-SEQ-FILE-STATUS           PIC X(02).
           05  WWFSR-SEQ-IO-STATUS             PIC 9(01).
               88  WWFSR-SEQ-IO-OK             VALUE 0.
               88  WWFSR-SEQ-IO-EOF            VALUE 8.
               88  WWFSR-SEQ-IO-ERROR          VALUE 9.

       COPY CCWWSRVQ.

       COPY CCWWSRTY.

       01  WS-REPORT-TOTALS.
           05  WS-WFSR-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-SRVC-DOC-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-SRVQ-REG-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-SRVQ-DUP-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-NO-POL-CNT           PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT HEADING AND DETAIL LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(12)
               VALUE 'STICKER     '.
           03  FILLER                      PIC X(11)
               VALUE 'POLICY     '.
           03  FILLER                      PIC X(23)
               VALUE 'REQUEST TYPE           '.
           03  FILLER                      PIC X(11)
               VALUE 'RECEIVED   '.
           03  FILLER                      PIC X(11)
               VALUE 'TARGET     '.
           03  FILLER                      PIC X(16)
               VALUE 'STATUS          '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-STCKR-ID                  PIC X(11).
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-SRVC-TYP-DESC             PIC X(20).
           03  FILLER                      PIC X(02).
           03  P-RECV-DT                   PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-TRGT-DT                   PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-STAT                      PIC X(20).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'ITEMS READ:   '.
           03  P-READ-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(18)
               VALUE 'SERVICE REQUESTS: '.
           03  P-SRVC-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(12)
               VALUE 'REGISTERED: '.
           03  P-REG-CNT-X                 PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(20)
               VALUE 'ALREADY REGISTERED: '.
           03  P-DUP-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(20)
               VALUE 'POLICY NOT ON FILE: '.
           03  P-NO-POL-CNT-X              PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCFWMAST.
       COPY CCFRMAST.

       COPY CCFWPOL.
       COPY CCFRPOL.

      ***************************************************************
      *    CALLED MODULE PARAMETER INFORMATION
      ***************************************************************

       COPY CCWL0010.

       COPY XCWL0040.

       COPY XCSWOCF.
       COPY XCSROCF.

       COPY XCWL1610.

       COPY XCWL2490.

       COPY XCWL1680.

       COPY CCWL0950.

       COPY CCWWCCC.

       COPY XCSWBCF.
       COPY XCSRBCF.

       COPY CCSWPRT1.

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.
      /
      ********************
       PROCEDURE DIVISION.
      ********************

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  2000-PROCESS-ITEM
               THRU 2000-PROCESS-ITEM-X
                    UNTIL WWFSR-SEQ-IO-EOF.

           PERFORM  8600-WRITE-SUMMARY-LINE
               THRU 8600-WRITE-SUMMARY-LINE-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           PERFORM  0035-1000-COMMIT
               THRU 0035-1000-COMMIT-X.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *-----------------
       0200-INITIALIZE.
      *-----------------

           PERFORM CCC-1000-PRCES-CO-CTL-CARD
              THRU CCC-1000-PRCES-CO-CTL-CARD-X.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

           MOVE WPGWS-CRNT-PGM-ID       TO WGLOB-USER-ID.

           PERFORM  1610-1000-GET-DATE-TIME
              THRU 1610-1000-GET-DATE-TIME-X.

           PERFORM  0950-0000-INIT-PARM-INFO
              THRU 0950-0000-INIT-PARM-INFO-X.

           PERFORM  0950-1000-GET-COMPANY-NAME
              THRU 0950-1000-GET-COMPANY-NAME-X.

           PERFORM  9100-INIT-TITLES
              THRU 9100-INIT-TITLES-X.

           PERFORM  8450-WRITE-DETAIL-HEADING
              THRU 8450-WRITE-DETAIL-HEADING-X.

           PERFORM  9500-WFSR-READ
              THRU 9500-WFSR-READ-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *-------------------
       2000-PROCESS-ITEM.
      *-------------------

           ADD 1                        TO WS-WFSR-READ-CNT.

           SET  WSRTY-IX                TO 1.
           SEARCH WSRTY-ENTRY
               AT END
                   GO TO 2000-NEXT-ITEM
               WHEN WSRTY-DOC-TYP-CD (WSRTY-IX) = RWFCN-DOC-TYP-CD
                   CONTINUE
           END-SEARCH.

           ADD 1                        TO WS-SRVC-DOC-CNT.

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE RWFCN-STCKR-ID          TO P-STCKR-ID.
           MOVE RWFCN-POL-ID            TO P-POL-ID.
           MOVE WSRTY-SRVC-TYP-DESC (WSRTY-IX)
                                        TO P-SRVC-TYP-DESC.
           MOVE RWFCN-SEND-DT           TO P-RECV-DT.

           MOVE SPACES                  TO WPOL-KEY.
           MOVE RWFCN-POL-ID            TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
               ADD 1                    TO WS-NO-POL-CNT
               MOVE 'POLICY NOT ON FILE' TO P-STAT
               PERFORM  8500-WRITE-DETAIL
                   THRU 8500-WRITE-DETAIL-X
               GO TO 2000-NEXT-ITEM
           END-IF.

           PERFORM  2100-REGISTER-REQUEST
               THRU 2100-REGISTER-REQUEST-X.

       2000-NEXT-ITEM.

           PERFORM  9500-WFSR-READ
               THRU 9500-WFSR-READ-X.

       2000-PROCESS-ITEM-X.
           EXIT.

      *-----------------------
       2100-REGISTER-REQUEST.
      *-----------------------

      *
      *  THE DOCUMENT WAS RECEIVED THE DAY IT WAS SENT FOR IMAGING.
      *  THE CLIENT IS THE ONE THE IMAGING TEAM INDEXED IT TO, ELSE
      *  THE POLICY HOLDER; THE BRANCH IS THE SERVICING BRANCH.
      *
           MOVE SPACES                  TO WSRVQ-REC-INFO.
           MOVE RPOL-POL-ID             TO WSRVQ-POL-ID.
           IF  RWFCN-SEND-DT = SPACES
               MOVE WGLOB-PROCESS-DATE  TO WSRVQ-RECV-DT
           ELSE
               MOVE RWFCN-SEND-DT       TO WSRVQ-RECV-DT
           END-IF.
           MOVE WSRTY-SRVC-TYP-CD (WSRTY-IX)
                                        TO WSRVQ-SRVC-TYP-CD.
           SET  WSRVQ-CHNL-IMAGING      TO TRUE.
           MOVE RWFCN-STCKR-ID          TO WSRVQ-SRC-REF-ID.
           IF  RWFCN-CLI-ID = SPACES
               MOVE RPOL-HLDR-CLI-ID    TO WSRVQ-CLI-ID
           ELSE
               MOVE RWFCN-CLI-ID        TO WSRVQ-CLI-ID
           END-IF.
           MOVE RPOL-SERV-BR-ID         TO WSRVQ-BR-ID.
           MOVE WGLOB-USER-ID           TO WSRVQ-LAST-CHG-USER-ID.
           MOVE WGLOB-PROCESS-DATE      TO WSRVQ-LAST-CHG-DT.

           PERFORM  SRVQ-1000-REGISTER
               THRU SRVQ-1000-REGISTER-X.

           EVALUATE TRUE
               WHEN WSRVQ-IO-OK
                   ADD 1                TO WS-SRVQ-REG-CNT
                   MOVE WSRVQ-RECV-DT   TO P-RECV-DT
                   MOVE WSRVQ-TRGT-DT   TO P-TRGT-DT
                   MOVE 'REGISTERED'    TO P-STAT
               WHEN WSRVQ-IO-DUPKEY
                   ADD 1                TO WS-SRVQ-DUP-CNT
                   MOVE 'ALREADY REGISTERED'
                                        TO P-STAT
               WHEN OTHER
                   MOVE WSRVQ-SEQ-FILE-NAME
                                        TO WGLOB-TABLE-NAME
                   MOVE WSRVQ-SEQ-FILE-STATUS
                                        TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-WRITE-RECORD
                                        TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
           END-EVALUATE.

           PERFORM  8500-WRITE-DETAIL
               THRU 8500-WRITE-DETAIL-X.

       2100-REGISTER-REQUEST-X.
           EXIT.
      /
      *------------------
       8500-WRITE-DETAIL.
      *------------------

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8500-WRITE-DETAIL-X.
           EXIT.

      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE SPACES                   TO P-SUMMARY-LINE-1.
           MOVE WS-WFSR-READ-CNT         TO P-READ-CNT-X.
           MOVE WS-SRVC-DOC-CNT          TO P-SRVC-CNT-X.
           MOVE WS-SRVQ-REG-CNT          TO P-REG-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-SUMMARY-LINE-2.
           MOVE WS-SRVQ-DUP-CNT          TO P-DUP-CNT-X.
           MOVE WS-NO-POL-CNT            TO P-NO-POL-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      /
      *-----------------
       9100-INIT-TITLES.
      *-----------------

           MOVE L0950-COMPANY-NAME TO L0040-COMPANY-NAME.
           MOVE ZERO               TO L0040-ERROR-CNT.

           MOVE SPACES             TO WHDG-LINE-1.
           MOVE SPACES             TO WHDG-LINE-2.
           MOVE WPGWS-CRNT-PGM-ID  TO WHDG-PROGRAM-ID.
           MOVE L0950-COMPANY-NAME TO WHDG-COMPANY-NAME.

           MOVE 'XS00000145'       TO WGLOB-MSG-REF-INFO.
           PERFORM 0260-2000-GET-MESSAGE
              THRU 0260-2000-GET-MESSAGE-X.
           MOVE WGLOB-MSG-TXT      TO L0040-SYSTEM-ID.
           MOVE WGLOB-MSG-TXT      TO WHDG-SYSTEM-ID.

           MOVE '00001'            TO WS-TXT-SRC-REF-ID.
           PERFORM 9600-GET-TEXT-DESC
              THRU 9600-GET-TEXT-DESC-X.
           MOVE L2490-TXT-STR-TXT  TO L0040-PROGRAM-DESC.
           MOVE L2490-TXT-STR-TXT  TO WHDG-REPORT-TITLE.

           PERFORM 0040-1000-INIT-TITLE
              THRU 0040-1000-INIT-TITLE-X.

       9100-INIT-TITLES-X.
           EXIT.

      *-------------------
       9600-GET-TEXT-DESC.
      *-------------------

           PERFORM 2490-1000-BUILD-PARM-INFO
              THRU 2490-1000-BUILD-PARM-INFO-X.
           MOVE WPGWS-CRNT-PGM-ID  TO L2490-TXT-SRC-ID.
           MOVE WS-TXT-SRC-REF-ID  TO L2490-TXT-SRC-REF-ID.
           PERFORM 2490-1000-RETRIEVE-TEXT
              THRU 2490-1000-RETRIEVE-TEXT-X.

       9600-GET-TEXT-DESC-X.
           EXIT.

      *--------------------------
       8450-WRITE-DETAIL-HEADING.
      *--------------------------

           MOVE +1                    TO WPRT1-NUMBER-LINES.
           MOVE WHDG-LINE-1            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-2000-WRITE
               THRU PRT1-2000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE WHDG-LINE-2            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-3          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +1                    TO WPRT1-NUMBER-LINES.
           MOVE SPACES                 TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8450-WRITE-DETAIL-HEADING-X.
           EXIT.
      /
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           MOVE ZERO TO WWFSR-SEQ-IO-STATUS.
           OPEN INPUT WFSR-DATA-FILE.
           IF WWFSR-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-WFSR-ERROR
                 THRU 9700-HANDLE-WFSR-ERROR-X
           END-IF.

           OPEN I-O SRVQ-FILE.
           IF  WSRVQ-IO-NOFILE
               OPEN OUTPUT SRVQ-FILE
               CLOSE SRVQ-FILE
               OPEN I-O SRVQ-FILE
           END-IF.
           IF  WSRVQ-SEQ-FILE-STATUS NOT = '00'
              MOVE WSRVQ-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WSRVQ-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-SRVQ-REG-CNT          TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSSRVR0001'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL SERVICE REQUESTS REGISTERED FROM IMAGING @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE WFSR-DATA-FILE.
           CLOSE SRVQ-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-WFSR-READ.
      *----------------

           MOVE ZERO                   TO WWFSR-SEQ-IO-STATUS.

           READ WFSR-DATA-FILE
                AT END
                  MOVE 8               TO WWFSR-SEQ-IO-STATUS
                  GO TO 9500-WFSR-READ-X.

           IF WWFSR-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-WFSR-ERROR
                 THRU 9700-HANDLE-WFSR-ERROR-X
           END-IF.

       9500-WFSR-READ-X.
           EXIT.


      *-----------------------
       9700-HANDLE-WFSR-ERROR.
      *-----------------------

           MOVE WWFSR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WWFSR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WWFSR-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-WFSR-ERROR-X.
           EXIT.

      /
       COPY XCPL0035.
      *
      * CONTROL CARD PROCESSING
      *
       COPY CCPPCCC.
      *
      * COMPANY NAME
      *
       COPY CCPL0950.
      *
      * GENERATE MESSAGE / GET MESSAGE TEXT
      *
       COPY XCPL0260.
      *
      * TITLE / HEADING BUILD
      *
       COPY XCPL0040.
      *
      * SYSTEM DATE / TIME
      *
       COPY XCPL1610.
      *
      * TEXT RETRIEVAL
      *
       COPY XCPL2490.
      *
      * BATCH CONTROL FILE (BCF) PROCESSING
      *
       COPY XCPLBCF.
       COPY XCPOBCF.
       COPY XCPNBCF.
      *
      * OUTPUT CONTROL FILE (OCF) PROCESSING
      *
       COPY XCPLOCF.
       COPY XCPOOCF.
      *
      * PRINT FILE PROCESSING
      *
       COPY CCPIPRT1.
      *
      * APPLICATION CONTROL MASTER
      *
       COPY CCPNMAST.
      *
      * POLICY READ
      *
       COPY CCPNPOL.
      *
      * SERVICE REQUEST REGISTRATION / DATE ARITHMETIC
      *
       COPY CCPCSRVQ.
       COPY XCPL1680.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMSRVR                     **
      *****************************************************************
