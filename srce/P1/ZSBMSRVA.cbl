      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMSRVA.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMSRVA                                         **
      **            DAILY POLICY SERVICE REQUEST COMPLETION LINK AND **
      **            AGING REPORT.                                    **
      **                                                             **
      **            SCANS THE SRVQ SERVICE REQUEST REGISTER.  EVERY  **
      **            OPEN REQUEST IS FIRST LOOKED FOR ON ITS POLICY'S **
      **            CHANGE HISTORY (PHST): A LIVE ACTIVITY OF THE    **
      **            TYPE THAT COMPLETES THE REQUEST (CCWWSRTY),      **
      **            POSTED ON OR AFTER THE RECEIVED DATE, COMPLETES  **
      **            IT - THE ROW TAKES THE ACTIVITY'S KEY, THE       **
      **            COMPLETION DATE AND THE TURNAROUND IN DAYS.      **
      **            EVERY REQUEST STILL OPEN IS THEN AGED AGAINST    **
      **            ITS TARGET DATE AND LISTED - ON TARGET,          **
      **            APPROACHING (WITHIN THE CONTROL CARD'S WARNING   **
      **            DAYS) OR PAST TARGET.  A REQUEST GOING PAST      **
      **            TARGET HAS ITS BREACH INDICATOR RAISED, AND FOR  **
      **            THE TYPES SO MARKED ON THE TYPE TABLE IS RAISED  **
      **            AS A COMPLAINT ON THE CMPL REGISTER; THE DESK    **
      **            CAN RAISE ANY OTHER BREACH THROUGH ZSRQSRVQ.     **
      **            CONTROL CARD COLS 8-10 - WARNING DAYS (DEFAULT   **
      **            3).                                              **
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

           COPY CCFHSRVQ.

           COPY CCFHCMPL.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWSRVQ.

       COPY CCFWCMPL.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMSRVA'.

       COPY SQLCA.

       COPY CCWWSRVQ.

       COPY CCWWCMPL.

       COPY CCWWSRTY.

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-WARN-DAYS-TXT                PIC X(03).
           02  CR-WARN-DAYS REDEFINES
               CR-WARN-DAYS-TXT                PIC 9(03).
           02  FILLER                          PIC X(70).

       COPY CCWWDAYS.

       01  WS-AGE-WORK.
           05  WS-SERIAL-TODAY           PIC S9(09) COMP-3.
           05  WS-SERIAL-RECV            PIC S9(09) COMP-3.
           05  WS-SERIAL-TARGET          PIC S9(09) COMP-3.
           05  WS-SERIAL-CMPLT           PIC S9(09) COMP-3.
           05  WS-AGE-DAYS               PIC S9(05) COMP-3.
           05  WS-DAYS-TO-TARGET         PIC S9(05) COMP-3.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-WARN-DAYS              PIC 9(03)  VALUE 3.
           05  WS-TYP-SUB                PIC S9(04) COMP VALUE ZERO.
           05  WS-TYPE-SW                PIC X(01).
               88  WS-TYPE-FOUND                    VALUE 'Y'.
               88  WS-TYPE-NOT-FOUND                VALUE 'N'.
           05  WS-LINK-SW                PIC X(01).
               88  WS-LINK-FOUND                    VALUE 'Y'.
               88  WS-LINK-NOT-FOUND                VALUE 'N'.
           05  WS-POSTED-DT              PIC X(10).

      ****************************************************************
      *    BY REQUEST TYPE - PARALLEL TO THE TYPE TABLE
      ****************************************************************

       01  WS-TYPE-TOTALS-AREA.
           05  WS-TYPE-TOTALS            OCCURS 9 TIMES.
               10  WS-TYP-OPEN-CNT       PIC S9(07) COMP-3.
               10  WS-TYP-PAST-CNT       PIC S9(07) COMP-3.
               10  WS-TYP-DONE-CNT       PIC S9(07) COMP-3.
               10  WS-TYP-LATE-CNT       PIC S9(07) COMP-3.

       01  WS-REPORT-TOTALS.
           05  WS-SRVQ-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-LINKED-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-OPEN-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-PAST-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-NEW-BREACH-CNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-CMPLN-CNT            PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT HEADING AND DETAIL LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(11)
               VALUE 'POLICY     '.
           03  FILLER                      PIC X(21)
               VALUE 'REQUEST TYPE         '.
           03  FILLER                      PIC X(04)
               VALUE 'CH  '.
           03  FILLER                      PIC X(06)
               VALUE 'BRNCH '.
           03  FILLER                      PIC X(11)
               VALUE 'RECEIVED   '.
           03  FILLER                      PIC X(11)
               VALUE 'TARGET     '.
           03  FILLER                      PIC X(12)
               VALUE '  AGE  TO GO'.
           03  FILLER                      PIC X(16)
               VALUE '  STATUS        '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-SRVC-TYP-DESC             PIC X(20).
           03  FILLER                      PIC X(01).
           03  P-CHNL-CD                   PIC X(01).
           03  FILLER                      PIC X(02).
           03  P-BR-ID                     PIC X(05).
           03  FILLER                      PIC X(01).
           03  P-RECV-DT                   PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-TRGT-DT                   PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-AGE-DAYS                  PIC ZZZZ9.
           03  FILLER                      PIC X(01).
           03  P-DAYS-TO-TARGET            PIC ----9.
           03  FILLER                      PIC X(02).
           03  P-STAT                      PIC X(16).

       01  P-TYPE-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(21)
               VALUE 'REQUEST TYPE         '.
           03  FILLER                      PIC X(10)
               VALUE '    TARGET'.
           03  FILLER                      PIC X(10)
               VALUE '      OPEN'.
           03  FILLER                      PIC X(12)
               VALUE ' PAST TARGET'.
           03  FILLER                      PIC X(16)
               VALUE ' COMPLETED TODAY'.
           03  FILLER                      PIC X(10)
               VALUE '      LATE'.

       01  P-TYPE-LINE.
           03  FILLER                      PIC X(01).
           03  P-TYP-DESC                  PIC X(20).
           03  FILLER                      PIC X(06).
           03  P-TYP-TRGT-DAYS             PIC ZZ9.
           03  FILLER                      PIC X(05).
           03  P-TYP-OPEN-CNT              PIC ZZZZ9.
           03  FILLER                      PIC X(07).
           03  P-TYP-PAST-CNT              PIC ZZZZ9.
           03  FILLER                      PIC X(11).
           03  P-TYP-DONE-CNT              PIC ZZZZ9.
           03  FILLER                      PIC X(05).
           03  P-TYP-LATE-CNT              PIC ZZZZ9.

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'REQUESTS READ:  '.
           03  P-READ-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(17)
               VALUE 'COMPLETED TODAY: '.
           03  P-LINKED-CNT-X              PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(11)
               VALUE 'STILL OPEN:'.
           03  P-OPEN-CNT-X                PIC ZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(16)
               VALUE 'PAST TARGET:    '.
           03  P-PAST-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(17)
               VALUE 'NEWLY BREACHED:  '.
           03  P-BREACH-CNT-X              PIC ZZZZZZ9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(20)
               VALUE 'COMPLAINTS RAISED:  '.
           03  P-CMPLN-CNT-X               PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCFWMAST.
       COPY CCFRMAST.

       COPY CCFWPHST.
       COPY CCFRPHST.

      ***************************************************************
      *    CALLED MODULE PARAMETER INFORMATION
      ***************************************************************

       COPY CCWL0010.

       COPY XCWL0040.

       COPY XCSWOCF.
       COPY XCSROCF.

       COPY XCWL1610.

       COPY XCWL2490.

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

           PERFORM  2000-PROCESS-REQUEST
               THRU 2000-PROCESS-REQUEST-X
                    UNTIL NOT WSRVQ-IO-OK.

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

           PERFORM  BCF-1000-READ
               THRU BCF-1000-READ-X.
           IF  WBCF-SEQ-IO-OK
               MOVE RBCF-SEQ-REC-INFO   TO WS-CONTROL-RECORD
               IF  CR-WARN-DAYS NUMERIC
               AND CR-WARN-DAYS > ZERO
                   MOVE CR-WARN-DAYS    TO WS-WARN-DAYS
               END-IF
           END-IF.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

           MOVE WPGWS-CRNT-PGM-ID       TO WGLOB-USER-ID.

           MOVE WGLOB-PROCESS-DATE      TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           MOVE WDAYS-SERIAL            TO WS-SERIAL-TODAY.

           INITIALIZE WS-TYPE-TOTALS-AREA.

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

           MOVE LOW-VALUES              TO WSRVQ-KEY.
           START SRVQ-FILE
               KEY IS NOT LESS THAN WSRVQ-KEY
               INVALID KEY
                   MOVE '10'            TO WSRVQ-SEQ-FILE-STATUS
           END-START.

       0200-INITIALIZE-X.
           EXIT.
      /
      *----------------------
       2000-PROCESS-REQUEST.
      *----------------------

           READ SRVQ-FILE NEXT
               AT END
                   MOVE '10'            TO WSRVQ-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WSRVQ-IO-OK
               GO TO 2000-PROCESS-REQUEST-X
           END-IF.

           ADD 1                        TO WS-SRVQ-READ-CNT.

           IF  NOT WSRVQ-STAT-OPEN
               GO TO 2000-PROCESS-REQUEST-X
           END-IF.

           SET  WS-TYPE-FOUND           TO TRUE.
           SET  WSRTY-IX                TO 1.
           SEARCH WSRTY-ENTRY
               AT END
                   SET  WS-TYPE-NOT-FOUND TO TRUE
               WHEN WSRTY-SRVC-TYP-CD (WSRTY-IX) = WSRVQ-SRVC-TYP-CD
                   SET  WS-TYP-SUB      TO WSRTY-IX
           END-SEARCH.

           IF  WS-TYPE-FOUND
               PERFORM  3000-LINK-COMPLETION
                   THRU 3000-LINK-COMPLETION-X
           END-IF.

           IF  WSRVQ-STAT-OPEN
               PERFORM  4000-AGE-REQUEST
                   THRU 4000-AGE-REQUEST-X
           END-IF.

       2000-PROCESS-REQUEST-X.
           EXIT.

      *----------------------
       3000-LINK-COMPLETION.
      *----------------------

      *
      *  HISTORY READS NEWEST FIRST.  THE ACTIVITY MUST BE LIVE AND
      *  POSTED ON OR AFTER THE DAY THE REQUEST WAS RECEIVED - AN
      *  OLDER CHANGE OF THE SAME KIND IS A PREVIOUS REQUEST'S.
      *
           SET  WS-LINK-NOT-FOUND       TO TRUE.

           MOVE WSRVQ-POL-ID            TO WPHST-POL-ID
                                           WPHST-ENDBR-POL-ID.
           MOVE ZEROS                   TO WPHST-PCHST-EFF-IDT-NUM
                                           WPHST-PCHST-SEQ-NUM.
           MOVE 99999999               TO WPHST-ENDBR-PCHST-EFF-IDT-NUM.
           MOVE 99999                   TO WPHST-ENDBR-PCHST-SEQ-NUM.

           PERFORM  PHST-1000-BROWSE
               THRU PHST-1000-BROWSE-X.

           IF  NOT WPHST-IO-OK
               GO TO 3000-LINK-COMPLETION-X
           END-IF.

           PERFORM  3100-SEARCH-PHST
               THRU 3100-SEARCH-PHST-X
               UNTIL NOT WPHST-IO-OK
                  OR WS-LINK-FOUND.

           PERFORM  PHST-3000-END-BROWSE
               THRU PHST-3000-END-BROWSE-X.

           IF  WS-LINK-NOT-FOUND
               GO TO 3000-LINK-COMPLETION-X
           END-IF.

           MOVE WSRVQ-RECV-DT           TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           MOVE WDAYS-SERIAL            TO WS-SERIAL-RECV.

           MOVE WS-POSTED-DT            TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           MOVE WDAYS-SERIAL            TO WS-SERIAL-CMPLT.

           SET  WSRVQ-STAT-COMPLETE     TO TRUE.
           MOVE WS-POSTED-DT            TO WSRVQ-CMPLT-DT.
           MOVE RPHST-POL-ACTV-TYP-ID   TO WSRVQ-CMPLT-ACTV-TYP-ID.
           MOVE RPHST-PCHST-EFF-IDT-NUM TO WSRVQ-CMPLT-EFF-IDT-NUM.
           MOVE RPHST-PCHST-SEQ-NUM     TO WSRVQ-CMPLT-PCHST-SEQ-NUM.
           COMPUTE WSRVQ-TAT-DAYS = WS-SERIAL-CMPLT - WS-SERIAL-RECV.
           IF  WSRVQ-CMPLT-DT > WSRVQ-TRGT-DT
               SET  WSRVQ-BREACHED      TO TRUE
               ADD 1                    TO WS-TYP-LATE-CNT (WS-TYP-SUB)
           END-IF.
           MOVE WGLOB-USER-ID           TO WSRVQ-LAST-CHG-USER-ID.
           MOVE WGLOB-PROCESS-DATE      TO WSRVQ-LAST-CHG-DT.

           PERFORM  7000-REWRITE-REQUEST
               THRU 7000-REWRITE-REQUEST-X.

           ADD 1                        TO WS-LINKED-CNT.
           ADD 1                        TO WS-TYP-DONE-CNT (WS-TYP-SUB).

       3000-LINK-COMPLETION-X.
           EXIT.

      *------------------
       3100-SEARCH-PHST.
      *------------------

           PERFORM  PHST-2000-READ-NEXT
               THRU PHST-2000-READ-NEXT-X.

           IF  NOT WPHST-IO-OK
           OR  RPHST-PCHST-STAT-REVERSED
           OR  RPHST-PCHST-STAT-ERROR
               GO TO 3100-SEARCH-PHST-X
           END-IF.

           IF  RPHST-POL-ACTV-TYP-ID NOT = WSRTY-ACTV-TYP-ID (WSRTY-IX)
               GO TO 3100-SEARCH-PHST-X
           END-IF.

           IF  RPHST-PREV-UPDT-DT = SPACES
               MOVE RPHST-PCHST-EFF-DT  TO WS-POSTED-DT
           ELSE
               MOVE RPHST-PREV-UPDT-DT  TO WS-POSTED-DT
           END-IF.

           IF  WS-POSTED-DT NOT < WSRVQ-RECV-DT
               SET  WS-LINK-FOUND       TO TRUE
           END-IF.

       3100-SEARCH-PHST-X.
           EXIT.

      *------------------
       4000-AGE-REQUEST.
      *------------------

           ADD 1                        TO WS-OPEN-CNT.
           IF  WS-TYPE-FOUND
               ADD 1                    TO WS-TYP-OPEN-CNT (WS-TYP-SUB)
           END-IF.

           MOVE WSRVQ-RECV-DT           TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           COMPUTE WS-AGE-DAYS = WS-SERIAL-TODAY - WDAYS-SERIAL.

           MOVE WSRVQ-TRGT-DT           TO WDAYS-IN-DT.
           PERFORM  DAYS-1000-CALC-SERIAL
               THRU DAYS-1000-CALC-SERIAL-X.
           MOVE WDAYS-SERIAL            TO WS-SERIAL-TARGET.
           COMPUTE WS-DAYS-TO-TARGET =
               WS-SERIAL-TARGET - WS-SERIAL-TODAY.

           MOVE SPACES                  TO P-DETAIL-LINE.
           EVALUATE TRUE
               WHEN WS-DAYS-TO-TARGET < ZERO
                   ADD 1                TO WS-PAST-CNT
                   IF  WS-TYPE-FOUND
                       ADD 1            TO WS-TYP-PAST-CNT (WS-TYP-SUB)
                   END-IF
                   MOVE 'PAST TARGET'   TO P-STAT
                   PERFORM  5000-MARK-BREACHED
                       THRU 5000-MARK-BREACHED-X
               WHEN WS-DAYS-TO-TARGET NOT > WS-WARN-DAYS
                   MOVE 'APPROACHING'   TO P-STAT
               WHEN OTHER
                   MOVE 'ON TARGET'     TO P-STAT
           END-EVALUATE.

           MOVE WSRVQ-POL-ID            TO P-POL-ID.
           IF  WS-TYPE-FOUND
               MOVE WSRTY-SRVC-TYP-DESC (WS-TYP-SUB)
                                        TO P-SRVC-TYP-DESC
           ELSE
               MOVE WSRVQ-SRVC-TYP-CD   TO P-SRVC-TYP-DESC
           END-IF.
           MOVE WSRVQ-CHNL-CD           TO P-CHNL-CD.
           MOVE WSRVQ-BR-ID             TO P-BR-ID.
           MOVE WSRVQ-RECV-DT           TO P-RECV-DT.
           MOVE WSRVQ-TRGT-DT           TO P-TRGT-DT.
           MOVE WS-AGE-DAYS             TO P-AGE-DAYS.
           MOVE WS-DAYS-TO-TARGET       TO P-DAYS-TO-TARGET.
           IF  WSRVQ-CMPLN-RAISED
               MOVE 'PAST TGT - CMPLN' TO P-STAT
           END-IF.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       4000-AGE-REQUEST-X.
           EXIT.

      *--------------------
       5000-MARK-BREACHED.
      *--------------------

      *
      *  THE FIRST DAY PAST TARGET RAISES THE BREACH, AND FOR A TYPE
      *  MARKED FOR IT THE COMPLAINT.
      *
           IF  WSRVQ-BREACHED
           AND (WSRVQ-CMPLN-RAISED
            OR  WS-TYPE-NOT-FOUND
            OR  NOT WSRTY-AUTO-CMPLN (WS-TYP-SUB))
               GO TO 5000-MARK-BREACHED-X
           END-IF.

           IF  NOT WSRVQ-BREACHED
               SET  WSRVQ-BREACHED      TO TRUE
               ADD 1                    TO WS-NEW-BREACH-CNT
           END-IF.

           IF  WS-TYPE-FOUND
           AND WSRTY-AUTO-CMPLN (WS-TYP-SUB)
           AND NOT WSRVQ-CMPLN-RAISED
               PERFORM  6000-RAISE-COMPLAINT
                   THRU 6000-RAISE-COMPLAINT-X
           END-IF.

           MOVE WGLOB-USER-ID           TO WSRVQ-LAST-CHG-USER-ID.
           MOVE WGLOB-PROCESS-DATE      TO WSRVQ-LAST-CHG-DT.

           PERFORM  7000-REWRITE-REQUEST
               THRU 7000-REWRITE-REQUEST-X.

       5000-MARK-BREACHED-X.
           EXIT.

      *----------------------
       6000-RAISE-COMPLAINT.
      *----------------------

      *
      *  A SERVICE FAILURE IS CATEGORY 'SR' AT LOW SEVERITY - THE
      *  CONDUCT GUIDELINES' 30-DAY RESPONSE TARGET.
      *
           MOVE WGLOB-PROCESS-DATE      TO WDAYS-IN-DT.
           MOVE 30                      TO WDAYS-ADD-DAY-QTY.
           PERFORM  DAYS-2000-ADD-DAYS
               THRU DAYS-2000-ADD-DAYS-X.

           MOVE SPACES                  TO WCMPL-REC-INFO.
           MOVE WSRVQ-CLI-ID            TO WCMPL-CLI-ID.
           MOVE WGLOB-PROCESS-DATE      TO WCMPL-RECV-DT.
           MOVE 1                       TO WCMPL-SEQ-NUM.
           MOVE WSRVQ-POL-ID            TO WCMPL-POL-ID.
           MOVE 'SR'                    TO WCMPL-CMPLN-CAT-CD.
           MOVE '3'                     TO WCMPL-CMPLN-SVRTY-CD.
           MOVE WDAYS-OUT-DT            TO WCMPL-TRGT-RESP-DT.
           SET  WCMPL-STAT-OPEN         TO TRUE.
           MOVE WSRVQ-BR-ID             TO WCMPL-BR-ID.
           MOVE 'N'                     TO WCMPL-ESCAL-IND.
           MOVE WGLOB-USER-ID           TO WCMPL-LAST-CHG-USER-ID.
           MOVE WGLOB-PROCESS-DATE      TO WCMPL-LAST-CHG-DT.

           PERFORM  CMPL-1000-CREATE
               THRU CMPL-1000-CREATE-X.

           IF  WCMPL-IO-OK
               SET  WSRVQ-CMPLN-RAISED  TO TRUE
               ADD 1                    TO WS-CMPLN-CNT
           ELSE
               MOVE WCMPL-SEQ-FILE-NAME TO WGLOB-TABLE-NAME
               MOVE WCMPL-SEQ-FILE-STATUS
                                        TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-WRITE-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       6000-RAISE-COMPLAINT-X.
           EXIT.

      *----------------------
       7000-REWRITE-REQUEST.
      *----------------------

           MOVE '00'                    TO WSRVQ-SEQ-FILE-STATUS.
           REWRITE WSRVQ-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WSRVQ-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WSRVQ-SEQ-FILE-STATUS NOT = '00'
               MOVE WSRVQ-SEQ-FILE-NAME TO WGLOB-TABLE-NAME
               MOVE WSRVQ-SEQ-FILE-STATUS
                                        TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-REWRITE-RECORD
                                        TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       7000-REWRITE-REQUEST-X.
           EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-TYPE-HEAD-LINE         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           PERFORM  8610-PRINT-TYPE
               THRU 8610-PRINT-TYPE-X
                    VARYING WS-TYP-SUB FROM 1 BY 1
                      UNTIL WS-TYP-SUB > WSRTY-ENTRY-CNT.

           MOVE SPACES                   TO P-SUMMARY-LINE-1.
           MOVE WS-SRVQ-READ-CNT         TO P-READ-CNT-X.
           MOVE WS-LINKED-CNT            TO P-LINKED-CNT-X.
           MOVE WS-OPEN-CNT              TO P-OPEN-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                   TO P-SUMMARY-LINE-2.
           MOVE WS-PAST-CNT              TO P-PAST-CNT-X.
           MOVE WS-NEW-BREACH-CNT        TO P-BREACH-CNT-X.
           MOVE WS-CMPLN-CNT             TO P-CMPLN-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      *------------------
       8610-PRINT-TYPE.
      *------------------

           MOVE SPACES                   TO P-TYPE-LINE.
           MOVE WSRTY-SRVC-TYP-DESC (WS-TYP-SUB)
                                         TO P-TYP-DESC.
           MOVE WSRTY-TRGT-DAYS (WS-TYP-SUB)
                                         TO P-TYP-TRGT-DAYS.
           MOVE WS-TYP-OPEN-CNT (WS-TYP-SUB) TO P-TYP-OPEN-CNT.
           MOVE WS-TYP-PAST-CNT (WS-TYP-SUB) TO P-TYP-PAST-CNT.
           MOVE WS-TYP-DONE-CNT (WS-TYP-SUB) TO P-TYP-DONE-CNT.
           MOVE WS-TYP-LATE-CNT (WS-TYP-SUB) TO P-TYP-LATE-CNT.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-TYPE-LINE              TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8610-PRINT-TYPE-X.
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

           OPEN I-O SRVQ-FILE.
           IF  WSRVQ-SEQ-FILE-STATUS NOT = '00'
              MOVE WSRVQ-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WSRVQ-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           OPEN I-O CMPL-FILE.
           IF  WCMPL-IO-NOFILE
               OPEN OUTPUT CMPL-FILE
               CLOSE CMPL-FILE
               OPEN I-O CMPL-FILE
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-PAST-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSSRVA0001'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL SERVICE REQUESTS PAST TARGET @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE SRVQ-FILE.
           CLOSE CMPL-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      /
       COPY XCPL0035.
      *
      * COMMON SERIAL-DAY ROUTINES
      *
       COPY CCPPDAYS.
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
      * POLICY CHANGE HISTORY BROWSE
      *
       COPY CCPBPHST.
      *
      * COMPLAINT REGISTER CREATE
      *
       COPY CCPCCMPL.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMSRVA                     **
      *****************************************************************
