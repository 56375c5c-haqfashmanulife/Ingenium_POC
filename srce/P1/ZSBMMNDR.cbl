      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMMNDR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMMNDR                                         **
      **  REMARKS: DAILY BANK DIRECT-DEBIT MANDATE RESULT POSTING.   **
      **                                                             **
      **           READS THE ZENGIN-FORMAT REGISTRATION RESULT FILE  **
      **           RETURNED BY THE BANK (ZCSRMNDQ) AND POSTS EACH    **
      **           RESULT TO ITS MANDATE ON THE REGISTER (MAND).  AN **
      **           ACCEPTED MANDATE SWITCHES THE POLICY TO BANK      **
      **           DEBIT - BILLING TYPE PAC, COLLECTION METHOD BANK  **
      **           - WHICH IS THE ONLY PLACE THE SWITCH IS MADE.  A  **
      **           REJECTED MANDATE KEEPS THE BANK'S REASON AND THE  **
      **           POLICY IS LEFT AS IT WAS.  A RESULT FOR A MANDATE **
      **           NOT AWAITING ONE (CANCELLED, OR ALREADY ANSWERED) **
      **           IS LISTED AND IGNORED.  THE TRAILER COUNT IS      **
      **           CHECKED AGAINST THE DATA RECORDS READ.            **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51298**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHMAND.

           SELECT MNDR-DATA-FILE ASSIGN TO ZSMNDR
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WMNDR-SEQ-FILE-STATUS.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWMAND.

       FD  MNDR-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRMNDQ.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMMNDR'.

       COPY SQLCA.

       COPY CCWWMAND.

       01  WMNDR-SEQ-IO-WORK-AREA.
           05  WMNDR-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'MNDR'.
           05  WMNDR-SEQ-IO-COMMAND            PIC X(02).
           05  WMNDR-SEQ-FILE-STATUS           PIC X(02).
           05  WMNDR-SEQ-IO-STATUS             PIC 9(01).
               88  WMNDR-SEQ-IO-OK             VALUE 0.
               88  WMNDR-SEQ-IO-EOF            VALUE 8.
               88  WMNDR-SEQ-IO-ERROR          VALUE 9.

       01  WS-WORK-AREA.
           05  WS-MAND-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-MAND-OPEN                     VALUE 'Y'.
           05  WS-TRL-SEEN-SW            PIC X(01)  VALUE 'N'.
               88  WS-TRL-SEEN                      VALUE 'Y'.
           05  WS-TRL-REC-CNT            PIC S9(07) COMP-3 VALUE +0.

       01  WS-REPORT-TOTALS.
           05  WS-RSLT-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-ACCEPT-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-REJECT-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-IGNORE-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-NO-MATCH-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-POL-ERR-CNT          PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  P-HEAD-TITLE                PIC X(50).
           03  P-HEAD-DT-LBL               PIC X(14).
           03  P-HEAD-PRCES-DT             PIC X(10).

       01  P-COL-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(12)
               VALUE 'POLICY'.
           03  FILLER                      PIC X(05)
               VALUE 'SEQ'.
           03  FILLER                      PIC X(06)
               VALUE 'BANK'.
           03  FILLER                      PIC X(08)
               VALUE 'BRANCH'.
           03  FILLER                      PIC X(13)
               VALUE 'ACCOUNT'.
           03  FILLER                      PIC X(06)
               VALUE 'RSLT'.
           03  FILLER                      PIC X(32)
               VALUE 'REASON'.
           03  FILLER                      PIC X(30)
               VALUE 'ACTION'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-DTL-POL-ID                PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DTL-SEQ-NUM               PIC ZZ9.
           03  FILLER                      PIC X(02).
           03  P-DTL-BANK-ID               PIC X(04).
           03  FILLER                      PIC X(02).
           03  P-DTL-BANK-BRANCH-ID        PIC X(03).
           03  FILLER                      PIC X(05).
           03  P-DTL-ACCT-NUM              PIC X(09).
           03  FILLER                      PIC X(05).
           03  P-DTL-RSLT-CD               PIC X(01).
           03  FILLER                      PIC X(04).
           03  P-DTL-RSN-TXT               PIC X(30).
           03  FILLER                      PIC X(02).
           03  P-DTL-ACTN                  PIC X(30).

       01  P-SUMMARY-CNT-LINE.
           03  FILLER                      PIC X(03).
           03  P-SUM-LBL                   PIC X(44).
           03  P-SUM-CNT-X                 PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-SUM-CNT                PIC S9(07) COMP-3 VALUE +0.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.
           05  WS-RSN-TXT                PIC X(30) VALUE SPACES.

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

           PERFORM  2000-PROCESS-RESULT
               THRU 2000-PROCESS-RESULT-X
                    UNTIL WMNDR-SEQ-IO-EOF.

           PERFORM  3000-CHECK-TRAILER
               THRU 3000-CHECK-TRAILER-X.

           PERFORM  8600-WRITE-SUMMARY
               THRU 8600-WRITE-SUMMARY-X.

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

           PERFORM  9500-MNDR-READ
              THRU 9500-MNDR-READ-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------
       2000-PROCESS-RESULT.
      *---------------------

      *
      *  ONLY THE DATA RECORDS CARRY RESULTS; THE TRAILER COUNT IS
      *  KEPT FOR THE BALANCE CHECK.
      *
           IF  RMNDQ-REC-TRAILER
               SET  WS-TRL-SEEN         TO TRUE
               IF  RMNDQ-TRL-REC-CNT-TXT IS NUMERIC
                   MOVE RMNDQ-TRL-REC-CNT
                                        TO WS-TRL-REC-CNT
               END-IF
               GO TO 2000-READ-NEXT
           END-IF.

           IF  NOT RMNDQ-REC-DATA
               GO TO 2000-READ-NEXT
           END-IF.

           ADD 1                        TO WS-RSLT-READ-CNT.
           MOVE SPACES                  TO P-DETAIL-LINE
                                           WS-RSN-TXT.

           PERFORM  2500-SET-REASON-TEXT
               THRU 2500-SET-REASON-TEXT-X.

           IF  NOT WS-MAND-OPEN
               ADD 1                    TO WS-NO-MATCH-CNT
               MOVE 'NO SUCH MANDATE - IGNORED'
                                        TO P-DTL-ACTN
               GO TO 2000-WRITE-LINE
           END-IF.

           MOVE RMNDQ-DTL-POL-ID        TO WMAND-POL-ID.
           MOVE RMNDQ-DTL-SEQ-NUM       TO WMAND-SEQ-NUM.

           READ MAND-FILE
               INVALID KEY
                   MOVE '23'            TO WMAND-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WMAND-IO-OK
               ADD 1                    TO WS-NO-MATCH-CNT
               MOVE 'NO SUCH MANDATE - IGNORED'
                                        TO P-DTL-ACTN
               GO TO 2000-WRITE-LINE
           END-IF.

           IF  NOT WMAND-STAT-SENT
               ADD 1                    TO WS-IGNORE-CNT
               MOVE 'NOT AWAITING A RESULT - IGNORED'
                                        TO P-DTL-ACTN
               GO TO 2000-WRITE-LINE
           END-IF.

           MOVE WGLOB-PROCESS-DATE      TO WMAND-RSLT-DT
                                           WMAND-LAST-CHG-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO WMAND-LAST-CHG-USER-ID.
           MOVE RMNDQ-DTL-RSLT-CD       TO WMAND-RJCT-RSN-CD.

           IF  RMNDQ-DTL-RSLT-ACCEPTED
               SET  WMAND-STAT-ACCEPTED TO TRUE
               MOVE SPACES              TO WMAND-RJCT-RSN-TXT
               PERFORM  2100-SWITCH-POLICY
                   THRU 2100-SWITCH-POLICY-X
           ELSE
               SET  WMAND-STAT-REJECTED TO TRUE
               MOVE WS-RSN-TXT          TO WMAND-RJCT-RSN-TXT
               ADD 1                    TO WS-REJECT-CNT
               MOVE 'REJECTED - POLICY UNCHANGED'
                                        TO P-DTL-ACTN
           END-IF.

           REWRITE WMAND-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WMAND-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WMAND-IO-OK
               MOVE WMAND-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WMAND-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-REWRITE-RECORD   TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       2000-WRITE-LINE.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2000-READ-NEXT.

           PERFORM  9500-MNDR-READ
               THRU 9500-MNDR-READ-X.

       2000-PROCESS-RESULT-X.
           EXIT.

      *--------------------
       2100-SWITCH-POLICY.
      *--------------------

      *
      *  THE BANK HAS ACCEPTED, SO THE POLICY NOW GOES ON BANK
      *  DEBIT.  FOR AN ACCOUNT CHANGE THE POLICY IS ALREADY PAC AND
      *  THE BANK TRANSFER EXTRACT SIMPLY STOPS HOLDING IT BACK.
      *
           MOVE WMAND-POL-ID            TO WPOL-POL-ID.

           PERFORM  POL-1000-READ-FOR-UPDATE
               THRU POL-1000-READ-FOR-UPDATE-X.

           IF  NOT WPOL-IO-OK
               PERFORM  POL-3000-UNLOCK
                   THRU POL-3000-UNLOCK-X
               ADD 1                    TO WS-POL-ERR-CNT
               MOVE 'ACCEPTED - POLICY NOT FOUND'
                                        TO P-DTL-ACTN
      *MSG: (W) MANDATE ACCEPTED BUT POLICY @1 COULD NOT BE SWITCHED
               MOVE 'ZSMNDR0001'        TO WGLOB-MSG-REF-INFO
               MOVE WMAND-POL-ID        TO WGLOB-MSG-PARM (1)
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 2100-SWITCH-POLICY-X
           END-IF.

           SET  RPOL-POL-BILL-TYP-PAC   TO TRUE.
           SET  RPOL-COLL-METH-BANK     TO TRUE.

           PERFORM  POL-2000-REWRITE
               THRU POL-2000-REWRITE-X.

           IF  NOT WPOL-IO-OK
               ADD 1                    TO WS-POL-ERR-CNT
               MOVE 'ACCEPTED - POLICY NOT UPDATED'
                                        TO P-DTL-ACTN
               MOVE 'ZSMNDR0001'        TO WGLOB-MSG-REF-INFO
               MOVE WMAND-POL-ID        TO WGLOB-MSG-PARM (1)
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 2100-SWITCH-POLICY-X
           END-IF.

           ADD 1                        TO WS-ACCEPT-CNT.
           MOVE 'ACCEPTED - POLICY ON BANK DEBIT'
                                        TO P-DTL-ACTN.

       2100-SWITCH-POLICY-X.
           EXIT.

      *----------------------
       2500-SET-REASON-TEXT.
      *----------------------

           EVALUATE TRUE
               WHEN RMNDQ-DTL-RSLT-ACCEPTED
                   MOVE SPACES          TO WS-RSN-TXT
               WHEN RMNDQ-DTL-RSLT-NO-ACCT
                   MOVE 'NO SUCH ACCOUNT'
                                        TO WS-RSN-TXT
               WHEN RMNDQ-DTL-RSLT-ACCT-CLOSED
                   MOVE 'ACCOUNT CLOSED'
                                        TO WS-RSN-TXT
               WHEN RMNDQ-DTL-RSLT-NAME-DIFF
                   MOVE 'ACCOUNT HOLDER NAME MISMATCH'
                                        TO WS-RSN-TXT
               WHEN RMNDQ-DTL-RSLT-SEAL-DIFF
                   MOVE 'SEAL OR SIGNATURE MISMATCH'
                                        TO WS-RSN-TXT
               WHEN RMNDQ-DTL-RSLT-FORM-INCOMPL
                   MOVE 'APPLICATION FORM INCOMPLETE'
                                        TO WS-RSN-TXT
               WHEN RMNDQ-DTL-RSLT-NONE
                   MOVE 'NO RESULT RETURNED'
                                        TO WS-RSN-TXT
               WHEN OTHER
                   MOVE 'OTHER - SEE BANK'
                                        TO WS-RSN-TXT
           END-EVALUATE.

       2500-SET-REASON-TEXT-X.
           EXIT.

      *--------------------
       3000-CHECK-TRAILER.
      *--------------------

           IF  WS-TRL-SEEN
           AND WS-TRL-REC-CNT = WS-RSLT-READ-CNT
               GO TO 3000-CHECK-TRAILER-X
           END-IF.

      *MSG: (W) RESULT FILE OUT OF BALANCE - TRAILER @1, READ @2
           MOVE WS-TRL-REC-CNT           TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE WS-RSLT-READ-CNT         TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (2).
           MOVE 'ZSMNDR0002'             TO  WGLOB-MSG-REF-INFO.
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       3000-CHECK-TRAILER-X.
           EXIT.
      /
      *------------------------
       8400-WRITE-DETAIL-LINE.
      *------------------------

           MOVE RMNDQ-DTL-POL-ID        TO P-DTL-POL-ID.
           MOVE RMNDQ-DTL-SEQ-NUM       TO P-DTL-SEQ-NUM.
           MOVE RMNDQ-DTL-BANK-ID       TO P-DTL-BANK-ID.
           MOVE RMNDQ-DTL-BANK-BRANCH-ID
                                        TO P-DTL-BANK-BRANCH-ID.
           MOVE RMNDQ-DTL-ACCT-NUM      TO P-DTL-ACCT-NUM.
           MOVE RMNDQ-DTL-RSLT-CD       TO P-DTL-RSLT-CD.
           MOVE WS-RSN-TXT              TO P-DTL-RSN-TXT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.

      *--------------------
       8600-WRITE-SUMMARY.
      *--------------------

           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE SPACES                  TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'RESULTS READ'          TO P-SUM-LBL.
           MOVE WS-RSLT-READ-CNT        TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'MANDATES ACCEPTED - POLICY SWITCHED'
                                        TO P-SUM-LBL.
           MOVE WS-ACCEPT-CNT           TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'MANDATES ACCEPTED - POLICY NOT SWITCHED'
                                        TO P-SUM-LBL.
           MOVE WS-POL-ERR-CNT          TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'MANDATES REJECTED'     TO P-SUM-LBL.
           MOVE WS-REJECT-CNT           TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'RESULTS NOT AWAITED - IGNORED'
                                        TO P-SUM-LBL.
           MOVE WS-IGNORE-CNT           TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'RESULTS WITH NO MANDATE'
                                        TO P-SUM-LBL.
           MOVE WS-NO-MATCH-CNT         TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

       8600-WRITE-SUMMARY-X.
           EXIT.

      *-----------------------
       8620-WRITE-COUNT-LINE.
      *-----------------------

           MOVE WS-SUM-CNT               TO P-SUM-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-CNT-LINE       TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8620-WRITE-COUNT-LINE-X.
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
           PERFORM 9800-GET-TEXT-DESC
              THRU 9800-GET-TEXT-DESC-X.
           MOVE L2490-TXT-STR-TXT  TO L0040-PROGRAM-DESC.
           MOVE L2490-TXT-STR-TXT  TO WHDG-REPORT-TITLE.

           PERFORM 0040-1000-INIT-TITLE
              THRU 0040-1000-INIT-TITLE-X.

       9100-INIT-TITLES-X.
           EXIT.

      *-------------------
       9800-GET-TEXT-DESC.
      *-------------------

           PERFORM 2490-1000-BUILD-PARM-INFO
              THRU 2490-1000-BUILD-PARM-INFO-X.
           MOVE WPGWS-CRNT-PGM-ID  TO L2490-TXT-SRC-ID.
           MOVE WS-TXT-SRC-REF-ID  TO L2490-TXT-SRC-REF-ID.
           PERFORM 2490-1000-RETRIEVE-TEXT
              THRU 2490-1000-RETRIEVE-TEXT-X.

       9800-GET-TEXT-DESC-X.
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

           MOVE SPACES                 TO P-HEAD-LINE-3.
           MOVE 'DIRECT-DEBIT MANDATE RESULTS POSTED'
                                       TO P-HEAD-TITLE.
           MOVE 'PROCESS DATE'         TO P-HEAD-DT-LBL.
           MOVE WGLOB-PROCESS-DATE     TO P-HEAD-PRCES-DT.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-3          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-COL-HEAD-LINE        TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8450-WRITE-DETAIL-HEADING-X.
           EXIT.
      /
      *-----------------
       0100-OPEN-FILES.
      *-----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           MOVE TFCMD-OPEN-I-FILE       TO WMNDR-SEQ-IO-COMMAND.
           OPEN INPUT MNDR-DATA-FILE.
           IF WMNDR-SEQ-FILE-STATUS NOT = ZERO
              PERFORM 9700-HANDLE-MNDR-ERROR
                 THRU 9700-HANDLE-MNDR-ERROR-X
           END-IF.

      *
      *  NO REGISTER MEANS NO MANDATE WAS EVER SENT - EVERY RESULT
      *  IS LISTED AS UNMATCHED.
      *
           OPEN I-O MAND-FILE.
           IF  WMAND-IO-OK
               SET WS-MAND-OPEN         TO TRUE
           ELSE
               IF  NOT WMAND-IO-NOFILE
                   MOVE WMAND-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WMAND-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-ACCEPT-CNT            TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE WS-REJECT-CNT            TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (2).
           MOVE WS-IGNORE-CNT            TO  WS-SUM-CNT.
           ADD  WS-NO-MATCH-CNT          TO  WS-SUM-CNT.
           ADD  WS-POL-ERR-CNT           TO  WS-SUM-CNT.
           MOVE WS-SUM-CNT               TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (3).
           MOVE 'ZSMNDR0003'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) MANDATE RESULTS - @1 ACCEPTED, @2 REJECTED,
      *         @3 NEEDING ATTENTION
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           MOVE TFCMD-CLOSE-FILE         TO WMNDR-SEQ-IO-COMMAND.
           CLOSE MNDR-DATA-FILE.
           IF WMNDR-SEQ-FILE-STATUS NOT = ZERO
              PERFORM 9700-HANDLE-MNDR-ERROR
                 THRU 9700-HANDLE-MNDR-ERROR-X
           END-IF.

           IF  WS-MAND-OPEN
               CLOSE MAND-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-MNDR-READ.
      *----------------

           MOVE ZERO                   TO WMNDR-SEQ-IO-STATUS.
           MOVE TFCMD-READ-RECORD      TO WMNDR-SEQ-IO-COMMAND.

           READ MNDR-DATA-FILE
                AT END
                  MOVE 8               TO WMNDR-SEQ-IO-STATUS
                  GO TO 9500-MNDR-READ-X.

           IF WMNDR-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-MNDR-ERROR
                 THRU 9700-HANDLE-MNDR-ERROR-X
           END-IF.

       9500-MNDR-READ-X.
           EXIT.

      *-----------------------
       9700-HANDLE-MNDR-ERROR.
      *-----------------------

           MOVE WMNDR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WMNDR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WMNDR-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-MNDR-ERROR-X.
           EXIT.
      /
       COPY XCPL0035.
       COPY CCPPCCC.
       COPY CCPL0950.
       COPY XCPL0260.
       COPY XCPL0040.
       COPY XCPL1610.
       COPY XCPL2490.
       COPY XCPLBCF.
       COPY XCPOBCF.
       COPY XCPNBCF.
       COPY XCPLOCF.
       COPY XCPOOCF.
       COPY CCPIPRT1.
       COPY CCPNMAST.
       COPY CCPUPOL.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMMNDR                     **
      *****************************************************************
