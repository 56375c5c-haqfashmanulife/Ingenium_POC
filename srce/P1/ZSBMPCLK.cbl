      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMPCLK.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMPCLK                                         **
      **            MONTHLY PREMIUM PAYMENT COMPLETION LOOKAHEAD.    **
      **                                                             **
      **            LISTS EVERY PREMIUM-PAYING LIMITED-PAY POLICY    **
      **            WHOSE PREMIUM-PAYING PERIOD ENDS WITHIN THE      **
      **            LOOKAHEAD WINDOW - 90 DAYS                       **
      **            FROM THE BUSINESS DATE UNLESS THE CONTROL CARD   **
      **            SAYS OTHERWISE - AND RECORDS IT ON THE PREMIUM   **
      **            PAYMENT COMPLETION REGISTER (PCMP) WITH ITS LAST **
      **            DUE DATE, ONE BILLING MODE BEFORE THE END DATE.  **
      **                                                             **
      **            THE BANK-DEBIT EXTRACT (ZSBMM19B) AND THE LIST   **
      **            BILL (ZSBMLBIL) READ THE REGISTER AND TAKE NO    **
      **            PREMIUM FOR A LISTED POLICY ONCE IT IS PAID TO   **
      **            ITS END DATE, SO NOTHING IS COLLECTED BEYOND THE **
      **            LAST DUE DATE.  ON THE END DATE ITSELF THE DAILY **
      **            COMPLETION RUN (ZSBMPCMP) COMPLETES THE POLICY.  **
      **                                                             **
      **            THE END DATE IS DERIVED ON EVERY RUN FOR EVERY   **
      **            PREMIUM-PAYING POLICY: THE ISSUE DATE PLUS THE   **
      **            PREMIUM-PAYING TERM OF THE POLICY'S PLAN ON THE  **
      **            PLAN PREMIUM-PAYING TERM TABLE (PPTM).  A PLAN   **
      **            WITH NO ROW, OR A TERM RUNNING TO MATURITY, PAYS **
      **            FOR THE WHOLE TERM AND IS NOT LISTED.  NOTHING   **
      **            IS HELD ON THE POLICY, SO IN-FORCE BUSINESS IS   **
      **            PICKED UP ON THE FIRST RUN AND A PLAN CHANGE OR  **
      **            A TERM CHANGE ON PPTM IS TAKEN UP ON THE NEXT.   **
      **                                                             **
      **            A POLICY ALREADY LISTED IS REFRESHED, SO A       **
      **            CHANGE OF BILLING MODE OR TERM SINCE THE LAST    **
      **            RUN MOVES ITS LAST DUE DATE WITH IT.  A LISTED   **
      **            POLICY WHOSE END DATE HAS MOVED OUT OF THE       **
      **            WINDOW IS DROPPED FROM THE REGISTER SO BILLING   **
      **            RESUMES.                                         **
      **                                                             **
      **  DOMAIN :  BC                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51308**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHPCMP.

           COPY CCFHPPTM.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWPCMP.

       COPY CCFWPPTM.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMPCLK'.

       COPY SQLCA.

       COPY CCWWPCMP.

       COPY CCWWPPTM.

      ****************************************************************
      *    CONTROL CARD - LOOKAHEAD WINDOW IN DAYS
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-LOOKAHEAD-DAYS               PIC 9(03).
           02  FILLER                          PIC X(70).

       01  WS-WORK-AREA.
           05  WS-LOOKAHEAD-DAYS         PIC 9(03)  VALUE 90.
           05  WS-HORIZON-DT             PIC X(10).
           05  WS-PDTO-DT                PIC X(10).
           05  WS-LAST-DUE-DT            PIC X(10).
           05  WS-PREM-END-DT            PIC X(10).
           05  WS-PPTM-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-PPTM-OPEN                     VALUE 'Y'.
           05  WS-MODE-MO-N              PIC 9(02).

       01  WS-REPORT-TOTALS.
           05  WS-POLS-READ-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-ENDING-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-NEW-LIST-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-RELIST-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-DROP-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-ERR-CNT              PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT HEADING AND DETAIL LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(11)
               VALUE 'POLICY     '.
           03  FILLER                      PIC X(11)
               VALUE 'PAID-TO    '.
           03  FILLER                      PIC X(11)
               VALUE 'LAST DUE   '.
           03  FILLER                      PIC X(11)
               VALUE 'PREM END   '.
           03  FILLER                      PIC X(06)
               VALUE 'BL CM '.
           03  FILLER                      PIC X(05)
               VALUE 'MODE '.
           03  FILLER                      PIC X(16)
               VALUE '   MODAL PREM.  '.
           03  FILLER                      PIC X(18)
               VALUE 'DISPOSITION       '.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  P-PDTO-DT                   PIC X(10).
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  P-LAST-DUE-DT               PIC X(10).
           03  FILLER                      PIC X(01) VALUE SPACES.
           03  P-END-DT                    PIC X(10).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  P-BILL-TYP                  PIC X(01).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  P-COLL-METH                 PIC X(01).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  P-MODE                      PIC X(02).
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  P-PREM                      PIC Z(10)9.99.
           03  FILLER                      PIC X(02) VALUE SPACES.
           03  P-DISP                      PIC X(18).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(18)
               VALUE 'POLICIES SCANNED: '.
           03  P-READ-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE 'ENDING IN WNDW: '.
           03  P-ENDG-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(11)
               VALUE 'HORIZON:   '.
           03  P-HORIZON-DT                PIC X(10).

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(18)
               VALUE 'NEWLY LISTED:     '.
           03  P-NEWL-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(16)
               VALUE 'REFRESHED:      '.
           03  P-RELS-CNT-X                PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(08)
               VALUE 'ERRORS: '.
           03  P-ERR-CNT-X                 PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(09)
               VALUE 'DROPPED: '.
           03  P-DROP-CNT-X                PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFWMAST.
       COPY CCFRMAST.

      ***************************************************************
      *    CALLED MODULE PARAMETER INFORMATION
      ***************************************************************

       COPY CCWL0010.

       COPY XCWL0040.

       COPY XCSWOCF.
       COPY XCSROCF.

       COPY XCWL1610.

       COPY XCWL1680.

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

           PERFORM  2000-PROCESS-POLICIES
               THRU 2000-PROCESS-POLICIES-X
                    UNTIL WPOL-IO-EOF.

           PERFORM  POL-3000-TBL-END-BROWSE
               THRU POL-3000-TBL-END-BROWSE-X.

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

      *
      *  THE CONTROL CARD IS OPTIONAL - WITHOUT ONE THE WINDOW IS
      *  THE STANDARD 90 DAYS.
      *
           IF  NOT WBCF-SEQ-IO-EOF
               MOVE RBCF-SEQ-REC-INFO   TO WS-CONTROL-RECORD
               IF  CR-LOOKAHEAD-DAYS NUMERIC
               AND CR-LOOKAHEAD-DAYS > ZERO
                   MOVE CR-LOOKAHEAD-DAYS
                                        TO WS-LOOKAHEAD-DAYS
               END-IF
           END-IF.

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

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WGLOB-PROCESS-DATE      TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-MONTHS.
           MOVE WS-LOOKAHEAD-DAYS       TO L1680-NUMBER-OF-DAYS.
           PERFORM  1680-3000-ADD-Y-M-D-TO-DATE
               THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-HORIZON-DT.

           PERFORM  9100-INIT-TITLES
              THRU 9100-INIT-TITLES-X.

           PERFORM  8450-WRITE-DETAIL-HEADING
              THRU 8450-WRITE-DETAIL-HEADING-X.

           MOVE LOW-VALUES              TO WPOL-KEY.
           MOVE HIGH-VALUES             TO WPOL-ENDBR-KEY.
           PERFORM  POL-1000-TBL-BROWSE
               THRU POL-1000-TBL-BROWSE-X.

           PERFORM  2900-POLICY-READ-NEXT
              THRU 2900-POLICY-READ-NEXT-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *----------------------
       2000-PROCESS-POLICIES.
      *----------------------

           ADD 1                        TO WS-POLS-READ-CNT.

           IF  NOT (RPOL-POL-STAT-PREM-PAYING
           OR       RPOL-POL-STAT-PREM-PAY-REG)
           OR  RPOL-PREM-PMT-CMPLT-YES
               GO TO 2000-NEXT-POLICY
           END-IF.

           PERFORM  2100-DERIVE-END-DT
               THRU 2100-DERIVE-END-DT-X.

      *
      *  A BLANK END DATE IS A WHOLE-OF-TERM PAYING PLAN - THERE IS
      *  NO COMPLETION TO LOOK AHEAD TO.  AN END DATE ALREADY PASSED
      *  IS STILL LISTED SO A POLICY MISSED EARLIER IS NOT LOST.
      *
           IF  WS-PREM-END-DT = SPACES
           OR  WS-PREM-END-DT > WS-HORIZON-DT
               PERFORM  2200-DROP-IF-LISTED
                   THRU 2200-DROP-IF-LISTED-X
               GO TO 2000-NEXT-POLICY
           END-IF.

           ADD 1                        TO WS-ENDING-CNT.

           MOVE SPACES                  TO WS-PDTO-DT.
           IF  RPOL-POL-PD-TO-DT-NUM NUMERIC
           AND RPOL-POL-PD-TO-DT-NUM NOT = ZERO
               MOVE RPOL-POL-PD-TO-DT-NUM-YR
                                        TO WS-PDTO-DT (1:4)
               MOVE '-'                 TO WS-PDTO-DT (5:1)
               MOVE RPOL-POL-PD-TO-DT-NUM-MO
                                        TO WS-PDTO-DT (6:2)
               MOVE '-'                 TO WS-PDTO-DT (8:1)
               MOVE RPOL-POL-PD-TO-DT-NUM-DY
                                        TO WS-PDTO-DT (9:2)
           END-IF.

           PERFORM  3000-CALC-LAST-DUE
               THRU 3000-CALC-LAST-DUE-X.

           PERFORM  4000-LIST-POLICY
               THRU 4000-LIST-POLICY-X.

       2000-NEXT-POLICY.

           PERFORM  2900-POLICY-READ-NEXT
               THRU 2900-POLICY-READ-NEXT-X.

       2000-PROCESS-POLICIES-X.
           EXIT.

      *--------------------
       2100-DERIVE-END-DT.
      *--------------------

      *
      *  END DATE = ISSUE DATE + THE PLAN'S PREMIUM-PAYING TERM.  NO
      *  TABLE, NO ROW OR A ZERO TERM IS WHOLE-TERM PAYING, AS IS A
      *  TERM THAT REACHES THE MATURITY DATE.
      *
           MOVE SPACES                  TO WS-PREM-END-DT.

           IF  NOT WS-PPTM-OPEN
           OR  RPOL-PLAN-ID = SPACES
           OR  RPOL-POL-ISS-EFF-DT = SPACES
               GO TO 2100-DERIVE-END-DT-X
           END-IF.

           MOVE RPOL-PLAN-ID            TO WPPTM-PLAN-ID.

           READ PPTM-FILE
               INVALID KEY
                   MOVE '23'            TO WPPTM-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WPPTM-IO-OK
           OR  WPPTM-PMT-TRM-YRS NOT NUMERIC
           OR  WPPTM-PMT-TRM-YRS = ZERO
               GO TO 2100-DERIVE-END-DT-X
           END-IF.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE RPOL-POL-ISS-EFF-DT     TO L1680-INTERNAL-1.
           MOVE WPPTM-PMT-TRM-YRS       TO L1680-NUMBER-OF-YEARS.
           MOVE ZERO                    TO L1680-NUMBER-OF-MONTHS
                                           L1680-NUMBER-OF-DAYS.
           PERFORM  1680-3000-ADD-Y-M-D-TO-DATE
               THRU 1680-3000-ADD-Y-M-D-TO-DATE-X.

           IF  RPOL-POL-MAT-DT NOT = SPACES
           AND L1680-INTERNAL-2 NOT < RPOL-POL-MAT-DT
               GO TO 2100-DERIVE-END-DT-X
           END-IF.

           MOVE L1680-INTERNAL-2        TO WS-PREM-END-DT.

       2100-DERIVE-END-DT-X.
           EXIT.

      *---------------------
       2200-DROP-IF-LISTED.
      *---------------------

      *
      *  A POLICY LISTED ON AN EARLIER RUN WHOSE TERM HAS SINCE BEEN
      *  LENGTHENED OR REMOVED COMES OFF THE REGISTER, OR THE BANK
      *  DEBIT AND LIST BILL WOULD STOP COLLECTING AT THE OLD DATE.
      *
           MOVE RPOL-POL-ID             TO WPCMP-POL-ID.

           READ PCMP-FILE
               INVALID KEY
                   MOVE '23'            TO WPCMP-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WPCMP-IO-OK
           OR  NOT WPCMP-STAT-LISTED
               GO TO 2200-DROP-IF-LISTED-X
           END-IF.

           SET  WPCMP-STAT-DROPPED      TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO WPCMP-LIST-DT.

           REWRITE WPCMP-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WPCMP-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WPCMP-IO-OK
              MOVE WPCMP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WPCMP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-REWRITE-RECORD   TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           ADD 1                        TO WS-DROP-CNT.
           MOVE SPACES                  TO WS-PDTO-DT
                                           WS-LAST-DUE-DT.
           MOVE 'DROPPED-TERM CHG '     TO P-DISP.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2200-DROP-IF-LISTED-X.
           EXIT.

      *-----------------------
       2900-POLICY-READ-NEXT.
      *-----------------------

           PERFORM  POL-2000-TBL-READ-NEXT
               THRU POL-2000-TBL-READ-NEXT-X.

           IF  NOT WPOL-IO-OK
               MOVE 8                   TO WPOL-IO-STATUS
           END-IF.

       2900-POLICY-READ-NEXT-X.
           EXIT.
      /
      *----------------------
       3000-CALC-LAST-DUE.
      *----------------------

      *
      *  THE LAST PREMIUM FALLS DUE ONE BILLING MODE BEFORE THE END
      *  OF THE PREMIUM-PAYING PERIOD.
      *
           EVALUATE TRUE
               WHEN RPOL-POL-BILL-MODE-CD-N NOT NUMERIC
                   MOVE 1               TO WS-MODE-MO-N
               WHEN RPOL-POL-BILL-MODE-ANNUALLY
                   MOVE 12              TO WS-MODE-MO-N
               WHEN RPOL-POL-BILL-MODE-SEMI-ANN
                   MOVE 6               TO WS-MODE-MO-N
               WHEN RPOL-POL-BILL-MODE-CD-N = 4
                   MOVE 3               TO WS-MODE-MO-N
               WHEN OTHER
                   MOVE 1               TO WS-MODE-MO-N
           END-EVALUATE.

           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WS-PREM-END-DT          TO L1680-INTERNAL-1.
           MOVE ZERO                    TO L1680-NUMBER-OF-YEARS
                                           L1680-NUMBER-OF-DAYS.
           MOVE WS-MODE-MO-N            TO L1680-NUMBER-OF-MONTHS.
           PERFORM  1680-6000-SUB-M-FROM-DATE
               THRU 1680-6000-SUB-M-FROM-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-LAST-DUE-DT.

       3000-CALC-LAST-DUE-X.
           EXIT.
      /
      *----------------------
       4000-LIST-POLICY.
      *----------------------

           MOVE RPOL-POL-ID             TO WPCMP-POL-ID.

           READ PCMP-FILE
               INVALID KEY
                   MOVE '23'            TO WPCMP-SEQ-FILE-STATUS
           END-READ.

           IF  WPCMP-IO-OK
               GO TO 4100-REFRESH-ROW
           END-IF.

           MOVE SPACES                  TO WPCMP-REC-INFO.
           MOVE RPOL-POL-ID             TO WPCMP-POL-ID.
           MOVE WS-PREM-END-DT          TO WPCMP-PREM-END-DT.
           MOVE WS-LAST-DUE-DT          TO WPCMP-LAST-DUE-DT.
           SET  WPCMP-STAT-LISTED       TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO WPCMP-LIST-DT.
           MOVE ZERO                    TO WPCMP-RFND-CNT
                                           WPCMP-RFND-AMT.

           WRITE WPCMP-REC-INFO
               INVALID KEY
                   MOVE '22'            TO WPCMP-SEQ-FILE-STATUS
           END-WRITE.

           IF  NOT WPCMP-IO-OK
              MOVE WPCMP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WPCMP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-WRITE-RECORD     TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           ADD 1                        TO WS-NEW-LIST-CNT.
           MOVE 'LISTED - NEW     '     TO P-DISP.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.
           GO TO 4000-LIST-POLICY-X.

       4100-REFRESH-ROW.

      *
      *  A ROW ALREADY COMPLETED BELONGS TO THE COMPLETION RUN - IT
      *  IS REPORTED, NOT RELISTED, SO THE POLICY CAN BE LOOKED AT.
      *
           IF  WPCMP-STAT-COMPLETED
               ADD 1                    TO WS-ERR-CNT
               MOVE 'ERROR-ROW COMPLETE' TO P-DISP
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 4000-LIST-POLICY-X
           END-IF.

           MOVE WS-PREM-END-DT          TO WPCMP-PREM-END-DT.
           MOVE WS-LAST-DUE-DT          TO WPCMP-LAST-DUE-DT.
           SET  WPCMP-STAT-LISTED       TO TRUE.
           MOVE WGLOB-PROCESS-DATE      TO WPCMP-LIST-DT.

           REWRITE WPCMP-REC-INFO
               INVALID KEY
                   MOVE '99'            TO WPCMP-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WPCMP-IO-OK
              MOVE WPCMP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WPCMP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-REWRITE-RECORD   TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           ADD 1                        TO WS-RELIST-CNT.
           MOVE 'LISTED - REFRESH '     TO P-DISP.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       4000-LIST-POLICY-X.
           EXIT.
      /
      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

           MOVE RPOL-POL-ID             TO P-POL-ID.
           MOVE WS-PDTO-DT              TO P-PDTO-DT.
           MOVE WS-LAST-DUE-DT          TO P-LAST-DUE-DT.
           MOVE WS-PREM-END-DT          TO P-END-DT.
           MOVE RPOL-POL-BILL-TYP-CD    TO P-BILL-TYP.
           MOVE RPOL-COLL-METH-CD       TO P-COLL-METH.
           MOVE RPOL-POL-BILL-MODE-CD   TO P-MODE.
           MOVE RPOL-MODE-PREM-AMT      TO P-PREM.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                  TO P-DISP.

       8400-WRITE-DETAIL-LINE-X.
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

      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-POLS-READ-CNT         TO P-READ-CNT-X.
           MOVE WS-ENDING-CNT            TO P-ENDG-CNT-X.
           MOVE WS-HORIZON-DT            TO P-HORIZON-DT.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-NEW-LIST-CNT          TO P-NEWL-CNT-X.
           MOVE WS-RELIST-CNT            TO P-RELS-CNT-X.
           MOVE WS-ERR-CNT               TO P-ERR-CNT-X.
           MOVE WS-DROP-CNT              TO P-DROP-CNT-X.

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
      /
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           OPEN I-O PCMP-FILE.
           IF  WPCMP-IO-NOFILE
               OPEN OUTPUT PCMP-FILE
               CLOSE PCMP-FILE
               OPEN I-O PCMP-FILE
           END-IF.
           IF  WPCMP-SEQ-FILE-STATUS NOT = '00'
              MOVE WPCMP-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WPCMP-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

      *
      *  WITHOUT THE TERM TABLE NO PLAN IS LIMITED-PAY AND NOTHING IS
      *  LISTED.
      *
           OPEN INPUT PPTM-FILE.
           IF  WPPTM-IO-OK
               SET WS-PPTM-OPEN         TO TRUE
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           COMPUTE WS-DISP-CTR = WS-NEW-LIST-CNT
                               + WS-RELIST-CNT.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSPCLK0001'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL POLICIES LISTED FOR PREMIUM COMPLETION @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           MOVE WS-ERR-CNT               TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSPCLK0002'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL PREMIUM COMPLETION LOOKAHEAD ERRORS @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE PCMP-FILE.

           IF  WS-PPTM-OPEN
               CLOSE PPTM-FILE
           END-IF.

       9999-CLOSE-FILES-X.
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
      * DATE ARITHMETIC
      *
       COPY XCPL1680.
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
      * POLICY BROWSE
      *
       COPY CCPTPOL.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMPCLK                     **
      *****************************************************************
