      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQRCON.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQRCON                                         **
      **  REMARKS:  RATING RECONSIDERATION.  A CLIENT WHO HAS        **
      **            STOPPED SMOKING OR HAS NEW MEDICAL EVIDENCE ASKS **
      **            FOR A COVERAGE'S MEDICAL-EXTRA FACTOR TO BE      **
      **            LOWERED OR ITS SMOKER CLASS CHANGED FROM AN      **
      **            EFFECTIVE DATE:                                  **
      **              - 'RQ' REGISTERS THE REQUEST PENDING ON THE    **
      **                RECONSIDERATION REGISTER (RCON), ONE PENDING **
      **                REQUEST PER COVERAGE                         **
      **              - 'AP' IS THE UNDERWRITING APPROVAL, WHICH     **
      **                MUST COME FROM A DIFFERENT USER; THE COMMON  **
      **                RE-RATE ROUTINE (CCPP0312) RE-PRICES THE     **
      **                COVERAGE AND THE POLICY PREMIUM FOLLOWS.     **
      **                MODAL PAYMENTS ALREADY MADE FROM THE         **
      **                EFFECTIVE DATE TO THE PAID-TO DATE ARE       **
      **                SETTLED THROUGH THE POLICY'S OVER/SHORT      **
      **                PREMIUM AMOUNT AT THE NEXT COLLECTION        **
      **              - 'DC' DECLINES THE REQUEST WITH A REASON      **
      **              - 'IQ' RETURNS ONE REQUEST                     **
      **            EVERY DECISION IS STAMPED ON PHST AND THE CLIENT **
      **            LETTER IS QUEUED; AN APPROVAL ALSO WRITES THE    **
      **            COVERAGE-AMOUNT CORRECTION HISTORY (CCPP0308).   **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51279**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHRCON.
           COPY CCFHCVGH.
           COPY CCFHLTRC.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWRCON.
       COPY CCFWCVGH.
       COPY CCFWLTRC.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQRCON'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWRCON.
       COPY CCWWCVGH.
       COPY CCWWLTRC.

       01  WS-RCON-WORK-AREA.
           05  WS-MAX-SEQ-NUM               PIC 9(03).
           05  WS-PEND-CNT                  PIC 9(03).
           05  WS-LTR-TYP                   PIC X(04).
           05  WS-ACTVTY-TYP-CD             PIC X(02).
           05  WS-ACTVTY-DESC-TXT           PIC X(40).
           05  WS-SMKR-CHNG-SW              PIC X(01).
               88  WS-SMKR-CHANGE                     VALUE 'Y'.
           05  WS-PD-MO-CNT                 PIC S9(05) COMP-3.
           05  WS-PD-TO-DT.
               10  WS-PD-TO-DT-YR           PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-PD-TO-DT-MO           PIC 9(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-PD-TO-DT-DY           PIC 9(02).
           05  WS-EFF-DT.
               10  WS-EFF-DT-YR             PIC 9(04).
               10  FILLER                   PIC X(01).
               10  WS-EFF-DT-MO             PIC 9(02).
               10  FILLER                   PIC X(01).
               10  WS-EFF-DT-DY             PIC 9(02).
           05  WS-HIST-AMT-NUM              PIC S9(13)V99.
           05  WS-HIST-AMT-TXT              REDEFINES
               WS-HIST-AMT-NUM              PIC X(15).
           05  WS-HIST-FCT-NUM              PIC S9(03)V9(06).
           05  WS-HIST-FCT-TXT              REDEFINES
               WS-HIST-FCT-NUM              PIC X(09).
           05  WS-PHST-VALU-TXT.
               10  FILLER                   PIC X(03)  VALUE 'ME '.
               10  WS-PHST-ME-FCT           PIC ZZ9.999999.
               10  FILLER                   PIC X(04)  VALUE ' SM '.
               10  WS-PHST-SMKR-CD          PIC X(01).
               10  FILLER                   PIC X(01)  VALUE SPACE.
               10  WS-PHST-PREM-AMT         PIC ZZZ,ZZZ,ZZ9.

       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFRCVG.
       COPY CCFWCVG.
       COPY CCWWCVGS.

       COPY CCFWPHST.
       COPY CCFRPHST.

       COPY CCWL0307.
       COPY CCWL0308.
       COPY CCWL0312.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLRCON.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LRCON-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LRCON-RETRN-NOTAUTH   TO TRUE
               GOBACK
           END-IF.

           SET  LRCON-RETRN-OK           TO TRUE.

           EVALUATE TRUE
               WHEN LRCON-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-RCON
                      THRU 1000-INQUIRE-RCON-X
               WHEN LRCON-FUNCTION-REQUEST
                   PERFORM 2000-REQUEST-RCON
                      THRU 2000-REQUEST-RCON-X
               WHEN LRCON-FUNCTION-APPROVE
                   PERFORM 3000-APPROVE-RCON
                      THRU 3000-APPROVE-RCON-X
               WHEN LRCON-FUNCTION-DECLINE
                   PERFORM 4000-DECLINE-RCON
                      THRU 4000-DECLINE-RCON-X
               WHEN OTHER
                   SET LRCON-RETRN-INVALID
                                         TO TRUE
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

      *-------------------
       1000-INQUIRE-RCON.
      *-------------------

           OPEN INPUT RCON-FILE.
           IF  WRCON-SEQ-FILE-STATUS NOT = '00'
               SET LRCON-RETRN-NOTFND    TO TRUE
               GO TO 1000-INQUIRE-RCON-X
           END-IF.

           MOVE LRCON-POL-ID             TO WRCON-POL-ID.
           MOVE LRCON-CVG-NUM            TO WRCON-CVG-NUM.
           MOVE LRCON-SEQ-NUM            TO WRCON-SEQ-NUM.

           READ RCON-FILE
               INVALID KEY
                   MOVE '23' TO WRCON-SEQ-FILE-STATUS
           END-READ.

           IF  WRCON-IO-OK
               PERFORM 1900-RETURN-RCON
                  THRU 1900-RETURN-RCON-X
           ELSE
               SET LRCON-RETRN-NOTFND    TO TRUE
           END-IF.

           CLOSE RCON-FILE.

       1000-INQUIRE-RCON-X.
           EXIT.

      *------------------
       1900-RETURN-RCON.
      *------------------

           MOVE WRCON-SEQ-NUM            TO LRCON-SEQ-NUM.
           MOVE WRCON-STAT-CD            TO LRCON-STAT-CD.
           MOVE WRCON-RSN-CD             TO LRCON-RSN-CD.
           MOVE WRCON-EVID-DOC-REF-ID    TO LRCON-EVID-DOC-REF-ID.
           MOVE WRCON-CRNT-ME-FCT        TO LRCON-CRNT-ME-FCT.
           MOVE WRCON-CRNT-SMKR-CD       TO LRCON-CRNT-SMKR-CD.
           MOVE WRCON-PRPS-ME-FCT        TO LRCON-PRPS-ME-FCT.
           MOVE WRCON-PRPS-SMKR-CD       TO LRCON-PRPS-SMKR-CD.
           MOVE WRCON-EFF-DT             TO LRCON-EFF-DT.
           MOVE WRCON-BASIC-RATE-PER-M   TO LRCON-BASIC-RATE-PER-M.
           MOVE WRCON-OLD-MPREM-AMT      TO LRCON-OLD-MPREM-AMT.
           MOVE WRCON-NEW-MPREM-AMT      TO LRCON-NEW-MPREM-AMT.
           MOVE WRCON-PMT-CNT            TO LRCON-PMT-CNT.
           MOVE WRCON-ADJ-AMT            TO LRCON-ADJ-AMT.
           MOVE WRCON-REQ-USER-ID        TO LRCON-REQ-USER-ID.
           MOVE WRCON-REQ-DT             TO LRCON-REQ-DT.
           MOVE WRCON-DCSN-USER-ID       TO LRCON-DCSN-USER-ID.
           MOVE WRCON-DCSN-DT            TO LRCON-DCSN-DT.
           MOVE WRCON-DCSN-RSN-TXT       TO LRCON-DCSN-RSN-TXT.

           IF  WRCON-PRPS-ME-FCT = WRCON-CRNT-ME-FCT
               MOVE 'N'                  TO LRCON-ME-CHNG-SW
           ELSE
               SET LRCON-ME-CHANGE       TO TRUE
           END-IF.

       1900-RETURN-RCON-X.
           EXIT.

      *------------------
       2000-REQUEST-RCON.
      *------------------

           IF  NOT LRCON-RSN-STOPPED-SMOKING
           AND NOT LRCON-RSN-MEDICAL-EVIDENCE
               SET LRCON-RETRN-INVALID   TO TRUE
               GO TO 2000-REQUEST-RCON-X
           END-IF.

           PERFORM 7000-READ-POL-CVG
              THRU 7000-READ-POL-CVG-X.
           IF  NOT LRCON-RETRN-OK
               GO TO 2000-REQUEST-RCON-X
           END-IF.

      *
      *  RECONSIDERATION ONLY EVER LOWERS THE MEDICAL EXTRA; THE
      *  SMOKER CLASS MAY MOVE EITHER WAY.  SOMETHING MUST CHANGE.
      *
           MOVE 'N'                      TO WS-SMKR-CHNG-SW.
           IF  LRCON-PRPS-SMKR-CD NOT = SPACE
           AND LRCON-PRPS-SMKR-CD NOT = WCVGS-CVG-SMKR-CD
               MOVE 'Y'                  TO WS-SMKR-CHNG-SW
           ELSE
               MOVE WCVGS-CVG-SMKR-CD    TO LRCON-PRPS-SMKR-CD
           END-IF.

           IF  LRCON-ME-CHANGE
               IF  LRCON-PRPS-ME-FCT < ZERO
               OR  LRCON-PRPS-ME-FCT NOT < WCVGS-CVG-ME-FCT
                   SET LRCON-RETRN-INVALID
                                         TO TRUE
                   GO TO 2000-REQUEST-RCON-X
               END-IF
           ELSE
               MOVE WCVGS-CVG-ME-FCT     TO LRCON-PRPS-ME-FCT
           END-IF.

           IF  NOT LRCON-ME-CHANGE
           AND NOT WS-SMKR-CHANGE
               SET LRCON-RETRN-INVALID   TO TRUE
               GO TO 2000-REQUEST-RCON-X
           END-IF.

           PERFORM 7100-EDIT-EFF-DT
              THRU 7100-EDIT-EFF-DT-X.
           IF  NOT LRCON-RETRN-OK
               GO TO 2000-REQUEST-RCON-X
           END-IF.

           OPEN I-O RCON-FILE.
           IF  WRCON-IO-NOFILE
               OPEN OUTPUT RCON-FILE
               CLOSE RCON-FILE
               OPEN I-O RCON-FILE
           END-IF.
           IF  WRCON-SEQ-FILE-STATUS NOT = '00'
               SET LRCON-RETRN-ERROR     TO TRUE
               GO TO 2000-REQUEST-RCON-X
           END-IF.

           PERFORM 7200-SCAN-CVG
              THRU 7200-SCAN-CVG-X.

           IF  WS-PEND-CNT > ZERO
               SET LRCON-RETRN-DUPLICATE TO TRUE
               CLOSE RCON-FILE
               GO TO 2000-REQUEST-RCON-X
           END-IF.

           MOVE SPACES                   TO WRCON-REC-INFO.
           MOVE LRCON-POL-ID             TO WRCON-POL-ID.
           MOVE LRCON-CVG-NUM            TO WRCON-CVG-NUM.
           COMPUTE WRCON-SEQ-NUM = WS-MAX-SEQ-NUM + 1.
           SET  WRCON-STAT-PENDING       TO TRUE.
           MOVE LRCON-RSN-CD             TO WRCON-RSN-CD.
           MOVE LRCON-EVID-DOC-REF-ID    TO WRCON-EVID-DOC-REF-ID.
           MOVE WCVGS-CVG-ME-FCT         TO WRCON-CRNT-ME-FCT.
           MOVE WCVGS-CVG-SMKR-CD        TO WRCON-CRNT-SMKR-CD.
           MOVE LRCON-PRPS-ME-FCT        TO WRCON-PRPS-ME-FCT.
           MOVE LRCON-PRPS-SMKR-CD       TO WRCON-PRPS-SMKR-CD.
           MOVE LRCON-EFF-DT             TO WRCON-EFF-DT.
           MOVE ZERO                     TO WRCON-BASIC-RATE-PER-M
                                            WRCON-NEW-MPREM-AMT
                                            WRCON-PMT-CNT
                                            WRCON-ADJ-AMT.
           MOVE WCVGS-CVG-MPREM-AMT      TO WRCON-OLD-MPREM-AMT.
           MOVE WGLOB-USER-ID            TO WRCON-REQ-USER-ID.
           MOVE WGLOB-CRNT-DT            TO WRCON-REQ-DT.

           WRITE WRCON-REC-INFO
               INVALID KEY
                   MOVE '22' TO WRCON-SEQ-FILE-STATUS
           END-WRITE.

           IF  WRCON-IO-DUPKEY
               SET LRCON-RETRN-DUPLICATE TO TRUE
               CLOSE RCON-FILE
               GO TO 2000-REQUEST-RCON-X
           END-IF.

           IF  NOT WRCON-IO-OK
               SET LRCON-RETRN-ERROR     TO TRUE
               CLOSE RCON-FILE
               GO TO 2000-REQUEST-RCON-X
           END-IF.

           PERFORM 1900-RETURN-RCON
              THRU 1900-RETURN-RCON-X.

           CLOSE RCON-FILE.

           MOVE 'RQ'                     TO WS-ACTVTY-TYP-CD.
           MOVE 'RATING RECONSIDERATION REQUESTED'
                                         TO WS-ACTVTY-DESC-TXT.
           PERFORM 8500-STAMP-HISTORY
              THRU 8500-STAMP-HISTORY-X.

       2000-REQUEST-RCON-X.
           EXIT.

      *------------------
       3000-APPROVE-RCON.
      *------------------

           PERFORM 7500-READ-PENDING-RCON
              THRU 7500-READ-PENDING-RCON-X.
           IF  NOT LRCON-RETRN-OK
               GO TO 3000-APPROVE-RCON-X
           END-IF.

      *
      *  THE USER WHO TOOK THE REQUEST CANNOT APPROVE IT.
      *
           IF  WRCON-REQ-USER-ID = WGLOB-USER-ID
               SET LRCON-RETRN-SAME-USER TO TRUE
               CLOSE RCON-FILE
               GO TO 3000-APPROVE-RCON-X
           END-IF.

      *
      *  A NEW SMOKER CLASS MEANS A NEW BASIC RATE, WHICH
      *  UNDERWRITING KEYS FROM THE RATE BOOK.
      *
           IF  WRCON-PRPS-SMKR-CD NOT = WRCON-CRNT-SMKR-CD
           AND LRCON-BASIC-RATE-PER-M NOT > ZERO
               SET LRCON-RETRN-RATE-MISSING
                                         TO TRUE
               CLOSE RCON-FILE
               GO TO 3000-APPROVE-RCON-X
           END-IF.

           MOVE ZERO                     TO WCVGH-SEQ-FILE-STATUS.
           OPEN EXTEND CVGH-HIST-FILE.
           IF  WCVGH-SEQ-FILE-STATUS = '05' OR '35'
               MOVE ZERO                 TO WCVGH-SEQ-FILE-STATUS
               OPEN OUTPUT CVGH-HIST-FILE
           END-IF.
           IF  WCVGH-SEQ-FILE-STATUS NOT = ZERO
               SET LRCON-RETRN-ERROR     TO TRUE
               CLOSE RCON-FILE
               GO TO 3000-APPROVE-RCON-X
           END-IF.

           MOVE LRCON-POL-ID             TO WPOL-POL-ID.
           PERFORM POL-1000-READ-FOR-UPDATE
              THRU POL-1000-READ-FOR-UPDATE-X.
           IF  NOT WPOL-IO-OK
               SET LRCON-RETRN-NOTFND    TO TRUE
               GO TO 3000-CLOSE-FILES
           END-IF.

           MOVE LRCON-POL-ID             TO WCVG-POL-ID.
           MOVE LRCON-CVG-NUM            TO WCVG-CVG-NUM.
           PERFORM CVG-1000-READ-FOR-UPDATE
              THRU CVG-1000-READ-FOR-UPDATE-X.
           IF  NOT WCVG-IO-OK
               SET LRCON-RETRN-NOTFND    TO TRUE
               GO TO 3000-CLOSE-FILES
           END-IF.

           MOVE RCVG-CVG-INFO            TO WCVGS-CVG-INFO.

           IF  NOT RPOL-POL-STAT-IN-FORCE
           OR  NOT WCVGS-CVG-STAT-IN-FORCE
               PERFORM CVG-3000-UNLOCK
                  THRU CVG-3000-UNLOCK-X
               SET LRCON-RETRN-INVALID   TO TRUE
               GO TO 3000-CLOSE-FILES
           END-IF.

           SET  L0312-ADJ-PREMIUM        TO TRUE.
           MOVE LRCON-BASIC-RATE-PER-M   TO L0312-BASIC-RATE-PER-M.
           MOVE WRCON-PRPS-ME-FCT        TO L0312-ME-FCT.
           MOVE WCVGS-CVG-FE-PREM-AMT    TO L0312-FE-PREM-AMT.
           MOVE WRCON-EFF-DT             TO L0312-EFF-DT.

           PERFORM 0312-1000-RERATE-CVG
              THRU 0312-1000-RERATE-CVG-X.

           IF  NOT L0312-RETRN-OK
               PERFORM CVG-3000-UNLOCK
                  THRU CVG-3000-UNLOCK-X
               SET LRCON-RETRN-RATE-MISSING
                                         TO TRUE
               GO TO 3000-CLOSE-FILES
           END-IF.

           MOVE WRCON-PRPS-SMKR-CD       TO WCVGS-CVG-SMKR-CD.
           IF  WRCON-PRPS-ME-FCT = ZERO
               MOVE ZERO                 TO WCVGS-CVG-ME-DUR
           END-IF.

           MOVE WCVGS-CVG-INFO           TO RCVG-CVG-INFO.
           PERFORM CVG-2000-REWRITE
              THRU CVG-2000-REWRITE-X.
           IF  NOT WCVG-IO-OK
               SET LRCON-RETRN-ERROR     TO TRUE
               GO TO 3000-CLOSE-FILES
           END-IF.

           PERFORM 3100-SETTLE-POLICY
              THRU 3100-SETTLE-POLICY-X.
           IF  NOT LRCON-RETRN-OK
               GO TO 3000-CLOSE-FILES
           END-IF.

           PERFORM 3200-WRITE-CVG-HIST
              THRU 3200-WRITE-CVG-HIST-X.

           SET  WRCON-STAT-APPROVED      TO TRUE.
           MOVE LRCON-BASIC-RATE-PER-M   TO WRCON-BASIC-RATE-PER-M.
           MOVE L0312-OLD-MPREM-AMT      TO WRCON-OLD-MPREM-AMT.
           MOVE L0312-NEW-MPREM-AMT      TO WRCON-NEW-MPREM-AMT.
           MOVE LRCON-DCSN-RSN-TXT       TO WRCON-DCSN-RSN-TXT.

           MOVE 'AP'                     TO WS-ACTVTY-TYP-CD.
           MOVE 'RATING RECONSIDERATION APPROVED'
                                         TO WS-ACTVTY-DESC-TXT.
           MOVE 'RCAP'                   TO WS-LTR-TYP.

           CLOSE CVGH-HIST-FILE.

           PERFORM 7600-REWRITE-RCON
              THRU 7600-REWRITE-RCON-X.

           GO TO 3000-APPROVE-RCON-X.

       3000-CLOSE-FILES.

           CLOSE CVGH-HIST-FILE
                 RCON-FILE.

       3000-APPROVE-RCON-X.
           EXIT.

      *--------------------
       3100-SETTLE-POLICY.
      *--------------------

      *
      *  THE POLICY'S MODAL PREMIUM FOLLOWS ITS COVERAGE.  EACH
      *  MODAL PAYMENT ALREADY MADE FROM THE EFFECTIVE DATE TO THE
      *  PAID-TO DATE WAS AT THE OLD PREMIUM; THE DIFFERENCE GOES
      *  TO THE OVER/SHORT AMOUNT (POSITIVE = CREDIT) THAT THE
      *  NEXT PREMIUM COLLECTION TAKES UP.
      *
           MOVE ZERO                     TO WRCON-PMT-CNT
                                            WRCON-ADJ-AMT.

           MOVE WRCON-EFF-DT             TO WS-EFF-DT.
           MOVE RPOL-POL-PD-TO-DT-NUM-YR TO WS-PD-TO-DT-YR.
           MOVE RPOL-POL-PD-TO-DT-NUM-MO TO WS-PD-TO-DT-MO.
           MOVE RPOL-POL-PD-TO-DT-NUM-DY TO WS-PD-TO-DT-DY.

           IF  NOT RPOL-POL-BILL-TYP-SINGLE
           AND RPOL-POL-BILL-MODE-CD-N NUMERIC
           AND RPOL-POL-BILL-MODE-CD-N > ZERO
           AND WS-EFF-DT < WS-PD-TO-DT
               COMPUTE WS-PD-MO-CNT =
                       (WS-PD-TO-DT-YR * 12 + WS-PD-TO-DT-MO)
                     - (WS-EFF-DT-YR * 12 + WS-EFF-DT-MO)
               IF  WS-EFF-DT-DY > WS-PD-TO-DT-DY
                   SUBTRACT 1          FROM WS-PD-MO-CNT
               END-IF
               IF  WS-PD-MO-CNT > ZERO
                   COMPUTE WRCON-PMT-CNT =
                       WS-PD-MO-CNT * RPOL-POL-BILL-MODE-CD-N / 12
               END-IF
           END-IF.

           COMPUTE WRCON-ADJ-AMT =
                   L0312-MPREM-DIFF-AMT * WRCON-PMT-CNT.

           ADD  L0312-MPREM-DIFF-AMT     TO RPOL-POL-MPREM-AMT
                                            RPOL-MODE-PREM-AMT.

           IF  WRCON-ADJ-AMT NOT = ZERO
               SUBTRACT WRCON-ADJ-AMT  FROM RPOL-OVR-SHRT-PREM-AMT
               MOVE WGLOB-CRNT-DT        TO RPOL-OVR-SHRT-PREM-DT
           END-IF.

           MOVE WGLOB-CRNT-DT            TO RPOL-PREV-FILE-MAINT-DT.

           PERFORM POL-2000-REWRITE
              THRU POL-2000-REWRITE-X.
           IF  NOT WPOL-IO-OK
               SET LRCON-RETRN-ERROR     TO TRUE
           END-IF.

       3100-SETTLE-POLICY-X.
           EXIT.

      *---------------------
       3200-WRITE-CVG-HIST.
      *---------------------

           MOVE LRCON-POL-ID             TO L0308-POL-ID.
           MOVE LRCON-CVG-NUM            TO L0308-CVG-NUM.
           MOVE WPGWS-CRNT-PGM-ID        TO L0308-SRCE-PGM.
           MOVE WGLOB-CRNT-DT            TO L0308-RUN-DT.

           IF  WRCON-PRPS-ME-FCT NOT = WRCON-CRNT-ME-FCT
               MOVE 'CVG-ME-FCT'         TO L0308-CRRCTN-FIELD-ID
               MOVE WRCON-CRNT-ME-FCT    TO WS-HIST-FCT-NUM
               MOVE WS-HIST-FCT-TXT      TO L0308-OLD-VALUE
               MOVE WRCON-PRPS-ME-FCT    TO WS-HIST-FCT-NUM
               MOVE WS-HIST-FCT-TXT      TO L0308-NEW-VALUE
               PERFORM 0308-1000-WRITE-CVG-HIST
                  THRU 0308-1000-WRITE-CVG-HIST-X
           END-IF.

           IF  WRCON-PRPS-SMKR-CD NOT = WRCON-CRNT-SMKR-CD
               MOVE 'CVG-SMKR-CD'        TO L0308-CRRCTN-FIELD-ID
               MOVE WRCON-CRNT-SMKR-CD   TO L0308-OLD-VALUE
               MOVE WRCON-PRPS-SMKR-CD   TO L0308-NEW-VALUE
               PERFORM 0308-1000-WRITE-CVG-HIST
                  THRU 0308-1000-WRITE-CVG-HIST-X
           END-IF.

           IF  L0312-MPREM-DIFF-AMT NOT = ZERO
               MOVE 'CVG-MPREM-AMT'      TO L0308-CRRCTN-FIELD-ID
               MOVE L0312-OLD-MPREM-AMT  TO WS-HIST-AMT-NUM
               MOVE WS-HIST-AMT-TXT      TO L0308-OLD-VALUE
               MOVE L0312-NEW-MPREM-AMT  TO WS-HIST-AMT-NUM
               MOVE WS-HIST-AMT-TXT      TO L0308-NEW-VALUE
               PERFORM 0308-1000-WRITE-CVG-HIST
                  THRU 0308-1000-WRITE-CVG-HIST-X
           END-IF.

       3200-WRITE-CVG-HIST-X.
           EXIT.

      *------------------
       4000-DECLINE-RCON.
      *------------------

           IF  LRCON-DCSN-RSN-TXT = SPACES
               SET LRCON-RETRN-INVALID   TO TRUE
               GO TO 4000-DECLINE-RCON-X
           END-IF.

           PERFORM 7500-READ-PENDING-RCON
              THRU 7500-READ-PENDING-RCON-X.
           IF  NOT LRCON-RETRN-OK
               GO TO 4000-DECLINE-RCON-X
           END-IF.

           SET  WRCON-STAT-DECLINED      TO TRUE.
           MOVE LRCON-DCSN-RSN-TXT       TO WRCON-DCSN-RSN-TXT.

           MOVE 'DC'                     TO WS-ACTVTY-TYP-CD.
           MOVE 'RATING RECONSIDERATION DECLINED'
                                         TO WS-ACTVTY-DESC-TXT.
           MOVE 'RCDC'                   TO WS-LTR-TYP.

           PERFORM 7600-REWRITE-RCON
              THRU 7600-REWRITE-RCON-X.

       4000-DECLINE-RCON-X.
           EXIT.

      *-------------------
       7000-READ-POL-CVG.
      *-------------------

           MOVE LRCON-POL-ID             TO WPOL-POL-ID.
           PERFORM POL-1000-READ
              THRU POL-1000-READ-X.
           IF  NOT WPOL-IO-OK
               SET LRCON-RETRN-NOTFND    TO TRUE
               GO TO 7000-READ-POL-CVG-X
           END-IF.

           MOVE LRCON-POL-ID             TO WCVG-POL-ID.
           MOVE LRCON-CVG-NUM            TO WCVG-CVG-NUM.
           PERFORM CVG-1000-READ
              THRU CVG-1000-READ-X.
           IF  NOT WCVG-IO-OK
               SET LRCON-RETRN-NOTFND    TO TRUE
               GO TO 7000-READ-POL-CVG-X
           END-IF.

           MOVE RCVG-CVG-INFO            TO WCVGS-CVG-INFO.

           IF  NOT RPOL-POL-STAT-IN-FORCE
           OR  NOT WCVGS-CVG-STAT-IN-FORCE
               SET LRCON-RETRN-INVALID   TO TRUE
           END-IF.

       7000-READ-POL-CVG-X.
           EXIT.

      *------------------
       7100-EDIT-EFF-DT.
      *------------------

      *
      *  BLANK MEANS THE NEXT DUE DATE.  OTHERWISE THE DATE CANNOT
      *  BE BEFORE THE COVERAGE WAS ISSUED OR AFTER THE PAID-TO
      *  DATE - A LATER DATE IS A FRESH REQUEST THEN.
      *
           MOVE RPOL-POL-PD-TO-DT-NUM-YR TO WS-PD-TO-DT-YR.
           MOVE RPOL-POL-PD-TO-DT-NUM-MO TO WS-PD-TO-DT-MO.
           MOVE RPOL-POL-PD-TO-DT-NUM-DY TO WS-PD-TO-DT-DY.

           IF  LRCON-EFF-DT = SPACES
               MOVE WS-PD-TO-DT          TO LRCON-EFF-DT
               GO TO 7100-EDIT-EFF-DT-X
           END-IF.

           MOVE LRCON-EFF-DT             TO WS-EFF-DT.
           IF  WS-EFF-DT-YR NOT NUMERIC
           OR  WS-EFF-DT-MO NOT NUMERIC
           OR  WS-EFF-DT-DY NOT NUMERIC
           OR  WS-EFF-DT-MO < 1 OR WS-EFF-DT-MO > 12
           OR  WS-EFF-DT-DY < 1 OR WS-EFF-DT-DY > 31
           OR  LRCON-EFF-DT > WS-PD-TO-DT
               SET LRCON-RETRN-INVALID   TO TRUE
               GO TO 7100-EDIT-EFF-DT-X
           END-IF.

           IF  WCVGS-CVG-ISS-EFF-DT-YR NUMERIC
           AND LRCON-EFF-DT < WCVGS-CVG-ISS-EFF-DT
               SET LRCON-RETRN-INVALID   TO TRUE
           END-IF.

       7100-EDIT-EFF-DT-X.
           EXIT.

      *---------------
       7200-SCAN-CVG.
      *---------------

      *
      *  COUNTS THE COVERAGE'S PENDING REQUESTS AND FINDS ITS
      *  HIGHEST SEQUENCE NUMBER.  THE FILE IS ALREADY OPEN.
      *
           MOVE ZERO                     TO WS-MAX-SEQ-NUM
                                            WS-PEND-CNT.
           MOVE LRCON-POL-ID             TO WRCON-POL-ID.
           MOVE LRCON-CVG-NUM            TO WRCON-CVG-NUM.
           MOVE ZERO                     TO WRCON-SEQ-NUM.

           START RCON-FILE
               KEY IS NOT LESS THAN WRCON-KEY
               INVALID KEY
                   MOVE '23' TO WRCON-SEQ-FILE-STATUS
           END-START.

           IF  WRCON-IO-OK
               PERFORM 7250-READ-NEXT
                  THRU 7250-READ-NEXT-X
           END-IF.

           PERFORM 7210-SCAN-ONE
              THRU 7210-SCAN-ONE-X
               UNTIL NOT WRCON-IO-OK
               OR    WRCON-POL-ID  NOT = LRCON-POL-ID
               OR    WRCON-CVG-NUM NOT = LRCON-CVG-NUM.

       7200-SCAN-CVG-X.
           EXIT.

      *---------------
       7210-SCAN-ONE.
      *---------------

           IF  WRCON-STAT-PENDING
               ADD 1                     TO WS-PEND-CNT
           END-IF.

           IF  WRCON-SEQ-NUM > WS-MAX-SEQ-NUM
               MOVE WRCON-SEQ-NUM        TO WS-MAX-SEQ-NUM
           END-IF.

           PERFORM 7250-READ-NEXT
              THRU 7250-READ-NEXT-X.

       7210-SCAN-ONE-X.
           EXIT.

      *----------------
       7250-READ-NEXT.
      *----------------

           READ RCON-FILE NEXT
               AT END
                   MOVE '10' TO WRCON-SEQ-FILE-STATUS
           END-READ.

       7250-READ-NEXT-X.
           EXIT.

      *------------------------
       7500-READ-PENDING-RCON.
      *------------------------

      *
      *  OPENS THE REGISTER AND READS THE REQUEST TO BE DECIDED.
      *  A DECIDED REQUEST IS HISTORY AND IS LEFT ALONE.  THE FILE
      *  IS LEFT OPEN ONLY WHEN THE READ IS OK.
      *
           OPEN I-O RCON-FILE.
           IF  WRCON-SEQ-FILE-STATUS NOT = '00'
               SET LRCON-RETRN-NOTFND    TO TRUE
               GO TO 7500-READ-PENDING-RCON-X
           END-IF.

           MOVE LRCON-POL-ID             TO WRCON-POL-ID.
           MOVE LRCON-CVG-NUM            TO WRCON-CVG-NUM.
           MOVE LRCON-SEQ-NUM            TO WRCON-SEQ-NUM.

           READ RCON-FILE
               INVALID KEY
                   MOVE '23' TO WRCON-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WRCON-IO-OK
               SET LRCON-RETRN-NOTFND    TO TRUE
               CLOSE RCON-FILE
               GO TO 7500-READ-PENDING-RCON-X
           END-IF.

           IF  NOT WRCON-STAT-PENDING
               SET LRCON-RETRN-NOT-PENDING
                                         TO TRUE
               CLOSE RCON-FILE
               GO TO 7500-READ-PENDING-RCON-X
           END-IF.

           SET LRCON-RETRN-OK            TO TRUE.

       7500-READ-PENDING-RCON-X.
           EXIT.

      *-------------------
       7600-REWRITE-RCON.
      *-------------------

           MOVE WGLOB-USER-ID            TO WRCON-DCSN-USER-ID.
           MOVE WGLOB-CRNT-DT            TO WRCON-DCSN-DT.

           REWRITE WRCON-REC-INFO
               INVALID KEY
                   MOVE '99' TO WRCON-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WRCON-IO-OK
               PERFORM 1900-RETURN-RCON
                  THRU 1900-RETURN-RCON-X
               SET LRCON-RETRN-OK        TO TRUE
           ELSE
               SET LRCON-RETRN-ERROR     TO TRUE
           END-IF.

           CLOSE RCON-FILE.

           IF  LRCON-RETRN-OK
               PERFORM 8500-STAMP-HISTORY
                  THRU 8500-STAMP-HISTORY-X
               PERFORM 8600-QUEUE-LETTER
                  THRU 8600-QUEUE-LETTER-X
           END-IF.

       7600-REWRITE-RCON-X.
           EXIT.

      *--------------------
       8500-STAMP-HISTORY.
      *--------------------

           MOVE SPACES                   TO RPHST-REC-INFO.
           MOVE LRCON-POL-ID             TO RPHST-POL-ID.
           MOVE LRCON-CVG-NUM            TO RPHST-CVG-NUM.
           MOVE WGLOB-CRNT-DT            TO RPHST-PCHST-EFF-DT.
           MOVE LRCON-EFF-DT             TO RPHST-ACTVTY-EFF-DT.
           MOVE 'RCON'                   TO RPHST-POL-ACTV-TYP-ID.
           MOVE WS-ACTVTY-TYP-CD         TO RPHST-ACTVTY-TYP-CD.
           SET  RPHST-PCHST-STAT-ACTIVE  TO TRUE.
           MOVE WS-ACTVTY-DESC-TXT       TO RPHST-ACTVTY-DESC-TXT.

           MOVE LRCON-CRNT-ME-FCT        TO WS-PHST-ME-FCT.
           MOVE LRCON-CRNT-SMKR-CD       TO WS-PHST-SMKR-CD.
           MOVE LRCON-OLD-MPREM-AMT      TO WS-PHST-PREM-AMT.
           MOVE WS-PHST-VALU-TXT         TO RPHST-PCHST-OLD-VALU-TXT.

           MOVE LRCON-PRPS-ME-FCT        TO WS-PHST-ME-FCT.
           MOVE LRCON-PRPS-SMKR-CD       TO WS-PHST-SMKR-CD.
           IF  LRCON-NEW-MPREM-AMT = ZERO
               MOVE LRCON-OLD-MPREM-AMT  TO WS-PHST-PREM-AMT
           ELSE
               MOVE LRCON-NEW-MPREM-AMT  TO WS-PHST-PREM-AMT
           END-IF.
           MOVE WS-PHST-VALU-TXT         TO RPHST-PCHST-NEW-VALU-TXT.

           MOVE WGLOB-USER-ID            TO RPHST-PREV-UPDT-USER-ID.
           MOVE WGLOB-CRNT-DT            TO RPHST-PREV-UPDT-DT.

           PERFORM PHST-1000-CREATE
              THRU PHST-1000-CREATE-X.

       8500-STAMP-HISTORY-X.
           EXIT.

      *--------------------
       8600-QUEUE-LETTER.
      *--------------------

           OPEN I-O LTR-CNTL-FILE.
           IF  WLTRC-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT LTR-CNTL-FILE
               CLOSE LTR-CNTL-FILE
               OPEN I-O LTR-CNTL-FILE
           END-IF.
           IF  WLTRC-SEQ-FILE-STATUS NOT = '00'
               SET LRCON-RETRN-ERROR     TO TRUE
               GO TO 8600-QUEUE-LETTER-X
           END-IF.

           MOVE LRCON-POL-ID             TO L0307-POL-ID.
           MOVE WS-LTR-TYP               TO L0307-LTR-TYP.
           MOVE WGLOB-CRNT-DT            TO L0307-RUN-DT.
           PERFORM 0307-1000-QUEUE-LETTER
              THRU 0307-1000-QUEUE-LETTER-X.

           CLOSE LTR-CNTL-FILE.

       8600-QUEUE-LETTER-X.
           EXIT.
      /
       COPY CCPNPOL.
       COPY CCPUPOL.
      /
       COPY CCPNCVG.
       COPY CCPUCVG.
      /
       COPY CCPCPHST.
      /
       COPY CCPP0307.
       COPY CCPP0308.
       COPY CCPP0312.
      /
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSRQRCON                     **
      *****************************************************************
