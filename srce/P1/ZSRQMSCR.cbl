      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQMSCR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQMSCR                                         **
      **  REMARKS:  AGE/SEX MISSTATEMENT CORRECTION.  ONCE THE       **
      **            CLIENT'S BIRTH DATE OR SEX HAS BEEN CORRECTED,   **
      **            RE-RATES EVERY COVERAGE ON THE POLICY THAT WAS   **
      **            PRICED ON THE WRONG RATING AGE OR SEX:           **
      **              - THE RATING AGE IS THE CORRECTED CLIENT'S     **
      **                AGE LAST BIRTHDAY AT THE COVERAGE'S ISSUE    **
      **              - UNDERWRITING KEYS THE CORRECT BASIC MODAL    **
      **                RATE PER THOUSAND FOR EACH AFFECTED COVERAGE **
      **                AND THE COMMON RE-RATE ROUTINE (CCPP0312)    **
      **                PRICES IT FROM ISSUE                         **
      **              - METHOD 'P' CHARGES OR RETURNS THE MODAL      **
      **                DIFFERENCE FOR EVERY MODAL PAYMENT FROM THE  **
      **                COVERAGE'S ISSUE TO THE PAID-TO DATE:        **
      **                ARREARS ARE POSTED AS A PREMIUM SHORTAGE     **
      **                COLLECTED WITH THE NEXT PREMIUM, A REFUND IS **
      **                QUEUED ON THE DISBURSEMENT QUEUE             **
      **              - METHOD 'F' (WHERE THE POLICY TERMS CALL FOR  **
      **                IT) KEEPS THE PREMIUM AND ADJUSTS THE FACE   **
      **                TO WHAT IT BUYS AT THE CORRECT RATE          **
      **            EVERY CHANGED FIELD GOES TO THE COVERAGE-AMOUNT  **
      **            CORRECTION HISTORY (CCPP0308), EACH COVERAGE AND **
      **            THE POLICY SETTLEMENT ARE STAMPED ON PHST AND    **
      **            THE EXPLANATION LETTER IS QUEUED.                **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51278**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHCVGH.
           COPY CCFHLTRC.

           SELECT DSBQ-DATA-FILE ASSIGN TO ZSDSBQ
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WDSBQ-SEQ-FILE-STATUS.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWCVGH.
       COPY CCFWLTRC.

       FD  DSBQ-DATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRDSBQ.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQMSCR'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWCVGH.
       COPY CCWWLTRC.

       01  WDSBQ-SEQ-IO-WORK-AREA.
           05  WDSBQ-SEQ-FILE-NAME       PIC X(04)  VALUE 'DSBQ'.
           05  WDSBQ-SEQ-FILE-STATUS     PIC X(02).

       01  WS-MSCR-WORK-AREA.
           05  WS-CVG-IX                    PIC S9(04) COMP.
           05  WS-CVG-MAX                   PIC S9(04) COMP.
           05  WS-PD-MO-CNT                 PIC S9(05) COMP-3.
           05  WS-PMT-CNT                   PIC S9(05) COMP-3.
           05  WS-NEW-RT-AGE                PIC S9(03) COMP-3.
           05  WS-BTH-DT.
               10  WS-BTH-YR                PIC 9(04).
               10  FILLER                   PIC X(01).
               10  WS-BTH-MO                PIC 9(02).
               10  FILLER                   PIC X(01).
               10  WS-BTH-DY                PIC 9(02).
           05  WS-ISS-YR                    PIC 9(04).
           05  WS-ISS-MO                    PIC 9(02).
           05  WS-ISS-DY                    PIC 9(02).
           05  WS-OLD-POL-MPREM-AMT         PIC S9(13)V99 COMP-3.
           05  WS-HIST-AMT-NUM              PIC S9(13)V99.
           05  WS-HIST-AMT-TXT              REDEFINES
               WS-HIST-AMT-NUM              PIC X(15).
           05  WS-HIST-AGE                  PIC 9(03).
           05  WS-ACTVTY-DESC-TXT           PIC X(40).
           05  WS-PHST-VALU-TXT.
               10  FILLER                   PIC X(04)  VALUE 'AGE '.
               10  WS-PHST-AGE              PIC 9(03).
               10  FILLER                   PIC X(05)  VALUE ' SEX '.
               10  WS-PHST-SEX-CD           PIC X(01).
               10  FILLER                   PIC X(03)  VALUE ' P '.
               10  WS-PHST-PREM-AMT         PIC ZZZ,ZZZ,ZZ9.
           05  WS-PHST-AMT-TXT.
               10  FILLER                   PIC X(06)  VALUE 'PREM  '.
               10  WS-PHST-AMT              PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-PHST-FACE-TXT.
               10  FILLER                   PIC X(06)  VALUE 'FACE  '.
               10  WS-PHST-FACE-AMT         PIC ZZZ,ZZZ,ZZZ,ZZ9.

       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFWCLI.
       COPY CCFRCLI.

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

       COPY CCWLMSCR.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LMSCR-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LMSCR-RETRN-NOTAUTH   TO TRUE
               GOBACK
           END-IF.

           SET  LMSCR-RETRN-OK           TO TRUE.

           EVALUATE TRUE
               WHEN LMSCR-FUNCTION-QUOTE
                   PERFORM 1000-QUOTE-CORRECTION
                      THRU 1000-QUOTE-CORRECTION-X
               WHEN LMSCR-FUNCTION-EXECUTE
                   PERFORM 1000-QUOTE-CORRECTION
                      THRU 1000-QUOTE-CORRECTION-X
                   IF  LMSCR-RETRN-OK
                       PERFORM 2000-EXECUTE-CORRECTION
                          THRU 2000-EXECUTE-CORRECTION-X
                   END-IF
               WHEN OTHER
                   SET LMSCR-RETRN-INVALID
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

      *---------------------------
       1000-QUOTE-CORRECTION.
      *---------------------------

           MOVE ZERO                     TO LMSCR-CVG-CNT
                                            LMSCR-AFCT-CVG-CNT
                                            LMSCR-TOT-MPREM-DIFF-AMT
                                            LMSCR-TOT-PREM-DIFF-AMT
                                            LMSCR-ARREARS-AMT
                                            LMSCR-REFUND-AMT.
           MOVE SPACES                   TO LMSCR-ERR-CVG-NUM
                                            LMSCR-CRCT-BTH-DT
                                            LMSCR-CRCT-SEX-CD.

           IF  LMSCR-ADJ-METH-CD = SPACE
               SET LMSCR-ADJ-PREMIUM     TO TRUE
           END-IF.
           IF  NOT LMSCR-ADJ-PREMIUM
           AND NOT LMSCR-ADJ-FACE
               SET LMSCR-RETRN-INVALID   TO TRUE
               GO TO 1000-QUOTE-CORRECTION-X
           END-IF.

           MOVE LMSCR-POL-ID             TO WPOL-POL-ID.
           PERFORM POL-1000-READ
              THRU POL-1000-READ-X.
           IF  NOT WPOL-IO-OK
               SET LMSCR-RETRN-NOTFND    TO TRUE
               GO TO 1000-QUOTE-CORRECTION-X
           END-IF.
           IF  NOT RPOL-POL-STAT-IN-FORCE
               SET LMSCR-RETRN-INVALID   TO TRUE
               GO TO 1000-QUOTE-CORRECTION-X
           END-IF.

      *
      *  THE CLIENT RECORD ALREADY CARRIES THE CORRECTED FACTS.
      *
           MOVE LMSCR-CLI-ID             TO WCLI-CLI-ID.
           PERFORM CLI-1000-READ
              THRU CLI-1000-READ-X.
           IF  NOT WCLI-IO-OK
               SET LMSCR-RETRN-NOTFND    TO TRUE
               GO TO 1000-QUOTE-CORRECTION-X
           END-IF.

           MOVE RCLI-BTH-DT              TO LMSCR-CRCT-BTH-DT
                                            WS-BTH-DT.
           MOVE RCLI-SEX-CD              TO LMSCR-CRCT-SEX-CD.

           IF  WS-BTH-YR NOT NUMERIC
           OR  WS-BTH-MO NOT NUMERIC
           OR  WS-BTH-DY NOT NUMERIC
           OR  WS-BTH-MO < 1 OR WS-BTH-MO > 12
           OR  WS-BTH-DY < 1 OR WS-BTH-DY > 31
           OR  LMSCR-CRCT-SEX-CD = SPACE
               SET LMSCR-RETRN-INVALID   TO TRUE
               GO TO 1000-QUOTE-CORRECTION-X
           END-IF.

           MOVE RPOL-POL-CVG-REC-CTR-N   TO WS-CVG-MAX.
           IF  WS-CVG-MAX > 20
               MOVE 20                   TO WS-CVG-MAX
           END-IF.
           MOVE WS-CVG-MAX               TO LMSCR-CVG-CNT.

           PERFORM 1100-QUOTE-ONE-CVG
              THRU 1100-QUOTE-ONE-CVG-X
               VARYING WS-CVG-IX FROM 1 BY 1
               UNTIL WS-CVG-IX > WS-CVG-MAX.

           IF  NOT LMSCR-RETRN-OK
               GO TO 1000-QUOTE-CORRECTION-X
           END-IF.

           IF  LMSCR-AFCT-CVG-CNT = ZERO
               SET LMSCR-RETRN-NO-CHANGE TO TRUE
               GO TO 1000-QUOTE-CORRECTION-X
           END-IF.

           IF  LMSCR-TOT-PREM-DIFF-AMT > ZERO
               MOVE LMSCR-TOT-PREM-DIFF-AMT
                                         TO LMSCR-ARREARS-AMT
           ELSE
               COMPUTE LMSCR-REFUND-AMT =
                   ZERO - LMSCR-TOT-PREM-DIFF-AMT
           END-IF.

       1000-QUOTE-CORRECTION-X.
           EXIT.

      *------------------------
       1100-QUOTE-ONE-CVG.
      *------------------------

           MOVE WS-CVG-IX                TO LMSCR-CVG-NUM (WS-CVG-IX).
           SET  LMSCR-CVG-NOT-AFFECTED (WS-CVG-IX)
                                         TO TRUE.
           MOVE ZERO                     TO LMSCR-PMT-CNT (WS-CVG-IX)
                                            LMSCR-PREM-DIFF-AMT
                                                         (WS-CVG-IX).

           MOVE LMSCR-POL-ID             TO WCVG-POL-ID.
           MOVE WS-CVG-IX                TO WCVG-CVG-NUM-N.
           PERFORM CVG-1000-READ
              THRU CVG-1000-READ-X.
           IF  NOT WCVG-IO-OK
               GO TO 1100-QUOTE-ONE-CVG-X
           END-IF.

           MOVE RCVG-CVG-INFO            TO WCVGS-CVG-INFO.

           PERFORM 1200-RERATE-CVG
              THRU 1200-RERATE-CVG-X.

           IF  LMSCR-CVG-NOT-AFFECTED (WS-CVG-IX)
           OR  L0312-RETRN-BAD-RATE
               GO TO 1100-QUOTE-ONE-CVG-X
           END-IF.

           ADD  1                        TO LMSCR-AFCT-CVG-CNT.
           ADD  L0312-MPREM-DIFF-AMT     TO LMSCR-TOT-MPREM-DIFF-AMT.
           ADD  LMSCR-PREM-DIFF-AMT (WS-CVG-IX)
                                         TO LMSCR-TOT-PREM-DIFF-AMT.

       1100-QUOTE-ONE-CVG-X.
           EXIT.

      *---------------------
       1200-RERATE-CVG.
      *---------------------

      *
      *  WORKS ON THE COVERAGE IN WCVGS.  THE CORRECT RATING AGE IS
      *  THE AGE LAST BIRTHDAY AT THE COVERAGE'S OWN ISSUE DATE (A
      *  RIDER ADDED LATER WAS RATED AT ITS OWN ISSUE).
      *
           SET  L0312-RETRN-OK           TO TRUE.

           MOVE WCVGS-CVG-RT-AGE-N       TO LMSCR-OLD-RT-AGE
                                                         (WS-CVG-IX)
                                            LMSCR-NEW-RT-AGE
                                                         (WS-CVG-IX).
           MOVE WCVGS-CVG-SEX-CD         TO LMSCR-OLD-SEX-CD
                                                         (WS-CVG-IX)
                                            LMSCR-NEW-SEX-CD
                                                         (WS-CVG-IX).
           MOVE WCVGS-CVG-MPREM-AMT      TO LMSCR-OLD-MPREM-AMT
                                                         (WS-CVG-IX)
                                            LMSCR-NEW-MPREM-AMT
                                                         (WS-CVG-IX).
           MOVE WCVGS-CVG-FACE-AMT       TO LMSCR-OLD-FACE-AMT
                                                         (WS-CVG-IX)
                                            LMSCR-NEW-FACE-AMT
                                                         (WS-CVG-IX).

           IF  NOT WCVGS-CVG-STAT-IN-FORCE
               GO TO 1200-RERATE-CVG-X
           END-IF.

           IF  WCVGS-CVG-ISS-EFF-DT-YR NUMERIC
           AND WCVGS-CVG-ISS-EFF-DT-MO NUMERIC
           AND WCVGS-CVG-ISS-EFF-DT-DY NUMERIC
               MOVE WCVGS-CVG-ISS-EFF-DT-YR
                                         TO WS-ISS-YR
               MOVE WCVGS-CVG-ISS-EFF-DT-MO
                                         TO WS-ISS-MO
               MOVE WCVGS-CVG-ISS-EFF-DT-DY
                                         TO WS-ISS-DY
           ELSE
               MOVE RPOL-POL-ISS-EFF-DT-YR
                                         TO WS-ISS-YR
               MOVE RPOL-POL-ISS-EFF-DT-MO
                                         TO WS-ISS-MO
               MOVE RPOL-POL-ISS-EFF-DT-DY
                                         TO WS-ISS-DY
           END-IF.

           COMPUTE WS-NEW-RT-AGE = WS-ISS-YR - WS-BTH-YR.
           IF  WS-ISS-MO < WS-BTH-MO
           OR (WS-ISS-MO = WS-BTH-MO AND WS-ISS-DY < WS-BTH-DY)
               SUBTRACT 1              FROM WS-NEW-RT-AGE
           END-IF.
           IF  WS-NEW-RT-AGE < ZERO
               MOVE ZERO                 TO WS-NEW-RT-AGE
           END-IF.

           IF  WS-NEW-RT-AGE     = WCVGS-CVG-RT-AGE-N
           AND LMSCR-CRCT-SEX-CD = WCVGS-CVG-SEX-CD
               GO TO 1200-RERATE-CVG-X
           END-IF.

           SET  LMSCR-CVG-AFFECTED (WS-CVG-IX)
                                         TO TRUE.
           MOVE WS-NEW-RT-AGE            TO LMSCR-NEW-RT-AGE
                                                         (WS-CVG-IX).
           MOVE LMSCR-CRCT-SEX-CD        TO LMSCR-NEW-SEX-CD
                                                         (WS-CVG-IX).

      *
      *  NO RATE KEYED YET - THE COVERAGE IS LISTED SO UNDERWRITING
      *  CAN LOOK IT UP; THE FIRST ONE MISSING IS RETURNED.
      *
           IF  LMSCR-CRCT-RATE-PER-M (WS-CVG-IX) NOT > ZERO
               SET L0312-RETRN-BAD-RATE  TO TRUE
               IF  LMSCR-RETRN-OK
                   SET LMSCR-RETRN-RATE-MISSING
                                         TO TRUE
                   MOVE LMSCR-CVG-NUM (WS-CVG-IX)
                                         TO LMSCR-ERR-CVG-NUM
               END-IF
               GO TO 1200-RERATE-CVG-X
           END-IF.

      *
      *  RE-PRICED FROM ISSUE WITH THE EXTRAS THE COVERAGE CARRIES.
      *
           MOVE LMSCR-ADJ-METH-CD        TO L0312-ADJ-METH-CD.
           MOVE LMSCR-CRCT-RATE-PER-M (WS-CVG-IX)
                                         TO L0312-BASIC-RATE-PER-M.
           MOVE WCVGS-CVG-ME-FCT         TO L0312-ME-FCT.
           MOVE WCVGS-CVG-FE-PREM-AMT    TO L0312-FE-PREM-AMT.
           MOVE WGLOB-CRNT-DT            TO L0312-EFF-DT.

           PERFORM 0312-1000-RERATE-CVG
              THRU 0312-1000-RERATE-CVG-X.

           IF  NOT L0312-RETRN-OK
               IF  LMSCR-RETRN-OK
                   SET LMSCR-RETRN-RATE-MISSING
                                         TO TRUE
                   MOVE LMSCR-CVG-NUM (WS-CVG-IX)
                                         TO LMSCR-ERR-CVG-NUM
               END-IF
               GO TO 1200-RERATE-CVG-X
           END-IF.

           MOVE WS-NEW-RT-AGE            TO WCVGS-CVG-RT-AGE-N.
           MOVE LMSCR-CRCT-SEX-CD        TO WCVGS-CVG-SEX-CD.

           MOVE L0312-NEW-MPREM-AMT      TO LMSCR-NEW-MPREM-AMT
                                                         (WS-CVG-IX).
           MOVE L0312-NEW-FACE-AMT       TO LMSCR-NEW-FACE-AMT
                                                         (WS-CVG-IX).

           PERFORM 1300-CALC-PMT-CNT
              THRU 1300-CALC-PMT-CNT-X.

           MOVE WS-PMT-CNT               TO LMSCR-PMT-CNT (WS-CVG-IX).
           COMPUTE LMSCR-PREM-DIFF-AMT (WS-CVG-IX) =
                   L0312-MPREM-DIFF-AMT * WS-PMT-CNT.

       1200-RERATE-CVG-X.
           EXIT.

      *-----------------------
       1300-CALC-PMT-CNT.
      *-----------------------

      *
      *  MODAL PAYMENTS FROM THE COVERAGE'S ISSUE TO THE PAID-TO
      *  DATE; A SINGLE-PREMIUM POLICY PAID ONCE.
      *
           IF  RPOL-POL-BILL-TYP-SINGLE
           OR  RPOL-POL-BILL-MODE-CD-N NOT NUMERIC
           OR  RPOL-POL-BILL-MODE-CD-N = ZERO
               MOVE 1                    TO WS-PMT-CNT
               GO TO 1300-CALC-PMT-CNT-X
           END-IF.

           COMPUTE WS-PD-MO-CNT =
                   (RPOL-POL-PD-TO-DT-NUM-YR * 12
                  + RPOL-POL-PD-TO-DT-NUM-MO)
                 - (WS-ISS-YR * 12 + WS-ISS-MO).

           IF  WS-PD-MO-CNT < ZERO
               MOVE ZERO                 TO WS-PD-MO-CNT
           END-IF.

           COMPUTE WS-PMT-CNT =
                   WS-PD-MO-CNT * RPOL-POL-BILL-MODE-CD-N / 12.

       1300-CALC-PMT-CNT-X.
           EXIT.

      *------------------------------
       2000-EXECUTE-CORRECTION.
      *------------------------------

           MOVE ZERO                     TO WCVGH-SEQ-FILE-STATUS.
           OPEN EXTEND CVGH-HIST-FILE.
           IF  WCVGH-SEQ-FILE-STATUS = '05' OR '35'
               MOVE ZERO                 TO WCVGH-SEQ-FILE-STATUS
               OPEN OUTPUT CVGH-HIST-FILE
           END-IF.
           IF  WCVGH-SEQ-FILE-STATUS NOT = ZERO
               SET LMSCR-RETRN-ERROR     TO TRUE
               GO TO 2000-EXECUTE-CORRECTION-X
           END-IF.

           MOVE LMSCR-POL-ID             TO WPOL-POL-ID.
           PERFORM POL-1000-READ-FOR-UPDATE
              THRU POL-1000-READ-FOR-UPDATE-X.
           IF  NOT WPOL-IO-OK
               SET LMSCR-RETRN-ERROR     TO TRUE
               CLOSE CVGH-HIST-FILE
               GO TO 2000-EXECUTE-CORRECTION-X
           END-IF.

           PERFORM 2100-UPDATE-ONE-CVG
              THRU 2100-UPDATE-ONE-CVG-X
               VARYING WS-CVG-IX FROM 1 BY 1
               UNTIL WS-CVG-IX > WS-CVG-MAX.

           CLOSE CVGH-HIST-FILE.

      *
      *  THE POLICY'S MODAL PREMIUM FOLLOWS ITS COVERAGES.  ARREARS
      *  ARE A PREMIUM SHORTAGE (A NEGATIVE OVER/SHORT AMOUNT) THE
      *  NEXT PREMIUM COLLECTION PICKS UP.
      *
           MOVE RPOL-POL-MPREM-AMT       TO WS-OLD-POL-MPREM-AMT.
           ADD  LMSCR-TOT-MPREM-DIFF-AMT TO RPOL-POL-MPREM-AMT
                                            RPOL-MODE-PREM-AMT.

           IF  LMSCR-ARREARS-AMT > ZERO
               SUBTRACT LMSCR-ARREARS-AMT
                                       FROM RPOL-OVR-SHRT-PREM-AMT
               MOVE WGLOB-CRNT-DT        TO RPOL-OVR-SHRT-PREM-DT
           END-IF.

           MOVE WGLOB-CRNT-DT            TO RPOL-PREV-FILE-MAINT-DT.

           PERFORM POL-2000-REWRITE
              THRU POL-2000-REWRITE-X.
           IF  NOT WPOL-IO-OK
               SET LMSCR-RETRN-ERROR     TO TRUE
               GO TO 2000-EXECUTE-CORRECTION-X
           END-IF.

           IF  LMSCR-REFUND-AMT > ZERO
               PERFORM 3000-QUEUE-REFUND
                  THRU 3000-QUEUE-REFUND-X
           END-IF.

           PERFORM 4000-STAMP-POLICY-HISTORY
              THRU 4000-STAMP-POLICY-HISTORY-X.

           PERFORM 5000-QUEUE-LETTER
              THRU 5000-QUEUE-LETTER-X.

       2000-EXECUTE-CORRECTION-X.
           EXIT.

      *------------------------
       2100-UPDATE-ONE-CVG.
      *------------------------

           IF  LMSCR-CVG-NOT-AFFECTED (WS-CVG-IX)
               GO TO 2100-UPDATE-ONE-CVG-X
           END-IF.

           MOVE LMSCR-POL-ID             TO WCVG-POL-ID.
           MOVE WS-CVG-IX                TO WCVG-CVG-NUM-N.
           PERFORM CVG-1000-READ-FOR-UPDATE
              THRU CVG-1000-READ-FOR-UPDATE-X.
           IF  NOT WCVG-IO-OK
               SET LMSCR-RETRN-ERROR     TO TRUE
               GO TO 2100-UPDATE-ONE-CVG-X
           END-IF.

           MOVE RCVG-CVG-INFO            TO WCVGS-CVG-INFO.

           PERFORM 1200-RERATE-CVG
              THRU 1200-RERATE-CVG-X.

           IF  NOT L0312-RETRN-OK
               PERFORM CVG-3000-UNLOCK
                  THRU CVG-3000-UNLOCK-X
               SET LMSCR-RETRN-ERROR     TO TRUE
               GO TO 2100-UPDATE-ONE-CVG-X
           END-IF.

           MOVE WCVGS-CVG-INFO           TO RCVG-CVG-INFO.
           PERFORM CVG-2000-REWRITE
              THRU CVG-2000-REWRITE-X.
           IF  NOT WCVG-IO-OK
               SET LMSCR-RETRN-ERROR     TO TRUE
               GO TO 2100-UPDATE-ONE-CVG-X
           END-IF.

           PERFORM 2200-WRITE-CVG-HIST
              THRU 2200-WRITE-CVG-HIST-X.

           PERFORM 2300-STAMP-CVG-HISTORY
              THRU 2300-STAMP-CVG-HISTORY-X.

       2100-UPDATE-ONE-CVG-X.
           EXIT.

      *------------------------
       2200-WRITE-CVG-HIST.
      *------------------------

           MOVE LMSCR-POL-ID             TO L0308-POL-ID.
           MOVE LMSCR-CVG-NUM (WS-CVG-IX)
                                         TO L0308-CVG-NUM.
           MOVE 'ZSRQMSCR'               TO L0308-SRCE-PGM.
           MOVE WGLOB-CRNT-DT            TO L0308-RUN-DT.

           IF  LMSCR-NEW-RT-AGE (WS-CVG-IX) NOT =
               LMSCR-OLD-RT-AGE (WS-CVG-IX)
               MOVE 'CVG-RT-AGE'         TO L0308-CRRCTN-FIELD-ID
               MOVE LMSCR-OLD-RT-AGE (WS-CVG-IX)
                                         TO WS-HIST-AGE
               MOVE WS-HIST-AGE          TO L0308-OLD-VALUE
               MOVE LMSCR-NEW-RT-AGE (WS-CVG-IX)
                                         TO WS-HIST-AGE
               MOVE WS-HIST-AGE          TO L0308-NEW-VALUE
               PERFORM 0308-1000-WRITE-CVG-HIST
                  THRU 0308-1000-WRITE-CVG-HIST-X
           END-IF.

           IF  LMSCR-NEW-SEX-CD (WS-CVG-IX) NOT =
               LMSCR-OLD-SEX-CD (WS-CVG-IX)
               MOVE 'CVG-SEX-CD'         TO L0308-CRRCTN-FIELD-ID
               MOVE LMSCR-OLD-SEX-CD (WS-CVG-IX)
                                         TO L0308-OLD-VALUE
               MOVE LMSCR-NEW-SEX-CD (WS-CVG-IX)
                                         TO L0308-NEW-VALUE
               PERFORM 0308-1000-WRITE-CVG-HIST
                  THRU 0308-1000-WRITE-CVG-HIST-X
           END-IF.

           IF  LMSCR-NEW-MPREM-AMT (WS-CVG-IX) NOT =
               LMSCR-OLD-MPREM-AMT (WS-CVG-IX)
               MOVE 'CVG-MPREM-AMT'      TO L0308-CRRCTN-FIELD-ID
               MOVE LMSCR-OLD-MPREM-AMT (WS-CVG-IX)
                                         TO WS-HIST-AMT-NUM
               MOVE WS-HIST-AMT-TXT      TO L0308-OLD-VALUE
               MOVE LMSCR-NEW-MPREM-AMT (WS-CVG-IX)
                                         TO WS-HIST-AMT-NUM
               MOVE WS-HIST-AMT-TXT      TO L0308-NEW-VALUE
               PERFORM 0308-1000-WRITE-CVG-HIST
                  THRU 0308-1000-WRITE-CVG-HIST-X
           END-IF.

           IF  LMSCR-NEW-FACE-AMT (WS-CVG-IX) NOT =
               LMSCR-OLD-FACE-AMT (WS-CVG-IX)
               MOVE 'CVG-FACE-AMT'       TO L0308-CRRCTN-FIELD-ID
               MOVE LMSCR-OLD-FACE-AMT (WS-CVG-IX)
                                         TO WS-HIST-AMT-NUM
               MOVE WS-HIST-AMT-TXT      TO L0308-OLD-VALUE
               MOVE LMSCR-NEW-FACE-AMT (WS-CVG-IX)
                                         TO WS-HIST-AMT-NUM
               MOVE WS-HIST-AMT-TXT      TO L0308-NEW-VALUE
               PERFORM 0308-1000-WRITE-CVG-HIST
                  THRU 0308-1000-WRITE-CVG-HIST-X
           END-IF.

       2200-WRITE-CVG-HIST-X.
           EXIT.

      *---------------------------
       2300-STAMP-CVG-HISTORY.
      *---------------------------

           MOVE SPACES                   TO RPHST-REC-INFO.
           MOVE LMSCR-POL-ID             TO RPHST-POL-ID.
           MOVE LMSCR-CVG-NUM (WS-CVG-IX)
                                         TO RPHST-CVG-NUM.
           MOVE WGLOB-CRNT-DT            TO RPHST-PCHST-EFF-DT
                                            RPHST-ACTVTY-EFF-DT.
           MOVE 'MSCR'                   TO RPHST-POL-ACTV-TYP-ID.
           MOVE 'MS'                     TO RPHST-ACTVTY-TYP-CD.
           SET  RPHST-PCHST-STAT-ACTIVE  TO TRUE.
           MOVE 'COVERAGE RE-RATED - AGE/SEX MISSTATED'
                                         TO RPHST-ACTVTY-DESC-TXT.

           MOVE LMSCR-OLD-RT-AGE (WS-CVG-IX)
                                         TO WS-PHST-AGE.
           MOVE LMSCR-OLD-SEX-CD (WS-CVG-IX)
                                         TO WS-PHST-SEX-CD.
           MOVE LMSCR-OLD-MPREM-AMT (WS-CVG-IX)
                                         TO WS-PHST-PREM-AMT.
           MOVE WS-PHST-VALU-TXT         TO RPHST-PCHST-OLD-VALU-TXT.

           MOVE LMSCR-NEW-RT-AGE (WS-CVG-IX)
                                         TO WS-PHST-AGE.
           MOVE LMSCR-NEW-SEX-CD (WS-CVG-IX)
                                         TO WS-PHST-SEX-CD.
           MOVE LMSCR-NEW-MPREM-AMT (WS-CVG-IX)
                                         TO WS-PHST-PREM-AMT.
           MOVE WS-PHST-VALU-TXT         TO RPHST-PCHST-NEW-VALU-TXT.

           MOVE WGLOB-USER-ID            TO RPHST-PREV-UPDT-USER-ID.
           MOVE WGLOB-CRNT-DT            TO RPHST-PREV-UPDT-DT.

           PERFORM PHST-1000-CREATE
              THRU PHST-1000-CREATE-X.

       2300-STAMP-CVG-HISTORY-X.
           EXIT.

      *-----------------------------
       3000-QUEUE-REFUND.
      *-----------------------------

           OPEN EXTEND DSBQ-DATA-FILE.
           IF  WDSBQ-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT DSBQ-DATA-FILE
           END-IF.
           IF  WDSBQ-SEQ-FILE-STATUS NOT = '00'
               SET LMSCR-RETRN-ERROR     TO TRUE
               GO TO 3000-QUEUE-REFUND-X
           END-IF.

           MOVE SPACES                   TO RDSBQ-SEQ-REC-INFO.
           MOVE LMSCR-POL-ID             TO RDSBQ-POL-ID.
           SET  RDSBQ-TYP-PREM-REFUND    TO TRUE.
           MOVE LMSCR-REFUND-AMT         TO RDSBQ-DSBMT-AMT.
           MOVE WGLOB-CRNT-DT            TO RDSBQ-QUEUED-DT.
           MOVE ZERO                     TO RDSBQ-LOAN-SEQ-NUM.

           WRITE RDSBQ-SEQ-REC-INFO.

      *
      *  A REFUND THAT CANNOT REACH THE QUEUE MUST NOT REPORT
      *  SUCCESS - THE CLERK RE-QUEUES IT.
      *
           IF  WDSBQ-SEQ-FILE-STATUS NOT = '00'
               SET LMSCR-RETRN-ERROR     TO TRUE
           END-IF.

           CLOSE DSBQ-DATA-FILE.

       3000-QUEUE-REFUND-X.
           EXIT.

      *------------------------------
       4000-STAMP-POLICY-HISTORY.
      *------------------------------

           MOVE SPACES                   TO RPHST-REC-INFO.
           MOVE LMSCR-POL-ID             TO RPHST-POL-ID.
           MOVE WGLOB-CRNT-DT            TO RPHST-PCHST-EFF-DT
                                            RPHST-ACTVTY-EFF-DT.
           MOVE 'MSCR'                   TO RPHST-POL-ACTV-TYP-ID.
           MOVE 'MS'                     TO RPHST-ACTVTY-TYP-CD.
           SET  RPHST-PCHST-STAT-ACTIVE  TO TRUE.

           EVALUATE TRUE
               WHEN LMSCR-ADJ-FACE
                   MOVE 'MISSTATEMENT - FACE ADJUSTED'
                                         TO RPHST-ACTVTY-DESC-TXT
                   MOVE 'PREMIUM KEPT'   TO RPHST-PCHST-OLD-VALU-TXT
                                            RPHST-PCHST-NEW-VALU-TXT
                   GO TO 4000-CREATE
               WHEN LMSCR-ARREARS-AMT > ZERO
                   MOVE 'MISSTATEMENT - ARREARS POSTED'
                                         TO RPHST-ACTVTY-DESC-TXT
                   MOVE LMSCR-ARREARS-AMT
                                         TO WS-PHST-AMT
               WHEN LMSCR-REFUND-AMT > ZERO
                   MOVE 'MISSTATEMENT - REFUND QUEUED'
                                         TO RPHST-ACTVTY-DESC-TXT
                   MOVE LMSCR-REFUND-AMT TO WS-PHST-AMT
               WHEN OTHER
                   MOVE 'MISSTATEMENT - NO PREMIUM DIFFERENCE'
                                         TO RPHST-ACTVTY-DESC-TXT
                   MOVE ZERO             TO WS-PHST-AMT
           END-EVALUATE.

      *
      *  OLD VALUE: THE MODAL PREMIUM BEFORE; NEW VALUE: THE AMOUNT
      *  SETTLED.
      *
           MOVE WS-PHST-AMT-TXT          TO RPHST-PCHST-NEW-VALU-TXT.
           MOVE WS-OLD-POL-MPREM-AMT     TO WS-PHST-AMT.
           MOVE WS-PHST-AMT-TXT          TO RPHST-PCHST-OLD-VALU-TXT.

       4000-CREATE.

           MOVE WGLOB-USER-ID            TO RPHST-PREV-UPDT-USER-ID.
           MOVE WGLOB-CRNT-DT            TO RPHST-PREV-UPDT-DT.

           PERFORM PHST-1000-CREATE
              THRU PHST-1000-CREATE-X.

       4000-STAMP-POLICY-HISTORY-X.
           EXIT.

      *----------------------
       5000-QUEUE-LETTER.
      *----------------------

           OPEN I-O LTR-CNTL-FILE.
           IF  WLTRC-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT LTR-CNTL-FILE
               CLOSE LTR-CNTL-FILE
               OPEN I-O LTR-CNTL-FILE
           END-IF.
           IF  WLTRC-SEQ-FILE-STATUS NOT = '00'
               SET LMSCR-RETRN-ERROR     TO TRUE
               GO TO 5000-QUEUE-LETTER-X
           END-IF.

           MOVE LMSCR-POL-ID             TO L0307-POL-ID.
           MOVE 'MSCR'                   TO L0307-LTR-TYP.
           MOVE WGLOB-CRNT-DT            TO L0307-RUN-DT.
           PERFORM 0307-1000-QUEUE-LETTER
              THRU 0307-1000-QUEUE-LETTER-X.

           CLOSE LTR-CNTL-FILE.

       5000-QUEUE-LETTER-X.
           EXIT.
      /
       COPY CCPNPOL.
       COPY CCPUPOL.
      /
       COPY CCPNCLI.
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
      **                 END OF PROGRAM ZSRQMSCR                     **
      *****************************************************************
