      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQFRED.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQFRED                                         **
      **  REMARKS:  PARTIAL FACE-AMOUNT REDUCTION.  A CLIENT WHO     **
      **            CAN NO LONGER CARRY THE PREMIUM KEEPS THE        **
      **            COVERAGE AT A LOWER FACE INSTEAD OF GOING TO     **
      **            RPU OR SURRENDERING:                             **
      **              - 'QU' RE-PRICES THE COVERAGE AT THE REDUCED   **
      **                FACE THROUGH THE COMMON RE-RATE ROUTINE      **
      **                (CCPP0312) AT THE COVERAGE'S CURRENT RATE    **
      **                PER THOUSAND (OR THE ONE UNDERWRITING KEYS   **
      **                WHEN THE RATE BAND CHANGES), THE FLAT EXTRA  **
      **                FOLLOWING THE FACE, AND VALUES THE RELEASED  **
      **                FACE AS ITS PRO-RATA SHARE OF THE COVERAGE'S **
      **                CASH SURRENDER VALUE (THE 0182 CALCULATION)  **
      **                AT THE EFFECTIVE DATE.  MODAL PREMIUMS PAID  **
      **                BEYOND THE EFFECTIVE DATE ARE RETURNED FOR   **
      **                THE RELEASED PART.                           **
      **              - 'EX' RE-QUOTES AND APPLIES IT: THE COVERAGE  **
      **                AND POLICY PREMIUM ARE REWRITTEN, THE VALUE  **
      **                AND ANY REFUND ARE QUEUED ON THE             **
      **                DISBURSEMENT QUEUE, A REINSURED COVERAGE'S   **
      **                CESSION CHANGE IS WRITTEN FOR THE TREATY     **
      **                ADMINISTRATION, AND THE CHANGE IS FED TO THE **
      **                COMMISSION INTERFACE.                        **
      **            A REDUCTION THAT WOULD LEAVE THE POLICY LOAN     **
      **            UNCOVERED IS REFUSED, AND ONE ON AN ASSIGNED     **
      **            POLICY NEEDS THE ASSIGNEE'S CONSENT.  EVERY      **
      **            CHANGED FIELD GOES TO THE COVERAGE-AMOUNT        **
      **            CORRECTION HISTORY (CCPP0308), THE CHANGE IS     **
      **            STAMPED ON PHST AND THE CONFIRMATION LETTER IS   **
      **            QUEUED.                                          **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51280**  15OCT26  CTS    INITIAL VERSION                            **
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

           SELECT CMCH-DATA-FILE ASSIGN TO ZSCMCH
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCMCH-SEQ-FILE-STATUS.

           SELECT CEDA-DATA-FILE ASSIGN TO ZSCEDA
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCEDA-SEQ-FILE-STATUS.

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

       FD  CMCH-DATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCMCH.

       FD  CEDA-DATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCEDE.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQFRED'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWCVGH.
       COPY CCWWLTRC.

       01  WDSBQ-SEQ-IO-WORK-AREA.
           05  WDSBQ-SEQ-FILE-NAME       PIC X(04)  VALUE 'DSBQ'.
           05  WDSBQ-SEQ-FILE-STATUS     PIC X(02).

       01  WCMCH-SEQ-IO-WORK-AREA.
           05  WCMCH-SEQ-FILE-NAME       PIC X(04)  VALUE 'CMCH'.
           05  WCMCH-SEQ-FILE-STATUS     PIC X(02).

       01  WCEDA-SEQ-IO-WORK-AREA.
           05  WCEDA-SEQ-FILE-NAME       PIC X(04)  VALUE 'CEDA'.
           05  WCEDA-SEQ-FILE-STATUS     PIC X(02).

       01  WS-FRED-WORK-AREA.
           05  WS-RATE-PER-M                PIC 9(05)V9(04).
           05  WS-NEW-FE-PREM-AMT           PIC S9(13)V99 COMP-3.
           05  WS-OLD-FE-PREM-AMT           PIC S9(13)V99 COMP-3.
           05  WS-RMNG-CSV-AMT              PIC S9(13)V99 COMP-3.
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
           05  WS-PHST-FACE-TXT.
               10  FILLER                   PIC X(06)  VALUE 'FACE  '.
               10  WS-PHST-FACE-AMT         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-PHST-PREM-TXT.
               10  FILLER                   PIC X(06)  VALUE 'PREM  '.
               10  WS-PHST-PREM-AMT         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-PHST-CSV-TXT.
               10  FILLER                   PIC X(06)  VALUE 'VALUE '.
               10  WS-PHST-CSV-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-PHST-RFND-TXT.
               10  FILLER                   PIC X(06)  VALUE 'REFND '.
               10  WS-PHST-RFND-AMT         PIC ZZZ,ZZZ,ZZZ,ZZ9.

       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFRCVG.
       COPY CCFWCVG.
       COPY CCWWCVGS.

       COPY CCFWPHST.
       COPY CCFRPHST.

       COPY CCWL0182.
       COPY CCWL0307.
       COPY CCWL0308.
       COPY CCWL0312.

       COPY CCWLAPLQ.
       COPY CCWLASGC.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLFRED.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LFRED-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LFRED-RETRN-NOTAUTH   TO TRUE
               GOBACK
           END-IF.

           SET  LFRED-RETRN-OK           TO TRUE.

           EVALUATE TRUE
               WHEN LFRED-FUNCTION-QUOTE
                   PERFORM 1000-QUOTE-REDUCTION
                      THRU 1000-QUOTE-REDUCTION-X
               WHEN LFRED-FUNCTION-EXECUTE
                   PERFORM 1000-QUOTE-REDUCTION
                      THRU 1000-QUOTE-REDUCTION-X
                   IF  LFRED-RETRN-OK
                       PERFORM 2000-EXECUTE-REDUCTION
                          THRU 2000-EXECUTE-REDUCTION-X
                   END-IF
               WHEN OTHER
                   SET LFRED-RETRN-INVALID
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

      *--------------------------
       1000-QUOTE-REDUCTION.
      *--------------------------

           MOVE ZERO                     TO LFRED-OLD-FACE-AMT
                                            LFRED-RLSE-FACE-AMT
                                            LFRED-OLD-MPREM-AMT
                                            LFRED-NEW-MPREM-AMT
                                            LFRED-OLD-POL-MPREM-AMT
                                            LFRED-NEW-POL-MPREM-AMT
                                            LFRED-CVG-CSV-AMT
                                            LFRED-RLSE-CSV-AMT
                                            LFRED-PMT-CNT
                                            LFRED-PREM-RFND-AMT
                                            LFRED-PAYOUT-AMT
                                            LFRED-POL-CSV-AMT
                                            LFRED-LOAN-PAYOFF-AMT
                                            LFRED-OLD-CED-FACE-AMT
                                            LFRED-NEW-CED-FACE-AMT.
           MOVE 'N'                      TO LFRED-REINS-SW.
           SET  LFRED-ASGN-NONE          TO TRUE.
           MOVE SPACES                   TO LFRED-ASGNE-NM.

           PERFORM 7000-READ-POL-CVG
              THRU 7000-READ-POL-CVG-X.
           IF  NOT LFRED-RETRN-OK
               GO TO 1000-QUOTE-REDUCTION-X
           END-IF.

      *
      *  THE NEW FACE MUST LEAVE SOMETHING IN FORCE AND RELEASE
      *  SOMETHING.
      *
           IF  LFRED-NEW-FACE-AMT NOT > ZERO
           OR  LFRED-NEW-FACE-AMT NOT < WCVGS-CVG-FACE-AMT
               SET LFRED-RETRN-INVALID   TO TRUE
               GO TO 1000-QUOTE-REDUCTION-X
           END-IF.

           PERFORM 7100-EDIT-EFF-DT
              THRU 7100-EDIT-EFF-DT-X.
           IF  NOT LFRED-RETRN-OK
               GO TO 1000-QUOTE-REDUCTION-X
           END-IF.

           MOVE WCVGS-CVG-FACE-AMT       TO LFRED-OLD-FACE-AMT.
           COMPUTE LFRED-RLSE-FACE-AMT =
                   LFRED-OLD-FACE-AMT - LFRED-NEW-FACE-AMT.

      *
      *  THE RELEASED FACE IS WORTH ITS SHARE OF THE COVERAGE'S
      *  CASH VALUE AT THE EFFECTIVE DATE.
      *
           PERFORM 0182-1000-BUILD-PARM-INFO
              THRU 0182-1000-BUILD-PARM-INFO-X.
           MOVE LFRED-POL-ID             TO L0182-POL-ID.
           MOVE LFRED-CVG-NUM            TO L0182-CVG-NUM.
           MOVE LFRED-EFF-DT             TO L0182-EFF-DT.
           PERFORM 0182-2000-CALC-CSV-CVG
              THRU 0182-2000-CALC-CSV-CVG-X.
           IF  NOT L0182-RETRN-OK
               SET LFRED-RETRN-ERROR     TO TRUE
               GO TO 1000-QUOTE-REDUCTION-X
           END-IF.

           MOVE L0182-CVG-CSV-AMT        TO LFRED-CVG-CSV-AMT.
           IF  LFRED-CVG-CSV-AMT > ZERO
               COMPUTE LFRED-RLSE-CSV-AMT ROUNDED =
                   LFRED-CVG-CSV-AMT * LFRED-RLSE-FACE-AMT
                   / LFRED-OLD-FACE-AMT
           END-IF.

           PERFORM 1200-REDUCE-CVG
              THRU 1200-REDUCE-CVG-X.
           IF  NOT LFRED-RETRN-OK
               GO TO 1000-QUOTE-REDUCTION-X
           END-IF.

           MOVE RPOL-POL-MPREM-AMT       TO LFRED-OLD-POL-MPREM-AMT.
           COMPUTE LFRED-NEW-POL-MPREM-AMT =
                   RPOL-POL-MPREM-AMT + L0312-MPREM-DIFF-AMT.

           PERFORM 1300-CALC-PREM-RFND
              THRU 1300-CALC-PREM-RFND-X.

           COMPUTE LFRED-PAYOUT-AMT =
                   LFRED-RLSE-CSV-AMT + LFRED-PREM-RFND-AMT.

           IF  WCVGS-CVG-REINS-YES
               SET LFRED-CVG-REINSURED   TO TRUE
               COMPUTE LFRED-OLD-CED-FACE-AMT ROUNDED =
                   LFRED-OLD-FACE-AMT * WCVGS-CVG-REINS-CED-PCT / 100
               COMPUTE LFRED-NEW-CED-FACE-AMT ROUNDED =
                   LFRED-NEW-FACE-AMT * WCVGS-CVG-REINS-CED-PCT / 100
           END-IF.

           PERFORM 1400-CHECK-LOAN
              THRU 1400-CHECK-LOAN-X.
           IF  NOT LFRED-RETRN-OK
               GO TO 1000-QUOTE-REDUCTION-X
           END-IF.

           PERFORM 1500-CHECK-ASSIGNMENT
              THRU 1500-CHECK-ASSIGNMENT-X.

       1000-QUOTE-REDUCTION-X.
           EXIT.

      *---------------------
       1200-REDUCE-CVG.
      *---------------------

      *
      *  WORKS ON THE COVERAGE IN WCVGS.  WITHOUT A KEYED RATE THE
      *  COVERAGE KEEPS THE BASIC RATE PER THOUSAND IT CARRIES.  A
      *  FLAT EXTRA IS CHARGED PER THOUSAND OF FACE, SO IT FALLS
      *  WITH THE FACE; THE MEDICAL-EXTRA FACTOR IS UNCHANGED.
      *
           MOVE WCVGS-CVG-MPREM-AMT      TO LFRED-OLD-MPREM-AMT.
           MOVE WCVGS-CVG-FE-PREM-AMT    TO WS-OLD-FE-PREM-AMT.

           IF  LFRED-BASIC-RATE-PER-M > ZERO
               MOVE LFRED-BASIC-RATE-PER-M
                                         TO WS-RATE-PER-M
           ELSE
               IF  WCVGS-CVG-BASIC-PREM-AMT NOT > ZERO
                   SET LFRED-RETRN-INVALID
                                         TO TRUE
                   GO TO 1200-REDUCE-CVG-X
               END-IF
               COMPUTE WS-RATE-PER-M ROUNDED =
                   WCVGS-CVG-BASIC-PREM-AMT * 1000
                   / WCVGS-CVG-FACE-AMT
           END-IF.

           COMPUTE WS-NEW-FE-PREM-AMT ROUNDED =
               WCVGS-CVG-FE-PREM-AMT * LFRED-NEW-FACE-AMT
               / WCVGS-CVG-FACE-AMT.

           MOVE LFRED-NEW-FACE-AMT       TO WCVGS-CVG-FACE-AMT.

           SET  L0312-ADJ-PREMIUM        TO TRUE.
           MOVE WS-RATE-PER-M            TO L0312-BASIC-RATE-PER-M.
           MOVE WCVGS-CVG-ME-FCT         TO L0312-ME-FCT.
           MOVE WS-NEW-FE-PREM-AMT       TO L0312-FE-PREM-AMT.
           MOVE LFRED-EFF-DT             TO L0312-EFF-DT.

           PERFORM 0312-1000-RERATE-CVG
              THRU 0312-1000-RERATE-CVG-X.

           IF  NOT L0312-RETRN-OK
               SET LFRED-RETRN-INVALID   TO TRUE
               GO TO 1200-REDUCE-CVG-X
           END-IF.

           MOVE LFRED-OLD-FACE-AMT       TO WCVGS-CVG-PREV-FACE-AMT.
           MOVE LFRED-EFF-DT             TO WCVGS-FACE-CHNG-EFF-DT.

           MOVE L0312-NEW-MPREM-AMT      TO LFRED-NEW-MPREM-AMT.

       1200-REDUCE-CVG-X.
           EXIT.

      *-----------------------
       1300-CALC-PREM-RFND.
      *-----------------------

      *
      *  MODAL PAYMENTS ALREADY MADE FOR THE PERIOD FROM THE
      *  EFFECTIVE DATE TO THE PAID-TO DATE WERE AT THE OLD
      *  PREMIUM; THE PART FOR THE RELEASED FACE GOES BACK WITH
      *  THE VALUE.
      *
           MOVE LFRED-EFF-DT             TO WS-EFF-DT.
           MOVE RPOL-POL-PD-TO-DT-NUM-YR TO WS-PD-TO-DT-YR.
           MOVE RPOL-POL-PD-TO-DT-NUM-MO TO WS-PD-TO-DT-MO.
           MOVE RPOL-POL-PD-TO-DT-NUM-DY TO WS-PD-TO-DT-DY.

           IF  RPOL-POL-BILL-TYP-SINGLE
           OR  RPOL-POL-BILL-MODE-CD-N NOT NUMERIC
           OR  RPOL-POL-BILL-MODE-CD-N = ZERO
           OR  WS-EFF-DT NOT < WS-PD-TO-DT
               GO TO 1300-CALC-PREM-RFND-X
           END-IF.

           COMPUTE WS-PD-MO-CNT =
                   (WS-PD-TO-DT-YR * 12 + WS-PD-TO-DT-MO)
                 - (WS-EFF-DT-YR * 12 + WS-EFF-DT-MO).
           IF  WS-EFF-DT-DY > WS-PD-TO-DT-DY
               SUBTRACT 1              FROM WS-PD-MO-CNT
           END-IF.

           IF  WS-PD-MO-CNT > ZERO
               COMPUTE LFRED-PMT-CNT =
                   WS-PD-MO-CNT * RPOL-POL-BILL-MODE-CD-N / 12
           END-IF.

           IF  L0312-MPREM-DIFF-AMT < ZERO
               COMPUTE LFRED-PREM-RFND-AMT =
                   ZERO - (L0312-MPREM-DIFF-AMT * LFRED-PMT-CNT)
           END-IF.

       1300-CALC-PREM-RFND-X.
           EXIT.

      *-------------------
       1400-CHECK-LOAN.
      *-------------------

      *
      *  WHAT IS LEFT OF THE POLICY'S CASH VALUE AFTER THE RELEASED
      *  VALUE IS PAID OUT MUST STILL COVER THE LOAN PAYOFF.
      *
           INITIALIZE LAPLQ-PARM-INFO.
           MOVE LFRED-POL-ID             TO LAPLQ-POL-ID.
           MOVE LFRED-EFF-DT             TO LAPLQ-PAYMT-DT.
           MOVE ZERO                     TO LAPLQ-ANN-INT-RATE-PCT.

           CALL 'ZSRQAPLQ' USING WGLOB-GLOBAL-AREA
                                 LAPLQ-PARM-INFO
               ON EXCEPTION
                   SET LAPLQ-RETRN-ERROR TO TRUE
           END-CALL.

           IF  LAPLQ-RETRN-NO-LOANS
               GO TO 1400-CHECK-LOAN-X
           END-IF.
           IF  NOT LAPLQ-RETRN-OK
               SET LFRED-RETRN-ERROR     TO TRUE
               GO TO 1400-CHECK-LOAN-X
           END-IF.

           MOVE LAPLQ-TOT-PAYOFF-AMT     TO LFRED-LOAN-PAYOFF-AMT.
           IF  LFRED-LOAN-PAYOFF-AMT NOT > ZERO
               GO TO 1400-CHECK-LOAN-X
           END-IF.

           PERFORM 0182-1000-BUILD-PARM-INFO
              THRU 0182-1000-BUILD-PARM-INFO-X.
           MOVE LFRED-POL-ID             TO L0182-POL-ID.
           MOVE LFRED-EFF-DT             TO L0182-EFF-DT.
           PERFORM 0182-1000-CALC-CSV-POL
              THRU 0182-1000-CALC-CSV-POL-X.
           IF  NOT L0182-RETRN-OK
               SET LFRED-RETRN-ERROR     TO TRUE
               GO TO 1400-CHECK-LOAN-X
           END-IF.

           MOVE L0182-CVG-CSV-AMT        TO LFRED-POL-CSV-AMT.
           COMPUTE WS-RMNG-CSV-AMT =
                   LFRED-POL-CSV-AMT - LFRED-RLSE-CSV-AMT.

           IF  LFRED-LOAN-PAYOFF-AMT > WS-RMNG-CSV-AMT
               SET LFRED-RETRN-LOAN-EXCEEDS
                                         TO TRUE
           END-IF.

       1400-CHECK-LOAN-X.
           EXIT.

      *-------------------------
       1500-CHECK-ASSIGNMENT.
      *-------------------------

      *
      *  THE ASSIGNEE'S SECURITY SHRINKS WITH THE FACE, SO AN
      *  ASSIGNED POLICY NEEDS THE ASSIGNEE'S CONSENT.  THE QUOTE
      *  STANDS; THE REP IS TOLD WHO TO CONTACT.
      *
           MOVE LFRED-POL-ID             TO LASGC-POL-ID.
           MOVE LFRED-EFF-DT             TO LASGC-EFF-DT.

           CALL 'ZSRQASGC' USING WGLOB-GLOBAL-AREA
                                 LASGC-PARM-INFO
               ON EXCEPTION
                   SET LASGC-PAYOUT-HELD TO TRUE
           END-CALL.

           MOVE LASGC-PAYOUT-SW          TO LFRED-ASGN-SW.
           MOVE LASGC-ASGNE-NM           TO LFRED-ASGNE-NM.

           IF  LFRED-ASGN-HELD
               SET LFRED-RETRN-ASGN-CONSENT
                                         TO TRUE
           END-IF.

       1500-CHECK-ASSIGNMENT-X.
           EXIT.

      *------------------------------
       2000-EXECUTE-REDUCTION.
      *------------------------------

      *
      *  EVERY OUTPUT IS OPENED BEFORE ANYTHING IS UPDATED, SO A
      *  FILE THAT CANNOT BE REACHED STOPS THE CHANGE CLEANLY.
      *
           MOVE ZERO                     TO WCVGH-SEQ-FILE-STATUS.
           OPEN EXTEND CVGH-HIST-FILE.
           IF  WCVGH-SEQ-FILE-STATUS = '05' OR '35'
               MOVE ZERO                 TO WCVGH-SEQ-FILE-STATUS
               OPEN OUTPUT CVGH-HIST-FILE
           END-IF.
           IF  WCVGH-SEQ-FILE-STATUS NOT = ZERO
               SET LFRED-RETRN-ERROR     TO TRUE
               GO TO 2000-EXECUTE-REDUCTION-X
           END-IF.

           OPEN EXTEND DSBQ-DATA-FILE.
           IF  WDSBQ-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT DSBQ-DATA-FILE
           END-IF.
           IF  WDSBQ-SEQ-FILE-STATUS NOT = '00'
               SET LFRED-RETRN-ERROR     TO TRUE
               GO TO 2000-CLOSE-FILES
           END-IF.

           OPEN EXTEND CMCH-DATA-FILE.
           IF  WCMCH-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT CMCH-DATA-FILE
           END-IF.
           IF  WCMCH-SEQ-FILE-STATUS NOT = '00'
               SET LFRED-RETRN-ERROR     TO TRUE
               GO TO 2000-CLOSE-FILES
           END-IF.

           OPEN EXTEND CEDA-DATA-FILE.
           IF  WCEDA-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT CEDA-DATA-FILE
           END-IF.
           IF  WCEDA-SEQ-FILE-STATUS NOT = '00'
               SET LFRED-RETRN-ERROR     TO TRUE
               GO TO 2000-CLOSE-FILES
           END-IF.

           MOVE LFRED-POL-ID             TO WPOL-POL-ID.
           PERFORM POL-1000-READ-FOR-UPDATE
              THRU POL-1000-READ-FOR-UPDATE-X.
           IF  NOT WPOL-IO-OK
               SET LFRED-RETRN-ERROR     TO TRUE
               GO TO 2000-CLOSE-FILES
           END-IF.

           MOVE LFRED-POL-ID             TO WCVG-POL-ID.
           MOVE LFRED-CVG-NUM            TO WCVG-CVG-NUM.
           PERFORM CVG-1000-READ-FOR-UPDATE
              THRU CVG-1000-READ-FOR-UPDATE-X.
           IF  NOT WCVG-IO-OK
               SET LFRED-RETRN-ERROR     TO TRUE
               GO TO 2000-CLOSE-FILES
           END-IF.

           MOVE RCVG-CVG-INFO            TO WCVGS-CVG-INFO.

      *
      *  THE COVERAGE MUST STILL BE AS QUOTED.
      *
           IF  WCVGS-CVG-FACE-AMT NOT = LFRED-OLD-FACE-AMT
               PERFORM CVG-3000-UNLOCK
                  THRU CVG-3000-UNLOCK-X
               SET LFRED-RETRN-ERROR     TO TRUE
               GO TO 2000-CLOSE-FILES
           END-IF.

           PERFORM 1200-REDUCE-CVG
              THRU 1200-REDUCE-CVG-X.
           IF  NOT LFRED-RETRN-OK
               PERFORM CVG-3000-UNLOCK
                  THRU CVG-3000-UNLOCK-X
               GO TO 2000-CLOSE-FILES
           END-IF.

           MOVE WCVGS-CVG-INFO           TO RCVG-CVG-INFO.
           PERFORM CVG-2000-REWRITE
              THRU CVG-2000-REWRITE-X.
           IF  NOT WCVG-IO-OK
               SET LFRED-RETRN-ERROR     TO TRUE
               GO TO 2000-CLOSE-FILES
           END-IF.

           PERFORM 2100-WRITE-CVG-HIST
              THRU 2100-WRITE-CVG-HIST-X.

           PERFORM 2200-UPDATE-POLICY
              THRU 2200-UPDATE-POLICY-X.
           IF  NOT LFRED-RETRN-OK
               GO TO 2000-CLOSE-FILES
           END-IF.

           PERFORM 2300-QUEUE-PAYOUT
              THRU 2300-QUEUE-PAYOUT-X.

           PERFORM 2400-WRITE-COMM-CHANGE
              THRU 2400-WRITE-COMM-CHANGE-X.

           IF  LFRED-CVG-REINSURED
               PERFORM 2500-WRITE-CESSION-CHANGE
                  THRU 2500-WRITE-CESSION-CHANGE-X
           END-IF.

           PERFORM 2600-STAMP-HISTORY
              THRU 2600-STAMP-HISTORY-X.

           PERFORM 2700-QUEUE-LETTER
              THRU 2700-QUEUE-LETTER-X.

       2000-CLOSE-FILES.

           CLOSE CVGH-HIST-FILE
                 DSBQ-DATA-FILE
                 CMCH-DATA-FILE
                 CEDA-DATA-FILE.

       2000-EXECUTE-REDUCTION-X.
           EXIT.

      *------------------------
       2100-WRITE-CVG-HIST.
      *------------------------

           MOVE LFRED-POL-ID             TO L0308-POL-ID.
           MOVE LFRED-CVG-NUM            TO L0308-CVG-NUM.
           MOVE WPGWS-CRNT-PGM-ID        TO L0308-SRCE-PGM.
           MOVE WGLOB-CRNT-DT            TO L0308-RUN-DT.

           MOVE 'CVG-FACE-AMT'           TO L0308-CRRCTN-FIELD-ID.
           MOVE LFRED-OLD-FACE-AMT       TO WS-HIST-AMT-NUM.
           MOVE WS-HIST-AMT-TXT          TO L0308-OLD-VALUE.
           MOVE LFRED-NEW-FACE-AMT       TO WS-HIST-AMT-NUM.
           MOVE WS-HIST-AMT-TXT          TO L0308-NEW-VALUE.
           PERFORM 0308-1000-WRITE-CVG-HIST
              THRU 0308-1000-WRITE-CVG-HIST-X.

           IF  L0312-MPREM-DIFF-AMT NOT = ZERO
               MOVE 'CVG-MPREM-AMT'      TO L0308-CRRCTN-FIELD-ID
               MOVE L0312-OLD-MPREM-AMT  TO WS-HIST-AMT-NUM
               MOVE WS-HIST-AMT-TXT      TO L0308-OLD-VALUE
               MOVE L0312-NEW-MPREM-AMT  TO WS-HIST-AMT-NUM
               MOVE WS-HIST-AMT-TXT      TO L0308-NEW-VALUE
               PERFORM 0308-1000-WRITE-CVG-HIST
                  THRU 0308-1000-WRITE-CVG-HIST-X
           END-IF.

           IF  WS-NEW-FE-PREM-AMT NOT = WS-OLD-FE-PREM-AMT
               MOVE 'CVG-FE-PREM-AMT'    TO L0308-CRRCTN-FIELD-ID
               MOVE WS-OLD-FE-PREM-AMT   TO WS-HIST-AMT-NUM
               MOVE WS-HIST-AMT-TXT      TO L0308-OLD-VALUE
               MOVE WS-NEW-FE-PREM-AMT   TO WS-HIST-AMT-NUM
               MOVE WS-HIST-AMT-TXT      TO L0308-NEW-VALUE
               PERFORM 0308-1000-WRITE-CVG-HIST
                  THRU 0308-1000-WRITE-CVG-HIST-X
           END-IF.

       2100-WRITE-CVG-HIST-X.
           EXIT.

      *-----------------------
       2200-UPDATE-POLICY.
      *-----------------------

      *
      *  THE POLICY'S MODAL PREMIUM FOLLOWS ITS COVERAGE; A
      *  REDUCTION OF THE BASE COVERAGE IS ALSO THE POLICY'S FACE
      *  CHANGE.
      *
           ADD  L0312-MPREM-DIFF-AMT     TO RPOL-POL-MPREM-AMT
                                            RPOL-MODE-PREM-AMT.

           IF  LFRED-CVG-NUM = '01'
               MOVE LFRED-OLD-FACE-AMT   TO RPOL-POL-PREV-FACE-AMT
           END-IF.

           MOVE WGLOB-CRNT-DT            TO RPOL-PREV-FILE-MAINT-DT.

           PERFORM POL-2000-REWRITE
              THRU POL-2000-REWRITE-X.
           IF  NOT WPOL-IO-OK
               SET LFRED-RETRN-ERROR     TO TRUE
           END-IF.

       2200-UPDATE-POLICY-X.
           EXIT.

      *-----------------------------
       2300-QUEUE-PAYOUT.
      *-----------------------------

      *
      *  THE RELEASED VALUE GOES OUT AS A SURRENDER PAYMENT AND THE
      *  UNEARNED PREMIUM AS A PREMIUM REFUND, SO EACH IS REPORTED
      *  UNDER ITS OWN TYPE.  A PAYMENT THAT CANNOT REACH THE QUEUE
      *  MUST NOT REPORT SUCCESS - THE CLERK RE-QUEUES IT.
      *
           IF  LFRED-RLSE-CSV-AMT > ZERO
               MOVE SPACES               TO RDSBQ-SEQ-REC-INFO
               MOVE LFRED-POL-ID         TO RDSBQ-POL-ID
               SET  RDSBQ-TYP-SURRENDER  TO TRUE
               MOVE LFRED-RLSE-CSV-AMT   TO RDSBQ-DSBMT-AMT
               MOVE WGLOB-CRNT-DT        TO RDSBQ-QUEUED-DT
               MOVE ZERO                 TO RDSBQ-LOAN-SEQ-NUM
               WRITE RDSBQ-SEQ-REC-INFO
               IF  WDSBQ-SEQ-FILE-STATUS NOT = '00'
                   SET LFRED-RETRN-ERROR TO TRUE
               END-IF
           END-IF.

           IF  LFRED-PREM-RFND-AMT > ZERO
               MOVE SPACES               TO RDSBQ-SEQ-REC-INFO
               MOVE LFRED-POL-ID         TO RDSBQ-POL-ID
               SET  RDSBQ-TYP-PREM-REFUND
                                         TO TRUE
               MOVE LFRED-PREM-RFND-AMT  TO RDSBQ-DSBMT-AMT
               MOVE WGLOB-CRNT-DT        TO RDSBQ-QUEUED-DT
               MOVE ZERO                 TO RDSBQ-LOAN-SEQ-NUM
               WRITE RDSBQ-SEQ-REC-INFO
               IF  WDSBQ-SEQ-FILE-STATUS NOT = '00'
                   SET LFRED-RETRN-ERROR TO TRUE
               END-IF
           END-IF.

       2300-QUEUE-PAYOUT-X.
           EXIT.

      *----------------------------
       2400-WRITE-COMM-CHANGE.
      *----------------------------

           MOVE SPACES                   TO RCMCH-SEQ-REC-INFO.
           MOVE LFRED-POL-ID             TO RCMCH-POL-ID.
           MOVE LFRED-CVG-NUM            TO RCMCH-CVG-NUM.
           MOVE RPOL-SERV-AGT-ID         TO RCMCH-AGT-ID.
           SET  RCMCH-CHNG-FACE-REDUCTION
                                         TO TRUE.
           MOVE LFRED-EFF-DT             TO RCMCH-EFF-DT.
           MOVE LFRED-OLD-FACE-AMT       TO RCMCH-OLD-FACE-AMT.
           MOVE LFRED-NEW-FACE-AMT       TO RCMCH-NEW-FACE-AMT.
           MOVE LFRED-OLD-MPREM-AMT      TO RCMCH-OLD-MPREM-AMT.
           MOVE LFRED-NEW-MPREM-AMT      TO RCMCH-NEW-MPREM-AMT.
           MOVE RPOL-POL-BILL-MODE-CD    TO RCMCH-BILL-MODE-CD.
           MOVE WGLOB-CRNT-DT            TO RCMCH-PRCES-DT.
           MOVE WGLOB-USER-ID            TO RCMCH-USER-ID.

           WRITE RCMCH-SEQ-REC-INFO.
           IF  WCMCH-SEQ-FILE-STATUS NOT = '00'
               SET LFRED-RETRN-ERROR     TO TRUE
           END-IF.

       2400-WRITE-COMM-CHANGE-X.
           EXIT.

      *-------------------------------
       2500-WRITE-CESSION-CHANGE.
      *-------------------------------

      *
      *  THE CEDED SHARE IS UNCHANGED, SO THE CEDED FACE FALLS WITH
      *  THE COVERAGE.  THE REINSURER RE-PRICES ITS PREMIUM ON THE
      *  REDUCED FACE; THE CEDED PREMIUM IS LEFT AT ZERO.
      *
           MOVE SPACES                   TO RCEDE-SEQ-REC-INFO.
           MOVE WCVGS-CVG-REINS-CO-ID    TO RCEDE-REINSR-ID.
           MOVE WCVGS-CVG-REINS-TRTY-NUM TO RCEDE-TRTY-ID.
           MOVE LFRED-POL-ID             TO RCEDE-POL-ID.
           MOVE WCVGS-CVG-SEQ-NUM-N      TO RCEDE-CVG-NUM.
           MOVE LFRED-NEW-FACE-AMT       TO RCEDE-FACE-AMT.
           MOVE WCVGS-CVG-REINS-CED-PCT  TO RCEDE-CEDED-PCT.
           MOVE ZERO                     TO RCEDE-CEDED-PREM-AMT.
           SET  RCEDE-STAT-FACE-REDUCED  TO TRUE.

           WRITE RCEDE-SEQ-REC-INFO.
           IF  WCEDA-SEQ-FILE-STATUS NOT = '00'
               SET LFRED-RETRN-ERROR     TO TRUE
           END-IF.

       2500-WRITE-CESSION-CHANGE-X.
           EXIT.

      *------------------------
       2600-STAMP-HISTORY.
      *------------------------

           MOVE SPACES                   TO RPHST-REC-INFO.
           MOVE LFRED-POL-ID             TO RPHST-POL-ID.
           MOVE LFRED-CVG-NUM            TO RPHST-CVG-NUM.
           MOVE WGLOB-CRNT-DT            TO RPHST-PCHST-EFF-DT.
           MOVE LFRED-EFF-DT             TO RPHST-ACTVTY-EFF-DT.
           MOVE 'FRED'                   TO RPHST-POL-ACTV-TYP-ID.
           MOVE 'FR'                     TO RPHST-ACTVTY-TYP-CD.
           SET  RPHST-PCHST-STAT-ACTIVE  TO TRUE.
           MOVE WGLOB-USER-ID            TO RPHST-PREV-UPDT-USER-ID.
           MOVE WGLOB-CRNT-DT            TO RPHST-PREV-UPDT-DT.

           MOVE 'FACE AMOUNT REDUCED'    TO RPHST-ACTVTY-DESC-TXT.
           MOVE LFRED-OLD-FACE-AMT       TO WS-PHST-FACE-AMT.
           MOVE WS-PHST-FACE-TXT         TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE LFRED-NEW-FACE-AMT       TO WS-PHST-FACE-AMT.
           MOVE WS-PHST-FACE-TXT         TO RPHST-PCHST-NEW-VALU-TXT.
           PERFORM PHST-1000-CREATE
              THRU PHST-1000-CREATE-X.

           MOVE 'FACE REDUCTION - MODAL PREMIUM CHANGED'
                                         TO RPHST-ACTVTY-DESC-TXT.
           MOVE LFRED-OLD-POL-MPREM-AMT  TO WS-PHST-PREM-AMT.
           MOVE WS-PHST-PREM-TXT         TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE LFRED-NEW-POL-MPREM-AMT  TO WS-PHST-PREM-AMT.
           MOVE WS-PHST-PREM-TXT         TO RPHST-PCHST-NEW-VALU-TXT.
           PERFORM PHST-1000-CREATE
              THRU PHST-1000-CREATE-X.

           IF  LFRED-PAYOUT-AMT > ZERO
               MOVE 'FACE REDUCTION - PAYOUT QUEUED'
                                         TO RPHST-ACTVTY-DESC-TXT
               MOVE LFRED-RLSE-CSV-AMT   TO WS-PHST-CSV-AMT
               MOVE WS-PHST-CSV-TXT      TO RPHST-PCHST-OLD-VALU-TXT
               MOVE LFRED-PREM-RFND-AMT  TO WS-PHST-RFND-AMT
               MOVE WS-PHST-RFND-TXT     TO RPHST-PCHST-NEW-VALU-TXT
               PERFORM PHST-1000-CREATE
                  THRU PHST-1000-CREATE-X
           END-IF.

       2600-STAMP-HISTORY-X.
           EXIT.

      *----------------------
       2700-QUEUE-LETTER.
      *----------------------

           OPEN I-O LTR-CNTL-FILE.
           IF  WLTRC-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT LTR-CNTL-FILE
               CLOSE LTR-CNTL-FILE
               OPEN I-O LTR-CNTL-FILE
           END-IF.
           IF  WLTRC-SEQ-FILE-STATUS NOT = '00'
               SET LFRED-RETRN-ERROR     TO TRUE
               GO TO 2700-QUEUE-LETTER-X
           END-IF.

           MOVE LFRED-POL-ID             TO L0307-POL-ID.
           MOVE 'FRED'                   TO L0307-LTR-TYP.
           MOVE WGLOB-CRNT-DT            TO L0307-RUN-DT.
           PERFORM 0307-1000-QUEUE-LETTER
              THRU 0307-1000-QUEUE-LETTER-X.

           CLOSE LTR-CNTL-FILE.

       2700-QUEUE-LETTER-X.
           EXIT.

      *-------------------
       7000-READ-POL-CVG.
      *-------------------

           MOVE LFRED-POL-ID             TO WPOL-POL-ID.
           PERFORM POL-1000-READ
              THRU POL-1000-READ-X.
           IF  NOT WPOL-IO-OK
               SET LFRED-RETRN-NOTFND    TO TRUE
               GO TO 7000-READ-POL-CVG-X
           END-IF.

           MOVE LFRED-POL-ID             TO WCVG-POL-ID.
           MOVE LFRED-CVG-NUM            TO WCVG-CVG-NUM.
           PERFORM CVG-1000-READ
              THRU CVG-1000-READ-X.
           IF  NOT WCVG-IO-OK
               SET LFRED-RETRN-NOTFND    TO TRUE
               GO TO 7000-READ-POL-CVG-X
           END-IF.

           MOVE RCVG-CVG-INFO            TO WCVGS-CVG-INFO.

           IF  NOT RPOL-POL-STAT-IN-FORCE
           OR  NOT WCVGS-CVG-STAT-IN-FORCE
               SET LFRED-RETRN-INVALID   TO TRUE
           END-IF.

       7000-READ-POL-CVG-X.
           EXIT.

      *------------------
       7100-EDIT-EFF-DT.
      *------------------

      *
      *  BLANK MEANS THE NEXT DUE DATE.  OTHERWISE THE DATE CANNOT
      *  BE BEFORE THE COVERAGE WAS ISSUED OR AFTER THE PAID-TO
      *  DATE.
      *
           MOVE RPOL-POL-PD-TO-DT-NUM-YR TO WS-PD-TO-DT-YR.
           MOVE RPOL-POL-PD-TO-DT-NUM-MO TO WS-PD-TO-DT-MO.
           MOVE RPOL-POL-PD-TO-DT-NUM-DY TO WS-PD-TO-DT-DY.

           IF  LFRED-EFF-DT = SPACES
               MOVE WS-PD-TO-DT          TO LFRED-EFF-DT
               GO TO 7100-EDIT-EFF-DT-X
           END-IF.

           MOVE LFRED-EFF-DT             TO WS-EFF-DT.
           IF  WS-EFF-DT-YR NOT NUMERIC
           OR  WS-EFF-DT-MO NOT NUMERIC
           OR  WS-EFF-DT-DY NOT NUMERIC
           OR  WS-EFF-DT-MO < 1 OR WS-EFF-DT-MO > 12
           OR  WS-EFF-DT-DY < 1 OR WS-EFF-DT-DY > 31
           OR  LFRED-EFF-DT > WS-PD-TO-DT
               SET LFRED-RETRN-INVALID   TO TRUE
               GO TO 7100-EDIT-EFF-DT-X
           END-IF.

           IF  WCVGS-CVG-ISS-EFF-DT-YR NUMERIC
           AND LFRED-EFF-DT < WCVGS-CVG-ISS-EFF-DT
               SET LFRED-RETRN-INVALID   TO TRUE
           END-IF.

       7100-EDIT-EFF-DT-X.
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
       COPY CCPL0182.
       COPY CCPS0182.
      /
       COPY CCPP0307.
       COPY CCPP0308.
       COPY CCPP0312.
      /
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSRQFRED                     **
      *****************************************************************
