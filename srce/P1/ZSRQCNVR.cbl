      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQCNVR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQCNVR                                         **
      **  REMARKS:  TERM CONVERSION WITHOUT UNDERWRITING.  WHILE THE **
      **            CONVERSION RIGHT IS OPEN (CVG-CNVR-XPRY-DT) A    **
      **            TERM COVERAGE MAY BE EXCHANGED FOR A PERMANENT   **
      **            PLAN ON THE CONVERSION PLAN MASTER (CNPL)        **
      **            WITHOUT NEW EVIDENCE:                            **
      **              - 'QU' BUILDS THE NEW COVERAGE AT THE ATTAINED **
      **                AGE, OR AT THE ORIGINAL AGE AND ISSUE DATE   **
      **                WHERE THE PLAN ALLOWS, FOR NO MORE THAN THE  **
      **                TERM FACE.  THE UNDERWRITING CLASS (SEX AND  **
      **                SMOKER CODES) AND ANY RATING (MEDICAL-EXTRA  **
      **                FACTOR AND FLAT EXTRA, THE FLAT EXTRA        **
      **                FOLLOWING THE FACE) CARRY OVER, AND THE      **
      **                PLAN'S KEYED RATE IS APPLIED THROUGH THE     **
      **                COMMON RE-RATE ROUTINE (CCPP0312).  THE      **
      **                PREMIUM DIFFERENCE FOR PAYMENTS ALREADY MADE **
      **                SINCE THE NEW ISSUE DATE IS QUOTED AS THE    **
      **                POLICY'S PREMIUM ADJUSTMENT.                 **
      **              - 'EX' RE-QUOTES AND APPLIES IT: THE TERM      **
      **                COVERAGE IS TERMINATED ON THE EFFECTIVE      **
      **                DATE, THE NEW COVERAGE IS CREATED, EACH IS   **
      **                LINKED TO THE OTHER, THE POLICY PREMIUM AND  **
      **                CONVERSION TYPE ARE UPDATED AND THE          **
      **                ADJUSTMENT IS SETTLED THROUGH THE POLICY'S   **
      **                PREMIUM SHORTAGE.  THE CONVERSION NOTICE     **
      **                SENT MASTER (CNVN) ROW IS CLOSED SO NO       **
      **                FURTHER NOTICES GO OUT.  BOTH COVERAGES GO   **
      **                TO THE COVERAGE-AMOUNT HISTORY (CCPP0308),   **
      **                THE CHANGE IS STAMPED ON PHST AND THE        **
      **                CONFIRMATION LETTER IS QUEUED.               **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51281**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHCVGH.
           COPY CCFHLTRC.
           COPY CCFHCNPL.
           COPY CCFHCNVN.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWCVGH.
       COPY CCFWLTRC.
       COPY CCFWCNPL.
       COPY CCFWCNVN.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQCNVR'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWCVGH.
       COPY CCWWLTRC.
       COPY CCWWCNPL.
       COPY CCWWCNVN.

       01  WS-CNVR-WORK-AREA.
           05  WS-NEW-CVG-NUM               PIC 9(02).
           05  WS-NEW-CVG-CTR               PIC 9(03).
           05  WS-TERM-PLAN-ID              PIC X(06).
           05  WS-TERM-CSTAT-CD             PIC X(02).
           05  WS-NEW-INS-TYP-CD            PIC X(02).
           05  WS-NEW-MAT-AGE               PIC 9(03).
           05  WS-MAX-ISS-AGE               PIC 9(03).
           05  WS-NEW-FE-PREM-AMT           PIC S9(13)V99 COMP-3.
           05  WS-AGE-YR-CNT                PIC S9(05) COMP-3.
           05  WS-NEW-RT-AGE                PIC S9(05) COMP-3.
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
           05  WS-ISS-DT.
               10  WS-ISS-DT-YR             PIC 9(04).
               10  FILLER                   PIC X(01).
               10  WS-ISS-DT-MO             PIC 9(02).
               10  FILLER                   PIC X(01).
               10  WS-ISS-DT-DY             PIC 9(02).
           05  WS-MAT-DT.
               10  WS-MAT-DT-YR             PIC 9(04).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-MAT-DT-MO             PIC 9(02).
               10  FILLER                   PIC X(01)  VALUE '-'.
               10  WS-MAT-DT-DY             PIC 9(02).
           05  WS-HIST-AMT-NUM              PIC S9(13)V99.
           05  WS-HIST-AMT-TXT              REDEFINES
               WS-HIST-AMT-NUM              PIC X(15).
           05  WS-PHST-PLAN-TXT.
               10  FILLER                   PIC X(06)  VALUE 'PLAN  '.
               10  WS-PHST-PLAN-ID          PIC X(06).
               10  FILLER                   PIC X(05)  VALUE ' CVG '.
               10  WS-PHST-CVG-NUM          PIC X(02).
           05  WS-PHST-PMT-TXT.
               10  FILLER                   PIC X(06)  VALUE 'PMTS  '.
               10  WS-PHST-PMT-CNT          PIC ZZZZ9.
           05  WS-PHST-PREM-TXT.
               10  FILLER                   PIC X(06)  VALUE 'PREM  '.
               10  WS-PHST-PREM-AMT         PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  WS-PHST-ADJ-TXT.
               10  FILLER                   PIC X(06)  VALUE 'ADJ   '.
               10  WS-PHST-ADJ-AMT          PIC -ZZ,ZZZ,ZZZ,ZZ9.

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

       COPY CCWLCNVR.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LCNVR-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LCNVR-RETRN-NOTAUTH   TO TRUE
               GOBACK
           END-IF.

           SET  LCNVR-RETRN-OK           TO TRUE.

           EVALUATE TRUE
               WHEN LCNVR-FUNCTION-QUOTE
                   PERFORM 1000-QUOTE-CONVERSION
                      THRU 1000-QUOTE-CONVERSION-X
               WHEN LCNVR-FUNCTION-EXECUTE
                   PERFORM 1000-QUOTE-CONVERSION
                      THRU 1000-QUOTE-CONVERSION-X
                   IF  LCNVR-RETRN-OK
                       PERFORM 2000-EXECUTE-CONVERSION
                          THRU 2000-EXECUTE-CONVERSION-X
                   END-IF
               WHEN OTHER
                   SET LCNVR-RETRN-INVALID
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
       1000-QUOTE-CONVERSION.
      *--------------------------

           MOVE ZERO                     TO LCNVR-TERM-FACE-AMT
                                            LCNVR-TERM-MPREM-AMT
                                            LCNVR-NEW-RT-AGE
                                            LCNVR-NEW-MPREM-AMT
                                            LCNVR-OLD-POL-MPREM-AMT
                                            LCNVR-NEW-POL-MPREM-AMT
                                            LCNVR-PMT-CNT
                                            LCNVR-PREM-ADJ-AMT.
           MOVE SPACES                   TO LCNVR-CNVR-XPRY-DT
                                            LCNVR-NEW-CVG-NUM
                                            LCNVR-NEW-ISS-EFF-DT
                                            LCNVR-NEW-MAT-XPRY-DT.

           IF  NOT LCNVR-AGE-ATTAINED
           AND NOT LCNVR-AGE-ORIGINAL
               SET LCNVR-RETRN-INVALID   TO TRUE
               GO TO 1000-QUOTE-CONVERSION-X
           END-IF.

           IF  LCNVR-BASIC-RATE-PER-M NOT NUMERIC
           OR  LCNVR-BASIC-RATE-PER-M NOT > ZERO
               SET LCNVR-RETRN-INVALID   TO TRUE
               GO TO 1000-QUOTE-CONVERSION-X
           END-IF.

           PERFORM 7000-READ-POL-CVG
              THRU 7000-READ-POL-CVG-X.
           IF  NOT LCNVR-RETRN-OK
               GO TO 1000-QUOTE-CONVERSION-X
           END-IF.

           PERFORM 7100-EDIT-EFF-DT
              THRU 7100-EDIT-EFF-DT-X.
           IF  NOT LCNVR-RETRN-OK
               GO TO 1000-QUOTE-CONVERSION-X
           END-IF.

           PERFORM 1100-CHECK-RIGHT
              THRU 1100-CHECK-RIGHT-X.
           IF  NOT LCNVR-RETRN-OK
               GO TO 1000-QUOTE-CONVERSION-X
           END-IF.

      *
      *  WITHOUT NEW EVIDENCE THE FACE CAN BE KEPT OR REDUCED BUT
      *  NOT INCREASED.
      *
           MOVE WCVGS-CVG-FACE-AMT       TO LCNVR-TERM-FACE-AMT.
           MOVE WCVGS-CVG-MPREM-AMT      TO LCNVR-TERM-MPREM-AMT.

           IF  LCNVR-NEW-FACE-AMT = ZERO
               MOVE LCNVR-TERM-FACE-AMT  TO LCNVR-NEW-FACE-AMT
           END-IF.
           IF  LCNVR-NEW-FACE-AMT < ZERO
           OR  LCNVR-NEW-FACE-AMT > LCNVR-TERM-FACE-AMT
           OR  LCNVR-TERM-FACE-AMT NOT > ZERO
               SET LCNVR-RETRN-INVALID   TO TRUE
               GO TO 1000-QUOTE-CONVERSION-X
           END-IF.

           PERFORM 1150-READ-PLAN
              THRU 1150-READ-PLAN-X.
           IF  NOT LCNVR-RETRN-OK
               GO TO 1000-QUOTE-CONVERSION-X
           END-IF.

           PERFORM 1160-CALC-AGE
              THRU 1160-CALC-AGE-X.
           IF  NOT LCNVR-RETRN-OK
               GO TO 1000-QUOTE-CONVERSION-X
           END-IF.

      *
      *  THE NEW COVERAGE TAKES THE NEXT NUMBER ON THE POLICY.
      *
           COMPUTE WS-NEW-CVG-CTR = RPOL-POL-CVG-REC-CTR-N + 1.
           IF  WS-NEW-CVG-CTR > 99
               SET LCNVR-RETRN-INVALID   TO TRUE
               GO TO 1000-QUOTE-CONVERSION-X
           END-IF.
           MOVE WS-NEW-CVG-CTR           TO WS-NEW-CVG-NUM.
           MOVE WS-NEW-CVG-NUM           TO LCNVR-NEW-CVG-NUM.

           PERFORM 1200-BUILD-NEW-CVG
              THRU 1200-BUILD-NEW-CVG-X.
           IF  NOT LCNVR-RETRN-OK
               GO TO 1000-QUOTE-CONVERSION-X
           END-IF.

           MOVE RPOL-POL-MPREM-AMT       TO LCNVR-OLD-POL-MPREM-AMT.
           COMPUTE LCNVR-NEW-POL-MPREM-AMT =
                   RPOL-POL-MPREM-AMT + L0312-MPREM-DIFF-AMT.

           PERFORM 1300-CALC-PREM-ADJ
              THRU 1300-CALC-PREM-ADJ-X.

       1000-QUOTE-CONVERSION-X.
           EXIT.

      *--------------------
       1100-CHECK-RIGHT.
      *--------------------

      *
      *  THE RIGHT MUST STILL BE OPEN TODAY AND ON THE EFFECTIVE
      *  DATE.  A COVERAGE WITHOUT A CONVERSION EXPIRY DATE HAS NO
      *  RIGHT TO CONVERT.
      *
           MOVE WCVGS-CVG-CNVR-XPRY-DT   TO LCNVR-CNVR-XPRY-DT.

           IF  LCNVR-CNVR-XPRY-DT = SPACES
           OR  WGLOB-CRNT-DT > LCNVR-CNVR-XPRY-DT
           OR  LCNVR-EFF-DT  > LCNVR-CNVR-XPRY-DT
               SET LCNVR-RETRN-RIGHT-CLOSED
                                         TO TRUE
           END-IF.

       1100-CHECK-RIGHT-X.
           EXIT.

      *------------------
       1150-READ-PLAN.
      *------------------

      *
      *  ONLY A PLAN ON THE CONVERSION PLAN MASTER MAY BE CHOSEN,
      *  AND THE ORIGINAL AGE ONLY WHERE THAT PLAN ALLOWS IT.
      *
           IF  LCNVR-NEW-PLAN-ID = SPACES
           OR  LCNVR-NEW-PLAN-ID = WS-TERM-PLAN-ID
               SET LCNVR-RETRN-PLAN-NOT-ELIG
                                         TO TRUE
               GO TO 1150-READ-PLAN-X
           END-IF.

           OPEN INPUT CNPL-FILE.
           IF  WCNPL-SEQ-FILE-STATUS NOT = '00'
               SET LCNVR-RETRN-PLAN-NOT-ELIG
                                         TO TRUE
               GO TO 1150-READ-PLAN-X
           END-IF.

           MOVE LCNVR-NEW-PLAN-ID        TO WCNPL-PLAN-ID.

           READ CNPL-FILE
               INVALID KEY
                   MOVE '23' TO WCNPL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCNPL-IO-OK
               SET LCNVR-RETRN-PLAN-NOT-ELIG
                                         TO TRUE
               CLOSE CNPL-FILE
               GO TO 1150-READ-PLAN-X
           END-IF.

           MOVE WCNPL-INS-TYP-CD         TO WS-NEW-INS-TYP-CD.
           MOVE WCNPL-MAT-AGE            TO WS-NEW-MAT-AGE.
           MOVE WCNPL-MAX-ISS-AGE        TO WS-MAX-ISS-AGE.

           IF  LCNVR-AGE-ORIGINAL
           AND NOT WCNPL-ORIG-AGE-ALLOWED
               SET LCNVR-RETRN-AGE-NOT-ALLOWED
                                         TO TRUE
           END-IF.

           CLOSE CNPL-FILE.

       1150-READ-PLAN-X.
           EXIT.

      *-----------------
       1160-CALC-AGE.
      *-----------------

      *
      *  AT ATTAINED AGE THE NEW COVERAGE IS ISSUED ON THE
      *  EFFECTIVE DATE AT THE TERM ISSUE AGE PLUS THE COMPLETED
      *  YEARS SINCE; AT ORIGINAL AGE IT TAKES THE TERM COVERAGE'S
      *  ISSUE DATE AND AGE.  THE AGE CANNOT BE ABOVE THE PLAN'S
      *  HIGHEST ISSUE AGE.
      *
           IF  WCVGS-CVG-RT-AGE NOT NUMERIC
           OR  WCVGS-CVG-ISS-EFF-DT-YR NOT NUMERIC
           OR  WCVGS-CVG-ISS-EFF-DT-MO NOT NUMERIC
           OR  WCVGS-CVG-ISS-EFF-DT-DY NOT NUMERIC
               SET LCNVR-RETRN-INVALID   TO TRUE
               GO TO 1160-CALC-AGE-X
           END-IF.

           MOVE LCNVR-EFF-DT             TO WS-EFF-DT.

           IF  LCNVR-AGE-ORIGINAL
               MOVE WCVGS-CVG-RT-AGE-N   TO WS-NEW-RT-AGE
               MOVE WCVGS-CVG-ISS-EFF-DT TO WS-ISS-DT
           ELSE
               COMPUTE WS-AGE-YR-CNT =
                       WS-EFF-DT-YR - WCVGS-CVG-ISS-EFF-DT-YR
               IF  WS-EFF-DT-MO < WCVGS-CVG-ISS-EFF-DT-MO
               OR (WS-EFF-DT-MO = WCVGS-CVG-ISS-EFF-DT-MO
               AND WS-EFF-DT-DY < WCVGS-CVG-ISS-EFF-DT-DY)
                   SUBTRACT 1          FROM WS-AGE-YR-CNT
               END-IF
               COMPUTE WS-NEW-RT-AGE =
                       WCVGS-CVG-RT-AGE-N + WS-AGE-YR-CNT
               MOVE LCNVR-EFF-DT         TO WS-ISS-DT
           END-IF.

           IF  WS-NEW-RT-AGE > WS-MAX-ISS-AGE
           OR  WS-NEW-RT-AGE NOT < WS-NEW-MAT-AGE
               SET LCNVR-RETRN-AGE-NOT-ALLOWED
                                         TO TRUE
               GO TO 1160-CALC-AGE-X
           END-IF.

           MOVE WS-NEW-RT-AGE            TO LCNVR-NEW-RT-AGE.
           MOVE WS-ISS-DT                TO LCNVR-NEW-ISS-EFF-DT.

           COMPUTE WS-MAT-DT-YR =
                   WS-ISS-DT-YR + WS-NEW-MAT-AGE - WS-NEW-RT-AGE.
           MOVE WS-ISS-DT-MO             TO WS-MAT-DT-MO.
           MOVE WS-ISS-DT-DY             TO WS-MAT-DT-DY.
           MOVE WS-MAT-DT                TO LCNVR-NEW-MAT-XPRY-DT.

       1160-CALC-AGE-X.
           EXIT.

      *----------------------
       1200-BUILD-NEW-CVG.
      *----------------------

      *
      *  WORKS ON THE TERM COVERAGE IN WCVGS, TURNING IT INTO THE
      *  NEW PERMANENT COVERAGE.  THE CLASS, MEDICAL-EXTRA FACTOR,
      *  EXTRA DURATIONS, RIDER PREMIUMS AND REINSURANCE CARRY
      *  OVER AS THEY STAND; A FLAT EXTRA IS CHARGED PER THOUSAND
      *  OF FACE, SO IT FOLLOWS THE FACE.  THE RE-RATE IS MEASURED
      *  FROM THE TERM PREMIUM, SO ITS DIFFERENCE IS THE POLICY'S
      *  PREMIUM CHANGE.
      *
           COMPUTE WS-NEW-FE-PREM-AMT ROUNDED =
               WCVGS-CVG-FE-PREM-AMT * LCNVR-NEW-FACE-AMT
               / WCVGS-CVG-FACE-AMT.

           MOVE WS-NEW-CVG-NUM           TO WCVGS-CVG-SEQ-NUM-N.
           MOVE LCNVR-CVG-NUM            TO WCVGS-CONN-CVG-NUM.
           SET  WCVGS-CVG-CONN-REASN-CNVR
                                         TO TRUE.
           SET  WCVGS-CVG-STAT-PREM-PAYING
                                         TO TRUE.
           MOVE SPACES                   TO WCVGS-CVG-PREV-CSTAT-CD.
           MOVE LCNVR-EFF-DT             TO WCVGS-CVG-STAT-EFF-DT.
           MOVE WGLOB-CRNT-DT            TO WCVGS-CVG-STAT-PRCES-DT.
           MOVE WS-NEW-INS-TYP-CD        TO WCVGS-CVG-INS-TYP-CD.
           MOVE LCNVR-NEW-RT-AGE         TO WCVGS-CVG-RT-AGE-N.
           MOVE LCNVR-NEW-ISS-EFF-DT     TO WCVGS-CVG-ISS-EFF-DT.
           MOVE LCNVR-NEW-MAT-XPRY-DT    TO WCVGS-CVG-MAT-XPRY-DT.
           MOVE SPACES                   TO WCVGS-CVG-CNVR-XPRY-DT
                                            WCVGS-CVG-UL-PU-DT
                                            WCVGS-CVG-PREM-CHNG-DT
                                            WCVGS-CVG-RENW-PLAN-ID
                                            WCVGS-CVG-RENW-STBL-1-CD
                                            WCVGS-CVG-RENW-STBL-2-CD
                                            WCVGS-CVG-RENW-STBL-4-CD.
           MOVE LCNVR-NEW-FACE-AMT       TO WCVGS-CVG-FACE-AMT
                                            WCVGS-CVG-ORIG-FACE-AMT.
           MOVE ZERO                     TO WCVGS-CVG-PREV-FACE-AMT
                                            WCVGS-CVG-CSN-REC-CTR-N
                                            WCVGS-CVG-CF-REC-CTR-N.

           SET  L0312-ADJ-PREMIUM        TO TRUE.
           MOVE LCNVR-BASIC-RATE-PER-M   TO L0312-BASIC-RATE-PER-M.
           MOVE WCVGS-CVG-ME-FCT         TO L0312-ME-FCT.
           MOVE WS-NEW-FE-PREM-AMT       TO L0312-FE-PREM-AMT.
           MOVE LCNVR-EFF-DT             TO L0312-EFF-DT.

           PERFORM 0312-1000-RERATE-CVG
              THRU 0312-1000-RERATE-CVG-X.

           IF  NOT L0312-RETRN-OK
               SET LCNVR-RETRN-INVALID   TO TRUE
               GO TO 1200-BUILD-NEW-CVG-X
           END-IF.

           MOVE L0312-NEW-MPREM-AMT      TO LCNVR-NEW-MPREM-AMT.

       1200-BUILD-NEW-CVG-X.
           EXIT.

      *-----------------------
       1300-CALC-PREM-ADJ.
      *-----------------------

      *
      *  PAYMENTS ALREADY MADE FROM THE NEW ISSUE DATE TO THE
      *  PAID-TO DATE WERE AT THE TERM PREMIUM.  THE DIFFERENCE ON
      *  THOSE PAYMENTS IS THE POLICY'S ADJUSTMENT - ON AN
      *  ORIGINAL-AGE CONVERSION IT RUNS BACK TO THE TERM ISSUE.
      *
           MOVE RPOL-POL-PD-TO-DT-NUM-YR TO WS-PD-TO-DT-YR.
           MOVE RPOL-POL-PD-TO-DT-NUM-MO TO WS-PD-TO-DT-MO.
           MOVE RPOL-POL-PD-TO-DT-NUM-DY TO WS-PD-TO-DT-DY.

           IF  RPOL-POL-BILL-TYP-SINGLE
           OR  RPOL-POL-BILL-MODE-CD-N NOT NUMERIC
           OR  RPOL-POL-BILL-MODE-CD-N = ZERO
           OR  WS-ISS-DT NOT < WS-PD-TO-DT
               GO TO 1300-CALC-PREM-ADJ-X
           END-IF.

           COMPUTE WS-PD-MO-CNT =
                   (WS-PD-TO-DT-YR * 12 + WS-PD-TO-DT-MO)
                 - (WS-ISS-DT-YR * 12 + WS-ISS-DT-MO).
           IF  WS-ISS-DT-DY > WS-PD-TO-DT-DY
               SUBTRACT 1              FROM WS-PD-MO-CNT
           END-IF.

           IF  WS-PD-MO-CNT > ZERO
               COMPUTE LCNVR-PMT-CNT =
                   WS-PD-MO-CNT * RPOL-POL-BILL-MODE-CD-N / 12
           END-IF.

           COMPUTE LCNVR-PREM-ADJ-AMT =
                   L0312-MPREM-DIFF-AMT * LCNVR-PMT-CNT.

       1300-CALC-PREM-ADJ-X.
           EXIT.

      *------------------------------
       2000-EXECUTE-CONVERSION.
      *------------------------------

      *
      *  EVERY OUTPUT IS OPENED BEFORE ANYTHING IS UPDATED, SO A
      *  FILE THAT CANNOT BE REACHED STOPS THE CONVERSION CLEANLY.
      *
           MOVE ZERO                     TO WCVGH-SEQ-FILE-STATUS.
           OPEN EXTEND CVGH-HIST-FILE.
           IF  WCVGH-SEQ-FILE-STATUS = '05' OR '35'
               MOVE ZERO                 TO WCVGH-SEQ-FILE-STATUS
               OPEN OUTPUT CVGH-HIST-FILE
           END-IF.
           IF  WCVGH-SEQ-FILE-STATUS NOT = ZERO
               SET LCNVR-RETRN-ERROR     TO TRUE
               GO TO 2000-EXECUTE-CONVERSION-X
           END-IF.

           OPEN I-O CNVN-FILE.
           IF  WCNVN-IO-NOFILE
               OPEN OUTPUT CNVN-FILE
               CLOSE CNVN-FILE
               OPEN I-O CNVN-FILE
           END-IF.
           IF  WCNVN-SEQ-FILE-STATUS NOT = '00'
               SET LCNVR-RETRN-ERROR     TO TRUE
               CLOSE CVGH-HIST-FILE
               GO TO 2000-EXECUTE-CONVERSION-X
           END-IF.

           MOVE LCNVR-POL-ID             TO WPOL-POL-ID.
           PERFORM POL-1000-READ-FOR-UPDATE
              THRU POL-1000-READ-FOR-UPDATE-X.
           IF  NOT WPOL-IO-OK
               SET LCNVR-RETRN-ERROR     TO TRUE
               GO TO 2000-CLOSE-FILES
           END-IF.

           MOVE LCNVR-POL-ID             TO WCVG-POL-ID.
           MOVE LCNVR-CVG-NUM            TO WCVG-CVG-NUM.
           PERFORM CVG-1000-READ-FOR-UPDATE
              THRU CVG-1000-READ-FOR-UPDATE-X.
           IF  NOT WCVG-IO-OK
               SET LCNVR-RETRN-ERROR     TO TRUE
               GO TO 2000-CLOSE-FILES
           END-IF.

           MOVE RCVG-CVG-INFO            TO WCVGS-CVG-INFO.

      *
      *  THE TERM COVERAGE MUST STILL BE AS QUOTED.
      *
           IF  WCVGS-CVG-FACE-AMT NOT = LCNVR-TERM-FACE-AMT
           OR  WCVGS-CVG-MPREM-AMT NOT = LCNVR-TERM-MPREM-AMT
           OR  NOT WCVGS-CVG-STAT-IN-FORCE
               PERFORM CVG-3000-UNLOCK
                  THRU CVG-3000-UNLOCK-X
               SET LCNVR-RETRN-ERROR     TO TRUE
               GO TO 2000-CLOSE-FILES
           END-IF.

           PERFORM 2100-TERMINATE-TERM
              THRU 2100-TERMINATE-TERM-X.
           IF  NOT LCNVR-RETRN-OK
               GO TO 2000-CLOSE-FILES
           END-IF.

           PERFORM 2200-CREATE-NEW-CVG
              THRU 2200-CREATE-NEW-CVG-X.
           IF  NOT LCNVR-RETRN-OK
               GO TO 2000-CLOSE-FILES
           END-IF.

           PERFORM 2300-WRITE-CVG-HIST
              THRU 2300-WRITE-CVG-HIST-X.

           PERFORM 2400-UPDATE-POLICY
              THRU 2400-UPDATE-POLICY-X.
           IF  NOT LCNVR-RETRN-OK
               GO TO 2000-CLOSE-FILES
           END-IF.

           PERFORM 2500-CLOSE-NOTICE
              THRU 2500-CLOSE-NOTICE-X.

           PERFORM 2600-STAMP-HISTORY
              THRU 2600-STAMP-HISTORY-X.

           PERFORM 2700-QUEUE-LETTER
              THRU 2700-QUEUE-LETTER-X.

       2000-CLOSE-FILES.

           CLOSE CVGH-HIST-FILE
                 CNVN-FILE.

       2000-EXECUTE-CONVERSION-X.
           EXIT.

      *-------------------------
       2100-TERMINATE-TERM.
      *-------------------------

      *
      *  THE TERM COVERAGE ENDS ON THE CONVERSION DATE AND POINTS
      *  TO THE COVERAGE THAT REPLACES IT.
      *
           MOVE WCVGS-CVG-CSTAT-CD       TO WS-TERM-CSTAT-CD
                                            WCVGS-CVG-PREV-CSTAT-CD.
           SET  WCVGS-CVG-STAT-TRMN      TO TRUE.
           MOVE LCNVR-EFF-DT             TO WCVGS-CVG-STAT-EFF-DT.
           MOVE WGLOB-CRNT-DT            TO WCVGS-CVG-STAT-PRCES-DT.
           MOVE WS-NEW-CVG-NUM           TO WCVGS-CONN-CVG-NUM.
           SET  WCVGS-CVG-CONN-REASN-CNVR
                                         TO TRUE.

           MOVE WCVGS-CVG-INFO           TO RCVG-CVG-INFO.
           PERFORM CVG-2000-REWRITE
              THRU CVG-2000-REWRITE-X.
           IF  NOT WCVG-IO-OK
               SET LCNVR-RETRN-ERROR     TO TRUE
           END-IF.

       2100-TERMINATE-TERM-X.
           EXIT.

      *-------------------------
       2200-CREATE-NEW-CVG.
      *-------------------------

           PERFORM 1200-BUILD-NEW-CVG
              THRU 1200-BUILD-NEW-CVG-X.
           IF  NOT LCNVR-RETRN-OK
               GO TO 2200-CREATE-NEW-CVG-X
           END-IF.

           MOVE LCNVR-POL-ID             TO RCVG-POL-ID
                                            WCVG-POL-ID.
           MOVE LCNVR-NEW-CVG-NUM        TO RCVG-CVG-NUM
                                            WCVG-CVG-NUM.
           MOVE LCNVR-NEW-PLAN-ID        TO RCVG-PLAN-ID.
           MOVE LCNVR-NEW-MPREM-AMT      TO RCVG-MODE-PREM-AMT.
           MOVE WCVGS-CVG-INFO           TO RCVG-CVG-INFO.

           PERFORM CVG-1000-CREATE
              THRU CVG-1000-CREATE-X.
           IF  NOT WCVG-IO-OK
               SET LCNVR-RETRN-ERROR     TO TRUE
           END-IF.

       2200-CREATE-NEW-CVG-X.
           EXIT.

      *------------------------
       2300-WRITE-CVG-HIST.
      *------------------------

           MOVE LCNVR-POL-ID             TO L0308-POL-ID.
           MOVE WPGWS-CRNT-PGM-ID        TO L0308-SRCE-PGM.
           MOVE WGLOB-CRNT-DT            TO L0308-RUN-DT.

           MOVE LCNVR-CVG-NUM            TO L0308-CVG-NUM.
           MOVE 'CVG-CSTAT-CD'           TO L0308-CRRCTN-FIELD-ID.
           MOVE WS-TERM-CSTAT-CD         TO L0308-OLD-VALUE.
           MOVE 'TR'                     TO L0308-NEW-VALUE.
           PERFORM 0308-1000-WRITE-CVG-HIST
              THRU 0308-1000-WRITE-CVG-HIST-X.

           MOVE LCNVR-NEW-CVG-NUM        TO L0308-CVG-NUM.
           MOVE 'CVG-FACE-AMT'           TO L0308-CRRCTN-FIELD-ID.
           MOVE ZERO                     TO WS-HIST-AMT-NUM.
           MOVE WS-HIST-AMT-TXT          TO L0308-OLD-VALUE.
           MOVE LCNVR-NEW-FACE-AMT       TO WS-HIST-AMT-NUM.
           MOVE WS-HIST-AMT-TXT          TO L0308-NEW-VALUE.
           PERFORM 0308-1000-WRITE-CVG-HIST
              THRU 0308-1000-WRITE-CVG-HIST-X.

           MOVE 'CVG-MPREM-AMT'          TO L0308-CRRCTN-FIELD-ID.
           MOVE ZERO                     TO WS-HIST-AMT-NUM.
           MOVE WS-HIST-AMT-TXT          TO L0308-OLD-VALUE.
           MOVE LCNVR-NEW-MPREM-AMT      TO WS-HIST-AMT-NUM.
           MOVE WS-HIST-AMT-TXT          TO L0308-NEW-VALUE.
           PERFORM 0308-1000-WRITE-CVG-HIST
              THRU 0308-1000-WRITE-CVG-HIST-X.

       2300-WRITE-CVG-HIST-X.
           EXIT.

      *-----------------------
       2400-UPDATE-POLICY.
      *-----------------------

      *
      *  THE POLICY TAKES THE NEW COVERAGE INTO ITS COUNT AND
      *  PREMIUM, RECORDS THE CONVERSION TYPE, AND CARRIES THE
      *  ADJUSTMENT AS A PREMIUM SHORTAGE (OR OVERPAYMENT) FOR
      *  THE NEXT BILL.
      *
           MOVE WS-NEW-CVG-CTR           TO RPOL-POL-CVG-REC-CTR-N.

           ADD  L0312-MPREM-DIFF-AMT     TO RPOL-POL-MPREM-AMT
                                            RPOL-MODE-PREM-AMT.

           IF  LCNVR-AGE-ORIGINAL
               SET RPOL-POL-CNVR-TYP-TERM-ORIG-AGE
                                         TO TRUE
           ELSE
               SET RPOL-POL-CNVR-TYP-TERM-ATT-AGE
                                         TO TRUE
           END-IF.

           IF  LCNVR-PREM-ADJ-AMT NOT = ZERO
               SUBTRACT LCNVR-PREM-ADJ-AMT
                                       FROM RPOL-OVR-SHRT-PREM-AMT
               MOVE WGLOB-CRNT-DT        TO RPOL-OVR-SHRT-PREM-DT
           END-IF.

           MOVE WGLOB-CRNT-DT            TO RPOL-PREV-FILE-MAINT-DT.

           PERFORM POL-2000-REWRITE
              THRU POL-2000-REWRITE-X.
           IF  NOT WPOL-IO-OK
               SET LCNVR-RETRN-ERROR     TO TRUE
           END-IF.

       2400-UPDATE-POLICY-X.
           EXIT.

      *-----------------------
       2500-CLOSE-NOTICE.
      *-----------------------

      *
      *  THE NOTICE RUN WRITES ONE SENT-MASTER ROW PER COVERAGE AND
      *  EXPIRY AND SKIPS ANY COVERAGE THAT ALREADY HAS ONE, SO A
      *  CLOSED ROW - WRITTEN HERE IF NO NOTICE HAS GONE YET -
      *  STOPS ANY FURTHER NOTICE.
      *
           MOVE SPACES                   TO WCNVN-REC-INFO.
           MOVE LCNVR-POL-ID             TO WCNVN-POL-ID.
           MOVE LCNVR-CVG-NUM-N          TO WCNVN-CVG-NUM.
           MOVE LCNVR-CNVR-XPRY-DT       TO WCNVN-XPRY-DT.

           READ CNVN-FILE
               INVALID KEY
                   MOVE '23' TO WCNVN-SEQ-FILE-STATUS
           END-READ.

           MOVE WGLOB-CRNT-DT            TO WCNVN-CLOSE-DT.
           SET  WCNVN-CLOSE-CONVERTED    TO TRUE.

           IF  WCNVN-IO-OK
               REWRITE WCNVN-REC-INFO
                   INVALID KEY
                       MOVE '99' TO WCNVN-SEQ-FILE-STATUS
               END-REWRITE
           ELSE
               MOVE SPACES               TO WCNVN-NOTIF-DT
               WRITE WCNVN-REC-INFO
                   INVALID KEY
                       MOVE '22' TO WCNVN-SEQ-FILE-STATUS
               END-WRITE
           END-IF.

           IF  NOT WCNVN-IO-OK
               SET LCNVR-RETRN-ERROR     TO TRUE
           END-IF.

       2500-CLOSE-NOTICE-X.
           EXIT.

      *------------------------
       2600-STAMP-HISTORY.
      *------------------------

      *
      *  ONE ROW ON EACH COVERAGE, EACH NAMING THE OTHER, AND ONE
      *  FOR THE POLICY PREMIUM CHANGE.
      *
           MOVE SPACES                   TO RPHST-REC-INFO.
           MOVE LCNVR-POL-ID             TO RPHST-POL-ID.
           MOVE WGLOB-CRNT-DT            TO RPHST-PCHST-EFF-DT.
           MOVE LCNVR-EFF-DT             TO RPHST-ACTVTY-EFF-DT.
           MOVE 'CNVR'                   TO RPHST-POL-ACTV-TYP-ID.
           MOVE 'CV'                     TO RPHST-ACTVTY-TYP-CD.
           SET  RPHST-PCHST-STAT-ACTIVE  TO TRUE.
           MOVE WGLOB-USER-ID            TO RPHST-PREV-UPDT-USER-ID.
           MOVE WGLOB-CRNT-DT            TO RPHST-PREV-UPDT-DT.

           MOVE LCNVR-CVG-NUM            TO RPHST-CVG-NUM.
           MOVE 'TERM COVERAGE CONVERTED'
                                         TO RPHST-ACTVTY-DESC-TXT.
           MOVE WS-TERM-PLAN-ID          TO WS-PHST-PLAN-ID.
           MOVE LCNVR-CVG-NUM            TO WS-PHST-CVG-NUM.
           MOVE WS-PHST-PLAN-TXT         TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE LCNVR-NEW-PLAN-ID        TO WS-PHST-PLAN-ID.
           MOVE LCNVR-NEW-CVG-NUM        TO WS-PHST-CVG-NUM.
           MOVE WS-PHST-PLAN-TXT         TO RPHST-PCHST-NEW-VALU-TXT.
           PERFORM PHST-1000-CREATE
              THRU PHST-1000-CREATE-X.

           MOVE LCNVR-NEW-CVG-NUM        TO RPHST-CVG-NUM.
           MOVE 'COVERAGE ISSUED ON TERM CONVERSION'
                                         TO RPHST-ACTVTY-DESC-TXT.
           MOVE WS-TERM-PLAN-ID          TO WS-PHST-PLAN-ID.
           MOVE LCNVR-CVG-NUM            TO WS-PHST-CVG-NUM.
           MOVE WS-PHST-PLAN-TXT         TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE LCNVR-NEW-PLAN-ID        TO WS-PHST-PLAN-ID.
           MOVE LCNVR-NEW-CVG-NUM        TO WS-PHST-CVG-NUM.
           MOVE WS-PHST-PLAN-TXT         TO RPHST-PCHST-NEW-VALU-TXT.
           PERFORM PHST-1000-CREATE
              THRU PHST-1000-CREATE-X.

           MOVE SPACES                   TO RPHST-CVG-NUM.
           MOVE 'TERM CONVERSION - MODAL PREMIUM CHANGED'
                                         TO RPHST-ACTVTY-DESC-TXT.
           MOVE LCNVR-OLD-POL-MPREM-AMT  TO WS-PHST-PREM-AMT.
           MOVE WS-PHST-PREM-TXT         TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE LCNVR-NEW-POL-MPREM-AMT  TO WS-PHST-PREM-AMT.
           MOVE WS-PHST-PREM-TXT         TO RPHST-PCHST-NEW-VALU-TXT.
           PERFORM PHST-1000-CREATE
              THRU PHST-1000-CREATE-X.

           IF  LCNVR-PREM-ADJ-AMT NOT = ZERO
               MOVE 'TERM CONVERSION - PREMIUM ADJUSTMENT'
                                         TO RPHST-ACTVTY-DESC-TXT
               MOVE LCNVR-PMT-CNT        TO WS-PHST-PMT-CNT
               MOVE WS-PHST-PMT-TXT      TO RPHST-PCHST-OLD-VALU-TXT
               MOVE LCNVR-PREM-ADJ-AMT   TO WS-PHST-ADJ-AMT
               MOVE WS-PHST-ADJ-TXT      TO RPHST-PCHST-NEW-VALU-TXT
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
               SET LCNVR-RETRN-ERROR     TO TRUE
               GO TO 2700-QUEUE-LETTER-X
           END-IF.

           MOVE LCNVR-POL-ID             TO L0307-POL-ID.
           MOVE 'CNVR'                   TO L0307-LTR-TYP.
           MOVE WGLOB-CRNT-DT            TO L0307-RUN-DT.
           PERFORM 0307-1000-QUEUE-LETTER
              THRU 0307-1000-QUEUE-LETTER-X.

           CLOSE LTR-CNTL-FILE.

       2700-QUEUE-LETTER-X.
           EXIT.

      *-------------------
       7000-READ-POL-CVG.
      *-------------------

           MOVE LCNVR-POL-ID             TO WPOL-POL-ID.
           PERFORM POL-1000-READ
              THRU POL-1000-READ-X.
           IF  NOT WPOL-IO-OK
               SET LCNVR-RETRN-NOTFND    TO TRUE
               GO TO 7000-READ-POL-CVG-X
           END-IF.

           MOVE LCNVR-POL-ID             TO WCVG-POL-ID.
           MOVE LCNVR-CVG-NUM            TO WCVG-CVG-NUM.
           PERFORM CVG-1000-READ
              THRU CVG-1000-READ-X.
           IF  NOT WCVG-IO-OK
               SET LCNVR-RETRN-NOTFND    TO TRUE
               GO TO 7000-READ-POL-CVG-X
           END-IF.

           MOVE RCVG-CVG-INFO            TO WCVGS-CVG-INFO.
           MOVE RCVG-PLAN-ID             TO WS-TERM-PLAN-ID.

           IF  NOT RPOL-POL-STAT-IN-FORCE
           OR  NOT WCVGS-CVG-STAT-IN-FORCE
               SET LCNVR-RETRN-INVALID   TO TRUE
           END-IF.

       7000-READ-POL-CVG-X.
           EXIT.

      *------------------
       7100-EDIT-EFF-DT.
      *------------------

      *
      *  BLANK MEANS THE NEXT DUE DATE.  OTHERWISE THE DATE CANNOT
      *  BE BEFORE THE TERM COVERAGE WAS ISSUED OR AFTER THE
      *  PAID-TO DATE.
      *
           MOVE RPOL-POL-PD-TO-DT-NUM-YR TO WS-PD-TO-DT-YR.
           MOVE RPOL-POL-PD-TO-DT-NUM-MO TO WS-PD-TO-DT-MO.
           MOVE RPOL-POL-PD-TO-DT-NUM-DY TO WS-PD-TO-DT-DY.

           IF  LCNVR-EFF-DT = SPACES
               MOVE WS-PD-TO-DT          TO LCNVR-EFF-DT
               GO TO 7100-EDIT-EFF-DT-X
           END-IF.

           MOVE LCNVR-EFF-DT             TO WS-EFF-DT.
           IF  WS-EFF-DT-YR NOT NUMERIC
           OR  WS-EFF-DT-MO NOT NUMERIC
           OR  WS-EFF-DT-DY NOT NUMERIC
           OR  WS-EFF-DT-MO < 1 OR WS-EFF-DT-MO > 12
           OR  WS-EFF-DT-DY < 1 OR WS-EFF-DT-DY > 31
           OR  LCNVR-EFF-DT > WS-PD-TO-DT
               SET LCNVR-RETRN-INVALID   TO TRUE
               GO TO 7100-EDIT-EFF-DT-X
           END-IF.

           IF  WCVGS-CVG-ISS-EFF-DT-YR NUMERIC
           AND LCNVR-EFF-DT < WCVGS-CVG-ISS-EFF-DT
               SET LCNVR-RETRN-INVALID   TO TRUE
           END-IF.

       7100-EDIT-EFF-DT-X.
           EXIT.
      /
       COPY CCPNPOL.
       COPY CCPUPOL.
      /
       COPY CCPNCVG.
       COPY CCPUCVG.
       COPY CCPCCVG.
      /
       COPY CCPCPHST.
      /
       COPY CCPP0307.
       COPY CCPP0308.
       COPY CCPP0312.
      /
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSRQCNVR                     **
      *****************************************************************
