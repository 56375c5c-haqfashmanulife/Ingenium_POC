      *****************************************************************
      **  MEMBER :  CCFWUWRL                                         **
      **  REMARKS:  FD AND RECORD FOR THE AUTOMATED UNDERWRITING     **
      **            RULES TABLE (UWRL).  SEE CCFHUWRL.  THE RULES    **
      **            ARE TRIED IN SEQUENCE AND THE FIRST ACTIVE RULE  **
      **            IN EFFECT WHOSE EVERY CONDITION THE APPLICATION  **
      **            MEETS GIVES THE DECISION - AUTO-APPROVE, REFER   **
      **            TO AN UNDERWRITER OR DECLINE.  A CONDITION LEFT  **
      **            BLANK OR ZERO IS NOT TESTED:                     **
      **              PLAN AND CHANNEL      - EQUAL TO THE VALUE     **
      **              ISSUE AGE             - WITHIN MIN AND MAX     **
      **              FACE BAND             - WITHIN MIN AND MAX     **
      **              ACCUMULATED FACE      - THE INSURED'S INFORCE  **
      **                                      FACE (RTNA) PLUS THIS  **
      **                                      APPLICATION, NOT OVER  **
      **                                      THE MAXIMUM            **
      **              DISCLOSURE            - 'C' EVERY ANSWER NO,   **
      **                                      'Y' ANY ANSWER YES     **
      **              OCCUPATION CLASS      - NOT WORSE THAN THE     **
      **                                      CLASS (1 IS BEST)      **
      **              BMI BAND              - WITHIN MIN AND MAX     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51304**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  UWRL-FILE
           LABEL RECORDS ARE STANDARD.

       01  WUWRL-REC-INFO.
           05  WUWRL-KEY.
               10  WUWRL-RULE-SEQ-NUM        PIC 9(04).
           05  WUWRL-RULE-DESC-TXT           PIC X(30).
           05  WUWRL-RULE-STAT-CD            PIC X(01).
               88  WUWRL-RULE-ACTIVE               VALUE 'A'.
               88  WUWRL-RULE-INACTIVE             VALUE 'I'.
           05  WUWRL-EFF-DT                  PIC X(10).
           05  WUWRL-XPRY-DT                 PIC X(10).
           05  WUWRL-PLAN-ID                 PIC X(06).
           05  WUWRL-CHNL-CD                 PIC X(02).
           05  WUWRL-ISS-AGE-MIN             PIC 9(03).
           05  WUWRL-ISS-AGE-MAX             PIC 9(03).
           05  WUWRL-FACE-MIN-AMT            PIC S9(13)V99 COMP-3.
           05  WUWRL-FACE-MAX-AMT            PIC S9(13)V99 COMP-3.
           05  WUWRL-ACUM-FACE-MAX-AMT       PIC S9(13)V99 COMP-3.
           05  WUWRL-DSCLSR-COND-CD          PIC X(01).
               88  WUWRL-DSCLSR-ANY                VALUE ' '.
               88  WUWRL-DSCLSR-CLEAN              VALUE 'C'.
               88  WUWRL-DSCLSR-YES                VALUE 'Y'.
           05  WUWRL-OCCP-CLS-MAX-CD         PIC X(01).
           05  WUWRL-BMI-MIN                 PIC 9(02)V9.
           05  WUWRL-BMI-MAX                 PIC 9(02)V9.
           05  WUWRL-DCSN-CD                 PIC X(01).
               88  WUWRL-DCSN-APPROVE              VALUE 'A'.
               88  WUWRL-DCSN-REFER                VALUE 'R'.
               88  WUWRL-DCSN-DECLINE              VALUE 'D'.
               88  WUWRL-DCSN-VALID                VALUES 'A' 'R' 'D'.
           05  WUWRL-LAST-CHG-USER-ID        PIC X(08).
           05  WUWRL-LAST-CHG-DT             PIC X(10).
           05  FILLER                        PIC X(20).
