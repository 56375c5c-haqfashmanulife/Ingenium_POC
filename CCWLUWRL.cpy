      *****************************************************************
      **  MEMBER :  CCWLUWRL                                         **
      **  REMARKS:  PARAMETER AREA FOR THE AUTOMATED UNDERWRITING    **
      **            RULES MODULE (ZSRQUWRL).                         **
      **              'IQ' - THE RULE AT THE GIVEN SEQUENCE          **
      **              'AD' - ADD A RULE AT THE GIVEN SEQUENCE        **
      **              'CH' - CHANGE THE RULE AT THE GIVEN SEQUENCE   **
      **              'DL' - DELETE THE RULE AT THE GIVEN SEQUENCE   **
      **              'NX' - THE NEXT RULE AFTER THE GIVEN SEQUENCE  **
      **            SEE CCFWUWRL FOR HOW A RULE IS MATCHED.          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51304**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LUWRL-PARM-INFO.
           05  LUWRL-FUNCTION-CD            PIC X(02).
               88  LUWRL-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LUWRL-FUNCTION-ADD                 VALUE 'AD'.
               88  LUWRL-FUNCTION-CHANGE              VALUE 'CH'.
               88  LUWRL-FUNCTION-DELETE              VALUE 'DL'.
               88  LUWRL-FUNCTION-NEXT                VALUE 'NX'.
           05  LUWRL-RULE-SEQ-NUM           PIC 9(04).
           05  LUWRL-RULE-DESC-TXT          PIC X(30).
           05  LUWRL-RULE-STAT-CD           PIC X(01).
           05  LUWRL-EFF-DT                 PIC X(10).
           05  LUWRL-XPRY-DT                PIC X(10).
           05  LUWRL-PLAN-ID                PIC X(06).
           05  LUWRL-CHNL-CD                PIC X(02).
           05  LUWRL-ISS-AGE-MIN            PIC 9(03).
           05  LUWRL-ISS-AGE-MAX            PIC 9(03).
           05  LUWRL-FACE-MIN-AMT           PIC S9(13)V99 COMP-3.
           05  LUWRL-FACE-MAX-AMT           PIC S9(13)V99 COMP-3.
           05  LUWRL-ACUM-FACE-MAX-AMT      PIC S9(13)V99 COMP-3.
           05  LUWRL-DSCLSR-COND-CD         PIC X(01).
           05  LUWRL-OCCP-CLS-MAX-CD        PIC X(01).
           05  LUWRL-BMI-MIN                PIC 9(02)V9.
           05  LUWRL-BMI-MAX                PIC 9(02)V9.
           05  LUWRL-DCSN-CD                PIC X(01).
           05  LUWRL-LAST-CHG-USER-ID       PIC X(08).
           05  LUWRL-LAST-CHG-DT            PIC X(10).
           05  LUWRL-RETRN-CD               PIC X(02).
               88  LUWRL-RETRN-OK                     VALUE '00'.
               88  LUWRL-RETRN-NOTFND                 VALUE '01'.
               88  LUWRL-RETRN-EOF                    VALUE '02'.
               88  LUWRL-RETRN-DUPKEY                 VALUE '03'.
               88  LUWRL-RETRN-INVALID                VALUE '05'.
               88  LUWRL-RETRN-NOT-AUDITED            VALUE '06'.
               88  LUWRL-RETRN-NOTAUTH                VALUE '91'.
               88  LUWRL-RETRN-ERROR                  VALUE '99'.
