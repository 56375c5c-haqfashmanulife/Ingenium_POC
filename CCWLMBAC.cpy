      *****************************************************************
      **  MEMBER :  CCWLMBAC                                         **
      **  REMARKS:  PARAMETER AREA FOR THE MEDICAL BENEFIT LIMIT     **
      **            INQUIRY (ZSRQMBAC) USED BY THE CLAIMS DESK.  THE **
      **            CALLER GIVES THE COVERAGE; ENTRY 1 IS RETURNED   **
      **            FOR HOSPITAL DAYS AND ENTRY 2 FOR SURGERIES WITH **
      **            THE PLAN'S LIMITS, WHAT HAS BEEN PAID, WHAT IS   **
      **            LEFT OF THE LIFETIME LIMIT AND THE LAST CLAIM    **
      **            PAID.  THE POSITION IS BLANK (NO LIFETIME        **
      **            LIMIT), 'O' OPEN, 'N' WITHIN 10 PERCENT OF THE   **
      **            LIMIT OR 'X' EXHAUSTED.                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LMBAC-PARM-INFO.
           05  LMBAC-POL-ID                 PIC X(10).
           05  LMBAC-CVG-NUM                PIC X(02).
           05  LMBAC-PLAN-ID                PIC X(06).
           05  LMBAC-BNFT-INFO              OCCURS 2 TIMES.
               10  LMBAC-BNFT-TYP-CD        PIC X(02).
               10  LMBAC-LMT-SW             PIC X(01).
                   88  LMBAC-LMT-SET                  VALUE 'Y'.
                   88  LMBAC-LMT-NONE                 VALUE 'N'.
               10  LMBAC-ADMIT-LMT-CNT      PIC 9(05).
               10  LMBAC-LIFE-LMT-CNT       PIC 9(05).
               10  LMBAC-PAID-UNIT-CNT      PIC 9(05).
               10  LMBAC-PAID-CLM-CNT       PIC 9(05).
               10  LMBAC-PAID-AMT           PIC 9(11)V99.
               10  LMBAC-REMN-CNT           PIC 9(05).
               10  LMBAC-POSN-CD            PIC X(01).
                   88  LMBAC-POSN-NO-LIFE-LMT         VALUE ' '.
                   88  LMBAC-POSN-OPEN                VALUE 'O'.
                   88  LMBAC-POSN-NEAR-LMT            VALUE 'N'.
                   88  LMBAC-POSN-EXHAUSTED           VALUE 'X'.
               10  LMBAC-LAST-CLM-ID        PIC X(07).
               10  LMBAC-LAST-EVNT-DT       PIC X(10).
           05  LMBAC-RETRN-CD               PIC X(02).
               88  LMBAC-RETRN-OK                     VALUE '00'.
               88  LMBAC-RETRN-NOTFND                 VALUE '01'.
               88  LMBAC-RETRN-NOTAUTH                VALUE '91'.
               88  LMBAC-RETRN-ERROR                  VALUE '99'.
