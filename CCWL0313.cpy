      *****************************************************************
      **  MEMBER :  CCWL0313                                         **
      **  REMARKS:  LINKAGE PARAMETER AREA FOR 0313-1000-GET-LMT-POSN**
      **            (SEE CCPP0313), THE COMMON ROUTINE THAT SETS THE **
      **            MEDICAL BENEFIT LIMIT POSITION OF A COVERAGE.    **
      **            THE CALLER SUPPLIES THE COVERAGE AND ITS PLAN;   **
      **            ENTRY 1 IS RETURNED FOR HOSPITAL DAYS ('HS') AND **
      **            ENTRY 2 FOR SURGERIES ('SG').  THE REMAINING     **
      **            COUNT IS AGAINST THE LIFETIME LIMIT AND IS ONLY  **
      **            MEANINGFUL WHEN ONE IS SET (POSITION NOT BLANK). **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  L0313-PARM-INFO.
           05  L0313-POL-ID                  PIC X(10).
           05  L0313-CVG-NUM                 PIC 9(03).
           05  L0313-PLAN-ID                 PIC X(06).
           05  L0313-BNFT-SUB                PIC S9(04) COMP.
           05  L0313-BNFT-INFO               OCCURS 2 TIMES.
               10  L0313-BNFT-TYP-CD         PIC X(02).
               10  L0313-LMT-SW              PIC X(01).
                   88  L0313-LMT-SET                 VALUE 'Y'.
                   88  L0313-LMT-NONE                VALUE 'N'.
               10  L0313-ADMIT-LMT-CNT       PIC 9(05).
               10  L0313-LIFE-LMT-CNT        PIC 9(05).
               10  L0313-PAID-UNIT-CNT       PIC 9(05).
               10  L0313-PAID-CLM-CNT        PIC 9(05).
               10  L0313-PAID-AMT            PIC 9(11)V99.
               10  L0313-REMN-CNT            PIC 9(05).
               10  L0313-POSN-CD             PIC X(01).
                   88  L0313-POSN-NO-LIFE-LMT        VALUE ' '.
                   88  L0313-POSN-OPEN               VALUE 'O'.
                   88  L0313-POSN-NEAR-LMT           VALUE 'N'.
                   88  L0313-POSN-EXHAUSTED          VALUE 'X'.
           05  L0313-RETRN-CD                PIC X(02).
               88  L0313-RETRN-OK                    VALUE '00'.
               88  L0313-RETRN-ERROR                 VALUE '99'.
