      *****************************************************************
      **  MEMBER :  CCWL0312                                         **
      **  REMARKS:  LINKAGE PARAMETER AREA FOR 0312-1000-RERATE-CVG  **
      **            (SEE CCPP0312), THE COMMON ROUTINE THAT RE-RATES **
      **            THE COVERAGE HELD IN THE CCWWCVGS WORK AREA.     **
      **            THE CALLER SUPPLIES THE BASIC MODAL RATE PER     **
      **            THOUSAND (ZERO KEEPS THE BASIC PREMIUM), THE     **
      **            MEDICAL-EXTRA FACTOR AND THE MODAL FLAT EXTRA    **
      **            THE COVERAGE IS TO CARRY FROM THE EFFECTIVE      **
      **            DATE.  'P' RE-PRICES THE COVERAGE; 'F' KEEPS THE **
      **            PREMIUM AND ADJUSTS THE FACE AMOUNT THE BASIC    **
      **            PREMIUM BUYS AT THE RATE.                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51278**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  L0312-PARM-INFO.
           05  L0312-ADJ-METH-CD             PIC X(01).
               88  L0312-ADJ-PREMIUM                 VALUE 'P'.
               88  L0312-ADJ-FACE                    VALUE 'F'.
           05  L0312-BASIC-RATE-PER-M        PIC 9(05)V9(04).
           05  L0312-ME-FCT                  PIC S9(03)V9(06) COMP-3.
           05  L0312-FE-PREM-AMT             PIC S9(13)V99 COMP-3.
           05  L0312-EFF-DT                  PIC X(10).
           05  L0312-OLD-FACE-AMT            PIC S9(13)V99 COMP-3.
           05  L0312-NEW-FACE-AMT            PIC S9(13)V99 COMP-3.
           05  L0312-OLD-MPREM-AMT           PIC S9(13)V99 COMP-3.
           05  L0312-NEW-MPREM-AMT           PIC S9(13)V99 COMP-3.
           05  L0312-MPREM-DIFF-AMT          PIC S9(13)V99 COMP-3.
           05  L0312-WORK-AREA.
               10  L0312-OLD-BASIC-PREM-AMT  PIC S9(13)V99 COMP-3.
               10  L0312-NEW-BASIC-PREM-AMT  PIC S9(13)V99 COMP-3.
               10  L0312-OLD-ME-PREM-AMT     PIC S9(13)V99 COMP-3.
               10  L0312-NEW-ME-PREM-AMT     PIC S9(13)V99 COMP-3.
               10  L0312-OLD-FE-PREM-AMT     PIC S9(13)V99 COMP-3.
           05  L0312-RETRN-CD                PIC X(02).
               88  L0312-RETRN-OK                    VALUE '00'.
               88  L0312-RETRN-BAD-RATE              VALUE '07'.
