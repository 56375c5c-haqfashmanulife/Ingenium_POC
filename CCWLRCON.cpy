      *****************************************************************
      **  MEMBER :  CCWLRCON                                         **
      **  REMARKS:  PARAMETER AREA FOR THE RATING RECONSIDERATION    **
      **            MODULE (ZSRQRCON).  'RQ' TAKES A CLIENT'S        **
      **            REQUEST TO LOWER A COVERAGE'S MEDICAL-EXTRA      **
      **            FACTOR AND/OR CHANGE ITS SMOKER CLASS FROM AN    **
      **            EFFECTIVE DATE (BLANK = THE NEXT DUE DATE) AND   **
      **            REGISTERS IT PENDING UNDER THE NEXT SEQUENCE     **
      **            NUMBER.  'AP' IS THE UNDERWRITING APPROVAL - BY  **
      **            A USER OTHER THAN THE ONE WHO TOOK THE REQUEST - **
      **            AND RE-RATES THE COVERAGE; A SMOKER-CLASS CHANGE **
      **            NEEDS THE NEW BASIC MODAL RATE PER THOUSAND FROM **
      **            THE PLAN'S RATE BOOK.  'DC' DECLINES IT WITH A   **
      **            REASON AND 'IQ' RETURNS ONE REQUEST.             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51279**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LRCON-PARM-INFO.
           05  LRCON-FUNCTION-CD            PIC X(02).
               88  LRCON-FUNCTION-REQUEST             VALUE 'RQ'.
               88  LRCON-FUNCTION-APPROVE             VALUE 'AP'.
               88  LRCON-FUNCTION-DECLINE             VALUE 'DC'.
               88  LRCON-FUNCTION-INQUIRE             VALUE 'IQ'.
           05  LRCON-POL-ID                 PIC X(10).
           05  LRCON-CVG-NUM                PIC X(02).
           05  LRCON-SEQ-NUM                PIC 9(03).
           05  LRCON-STAT-CD                PIC X(01).
           05  LRCON-RSN-CD                 PIC X(01).
               88  LRCON-RSN-STOPPED-SMOKING          VALUE 'S'.
               88  LRCON-RSN-MEDICAL-EVIDENCE         VALUE 'M'.
           05  LRCON-EVID-DOC-REF-ID        PIC X(20).
           05  LRCON-ME-CHNG-SW             PIC X(01).
               88  LRCON-ME-CHANGE                    VALUE 'Y'.
           05  LRCON-PRPS-ME-FCT            PIC S9(03)V9(06) COMP-3.
           05  LRCON-PRPS-SMKR-CD           PIC X(01).
           05  LRCON-EFF-DT                 PIC X(10).
           05  LRCON-BASIC-RATE-PER-M       PIC 9(05)V9(04).
           05  LRCON-DCSN-RSN-TXT           PIC X(40).
           05  LRCON-CRNT-ME-FCT            PIC S9(03)V9(06) COMP-3.
           05  LRCON-CRNT-SMKR-CD           PIC X(01).
           05  LRCON-OLD-MPREM-AMT          PIC S9(13)V99 COMP-3.
           05  LRCON-NEW-MPREM-AMT          PIC S9(13)V99 COMP-3.
           05  LRCON-PMT-CNT                PIC 9(05).
           05  LRCON-ADJ-AMT                PIC S9(13)V99 COMP-3.
           05  LRCON-REQ-USER-ID            PIC X(08).
           05  LRCON-REQ-DT                 PIC X(10).
           05  LRCON-DCSN-USER-ID           PIC X(08).
           05  LRCON-DCSN-DT                PIC X(10).
           05  LRCON-RETRN-CD               PIC X(02).
               88  LRCON-RETRN-OK                     VALUE '00'.
               88  LRCON-RETRN-NOTFND                 VALUE '01'.
               88  LRCON-RETRN-DUPLICATE              VALUE '03'.
               88  LRCON-RETRN-INVALID                VALUE '05'.
               88  LRCON-RETRN-NOT-PENDING            VALUE '06'.
               88  LRCON-RETRN-SAME-USER              VALUE '07'.
               88  LRCON-RETRN-RATE-MISSING           VALUE '08'.
               88  LRCON-RETRN-NOTAUTH                VALUE '91'.
               88  LRCON-RETRN-ERROR                  VALUE '99'.
