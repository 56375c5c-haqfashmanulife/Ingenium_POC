      *****************************************************************
      **  MEMBER :  CCWLMSCR                                         **
      **  REMARKS:  PARAMETER AREA FOR THE AGE/SEX MISSTATEMENT      **
      **            CORRECTION MODULE (ZSRQMSCR).  THE CLIENT'S      **
      **            BIRTH DATE AND SEX HAVE ALREADY BEEN CORRECTED   **
      **            ON THE CLIENT RECORD.  'QU' LISTS THE POLICY'S   **
      **            COVERAGES (SLOT N IS COVERAGE N) WITH THE RATING **
      **            AGE AND SEX RECORDED AND THOSE THE CORRECTED     **
      **            CLIENT GIVES AT EACH COVERAGE'S ISSUE, FLAGS THE **
      **            ONES AFFECTED AND - ONCE UNDERWRITING HAS KEYED  **
      **            EACH AFFECTED COVERAGE'S CORRECT BASIC MODAL     **
      **            RATE PER THOUSAND FROM THE PLAN'S RATE BOOK -    **
      **            QUOTES THE NEW PREMIUM (OR, FOR METHOD 'F', THE  **
      **            ADJUSTED FACE) AND THE PREMIUM DIFFERENCE SINCE  **
      **            ISSUE.  'EX' RE-QUOTES AND APPLIES IT.           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51278**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LMSCR-PARM-INFO.
           05  LMSCR-FUNCTION-CD            PIC X(02).
               88  LMSCR-FUNCTION-QUOTE               VALUE 'QU'.
               88  LMSCR-FUNCTION-EXECUTE             VALUE 'EX'.
           05  LMSCR-POL-ID                 PIC X(10).
           05  LMSCR-CLI-ID                 PIC X(10).
           05  LMSCR-ADJ-METH-CD            PIC X(01).
               88  LMSCR-ADJ-PREMIUM                  VALUE 'P'.
               88  LMSCR-ADJ-FACE                     VALUE 'F'.
           05  LMSCR-CRCT-BTH-DT            PIC X(10).
           05  LMSCR-CRCT-SEX-CD            PIC X(01).
           05  LMSCR-CVG-CNT                PIC 9(02).
           05  LMSCR-AFCT-CVG-CNT           PIC 9(02).
           05  LMSCR-CVG-ENTRY              OCCURS 20 TIMES.
               10  LMSCR-CVG-NUM            PIC X(02).
               10  LMSCR-AFCT-SW            PIC X(01).
                   88  LMSCR-CVG-AFFECTED             VALUE 'Y'.
                   88  LMSCR-CVG-NOT-AFFECTED         VALUE 'N'.
               10  LMSCR-CRCT-RATE-PER-M    PIC 9(05)V9(04).
               10  LMSCR-OLD-RT-AGE         PIC 9(03).
               10  LMSCR-NEW-RT-AGE         PIC 9(03).
               10  LMSCR-OLD-SEX-CD         PIC X(01).
               10  LMSCR-NEW-SEX-CD         PIC X(01).
               10  LMSCR-OLD-MPREM-AMT      PIC S9(13)V99 COMP-3.
               10  LMSCR-NEW-MPREM-AMT      PIC S9(13)V99 COMP-3.
               10  LMSCR-OLD-FACE-AMT       PIC S9(13)V99 COMP-3.
               10  LMSCR-NEW-FACE-AMT       PIC S9(13)V99 COMP-3.
               10  LMSCR-PMT-CNT            PIC 9(05).
               10  LMSCR-PREM-DIFF-AMT      PIC S9(13)V99 COMP-3.
           05  LMSCR-TOT-MPREM-DIFF-AMT     PIC S9(13)V99 COMP-3.
           05  LMSCR-TOT-PREM-DIFF-AMT      PIC S9(13)V99 COMP-3.
           05  LMSCR-ARREARS-AMT            PIC S9(13)V99 COMP-3.
           05  LMSCR-REFUND-AMT             PIC S9(13)V99 COMP-3.
           05  LMSCR-ERR-CVG-NUM            PIC X(02).
           05  LMSCR-RETRN-CD               PIC X(02).
               88  LMSCR-RETRN-OK                     VALUE '00'.
               88  LMSCR-RETRN-NOTFND                 VALUE '01'.
               88  LMSCR-RETRN-NO-CHANGE              VALUE '05'.
               88  LMSCR-RETRN-RATE-MISSING           VALUE '06'.
               88  LMSCR-RETRN-INVALID                VALUE '07'.
               88  LMSCR-RETRN-NOTAUTH                VALUE '91'.
               88  LMSCR-RETRN-ERROR                  VALUE '99'.
