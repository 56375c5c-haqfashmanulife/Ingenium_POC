      *****************************************************************
      **  MEMBER :  CCFWIFGR                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE IFRS 17 CONTRACT    **
      **            GROUPING MASTER (IFGR).  SEE CCFHIFGR.           **
      **            ONCE A ROW IS ASSIGNED ('A') ITS GROUP IS FIXED  **
      **            FOR THE LIFE OF THE COVERAGE AND IS NEVER        **
      **            RE-DERIVED.  A ROW IS PENDING ('P') WHEN THE     **
      **            COVERAGE HAS BEEN STAMPED FROM ITS PLAN AND      **
      **            ISSUE DATE BUT THE ACTUARIAL PROFITABILITY       **
      **            ASSESSMENT HAS NOT ARRIVED, AND FEED-ONLY ('F')  **
      **            WHEN THE ASSESSMENT ARRIVED FIRST.               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51271**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  IFGR-FILE
           LABEL RECORDS ARE STANDARD.

       01  WIFGR-REC-INFO.
           05  WIFGR-KEY.
               10  WIFGR-POL-ID              PIC X(10).
               10  WIFGR-CVG-NUM             PIC 9(03).
           05  WIFGR-IFRS-GRP.
               10  WIFGR-PORTF-CD            PIC X(08).
               10  WIFGR-COHORT-YR           PIC X(04).
               10  WIFGR-PRFT-GRP-CD         PIC X(01).
                   88  WIFGR-PRFT-ONEROUS               VALUE 'O'.
                   88  WIFGR-PRFT-NO-SIGNIF-RISK        VALUE 'N'.
                   88  WIFGR-PRFT-REMAINING             VALUE 'R'.
                   88  WIFGR-PRFT-VALID          VALUE 'O' 'N' 'R'.
           05  WIFGR-GRP-STAT-CD             PIC X(01).
               88  WIFGR-GRP-ASSIGNED                   VALUE 'A'.
               88  WIFGR-GRP-PENDING                    VALUE 'P'.
               88  WIFGR-GRP-FEED-ONLY                  VALUE 'F'.
           05  WIFGR-PLN-CD                  PIC X(08).
           05  WIFGR-CVG-ISS-EFF-DT          PIC X(10).
           05  WIFGR-ASSESS-DT               PIC X(10).
           05  WIFGR-ASSIGN-DT               PIC X(10).
