      *****************************************************************
      **  MEMBER :  CCFWCTIV                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE CONTESTABLE-PERIOD  **
      **            CLAIM INVESTIGATION WORKLIST (CTIV).  SEE        **
      **            CCFHCTIV.  A CLAIM WITH A REJECTED SELF-         **
      **            DISCLOSURE OR AN UNDERWRITING REQUIREMENT WAIVED **
      **            AT ISSUE IS OPENED PENDING AND ITS DECISION IS   **
      **            HELD BACK FROM THE CLAIMS SYSTEM, WITH ENOUGH OF **
      **            THE DECISION KEPT HERE TO SEND IT ONCE THE       **
      **            INVESTIGATION CLEARS IT.  AN EARLY CLAIM WITH NO **
      **            FINDING IS RECORDED AS SUCH AND NOT HELD.        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51283**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  CTIV-FILE
           LABEL RECORDS ARE STANDARD.

       01  WCTIV-REC-INFO.
           05  WCTIV-KEY.
               10  WCTIV-CLM-ID              PIC X(08).
           05  WCTIV-POL-ID                  PIC X(10).
           05  WCTIV-CVG-NUM                 PIC 9(03).
           05  WCTIV-SERV-AGT-ID             PIC X(10).
           05  WCTIV-SERV-BR-ID              PIC X(05).
           05  WCTIV-CNTST-BASE-CD           PIC X(01).
               88  WCTIV-BASE-ISSUE                 VALUE 'I'.
               88  WCTIV-BASE-REINSTATEMENT         VALUE 'R'.
           05  WCTIV-CNTST-BASE-DT           PIC X(10).
           05  WCTIV-CNTST-END-DT            PIC X(10).
           05  WCTIV-CLM-DT                  PIC X(10).
           05  WCTIV-FLAG-RSN-CD             PIC X(02).
               88  WCTIV-RSN-SELF-DISCLOSURE        VALUE 'SD'.
               88  WCTIV-RSN-WAIVED-UW              VALUE 'UW'.
               88  WCTIV-RSN-BOTH                   VALUE 'SU'.
               88  WCTIV-RSN-NO-FINDING             VALUE 'NF'.
           05  WCTIV-WAIVED-RQRMNT-CNT       PIC 9(03).
           05  WCTIV-INVST-STAT-CD           PIC X(01).
               88  WCTIV-STAT-PENDING               VALUE 'P'.
               88  WCTIV-STAT-DISPOSED              VALUE 'D'.
               88  WCTIV-STAT-NOT-INVESTIGATED      VALUE 'N'.
           05  WCTIV-DSPSN-CD                PIC X(02).
               88  WCTIV-DSPSN-CLEARED              VALUE 'CL'.
               88  WCTIV-DSPSN-RESCINDED            VALUE 'RS'.
               88  WCTIV-DSPSN-DECLINED             VALUE 'DN'.
               88  WCTIV-DSPSN-VALID                VALUE 'CL' 'RS'
                                                          'DN'.
           05  WCTIV-DSPSN-DT                PIC X(10).
           05  WCTIV-DSPSN-USER-ID           PIC X(08).
           05  WCTIV-DSPSN-NOTE-TXT          PIC X(40).
           05  WCTIV-HOLD-SW                 PIC X(01).
               88  WCTIV-DECSN-HELD                 VALUE 'Y'.
               88  WCTIV-DECSN-RELEASED             VALUE 'R'.
               88  WCTIV-DECSN-NOT-HELD             VALUE 'N'.
           05  WCTIV-RLSE-DT                 PIC X(10).
           05  WCTIV-HELD-DECSN-INFO.
               10  WCTIV-DECSN-PRCES-DT      PIC X(10).
               10  WCTIV-DECSN-DCBD-DT       PIC X(10).
               10  WCTIV-DECSN-CD            PIC X(02).
               10  WCTIV-FINAL-MAJ-CD        PIC X(10).
               10  WCTIV-DECSN-PAID-SW       PIC X(01).
                   88  WCTIV-DECSN-PAID             VALUE 'Y'.
           05  WCTIV-OPEN-DT                 PIC X(10).
           05  WCTIV-LAST-CHG-USER-ID        PIC X(08).
           05  WCTIV-LAST-CHG-DT             PIC X(10).
