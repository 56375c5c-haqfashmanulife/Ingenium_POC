      *****************************************************************
      **  MEMBER :  CCFWRCON                                         **
      **  REMARKS:  FD AND RECORD FOR THE RATING RECONSIDERATION     **
      **            REGISTER (RCON).  KEYED BY POLICY, COVERAGE AND  **
      **            A SEQUENCE NUMBER GIVEN WHEN THE REQUEST IS      **
      **            TAKEN.  A COVERAGE HAS AT MOST ONE PENDING       **
      **            REQUEST.  THE RATING IN FORCE WHEN THE REQUEST   **
      **            WAS TAKEN IS KEPT BESIDE THE ONE PROPOSED; THE   **
      **            DECISION FIELDS ARE FILLED BY UNDERWRITING.      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51279**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  RCON-FILE
           LABEL RECORDS ARE STANDARD.

       01  WRCON-REC-INFO.
           05  WRCON-KEY.
               10  WRCON-POL-ID              PIC X(10).
               10  WRCON-CVG-NUM             PIC X(02).
               10  WRCON-SEQ-NUM             PIC 9(03).
           05  WRCON-STAT-CD                 PIC X(01).
               88  WRCON-STAT-PENDING               VALUE 'P'.
               88  WRCON-STAT-APPROVED              VALUE 'A'.
               88  WRCON-STAT-DECLINED              VALUE 'D'.
           05  WRCON-RSN-CD                  PIC X(01).
               88  WRCON-RSN-STOPPED-SMOKING        VALUE 'S'.
               88  WRCON-RSN-MEDICAL-EVIDENCE       VALUE 'M'.
           05  WRCON-EVID-DOC-REF-ID         PIC X(20).
           05  WRCON-CRNT-ME-FCT             PIC S9(03)V9(06) COMP-3.
           05  WRCON-CRNT-SMKR-CD            PIC X(01).
           05  WRCON-PRPS-ME-FCT             PIC S9(03)V9(06) COMP-3.
           05  WRCON-PRPS-SMKR-CD            PIC X(01).
           05  WRCON-EFF-DT                  PIC X(10).
           05  WRCON-BASIC-RATE-PER-M        PIC 9(05)V9(04).
           05  WRCON-OLD-MPREM-AMT           PIC S9(13)V99 COMP-3.
           05  WRCON-NEW-MPREM-AMT           PIC S9(13)V99 COMP-3.
           05  WRCON-PMT-CNT                 PIC 9(05).
           05  WRCON-ADJ-AMT                 PIC S9(13)V99 COMP-3.
           05  WRCON-REQ-USER-ID             PIC X(08).
           05  WRCON-REQ-DT                  PIC X(10).
           05  WRCON-DCSN-USER-ID            PIC X(08).
           05  WRCON-DCSN-DT                 PIC X(10).
           05  WRCON-DCSN-RSN-TXT            PIC X(40).
