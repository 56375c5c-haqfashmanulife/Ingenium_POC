      *****************************************************************
      **  MEMBER :  SCFWGBHS                                         **
      **  REMARKS:  FD AND RECORD FOR THE SEGREGATED FUND GUARANTEE  **
      **            BASE HISTORY FILE (GBHS).  KEYED BY POLICY,      **
      **            EFFECTIVE DATE AND A SEQUENCE WITHIN THE DATE,   **
      **            SO A POLICY'S HISTORY READS IN DATE ORDER.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51267**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  GBHS-FILE
           LABEL RECORDS ARE STANDARD.

       01  WGBHS-REC-INFO.
           05  WGBHS-KEY.
               10  WGBHS-POL-ID              PIC X(10).
               10  WGBHS-EFF-DT              PIC X(10).
               10  WGBHS-SEQ-NUM             PIC 9(03).
           05  WGBHS-CHG-RSN-CD              PIC X(02).
               88  WGBHS-RSN-ESTABLISHED           VALUE 'IN'.
               88  WGBHS-RSN-STEP-UP               VALUE 'SU'.
               88  WGBHS-RSN-PARTIAL-SURR          VALUE 'PS'.
           05  WGBHS-OLD-BASE-AMT            PIC S9(13)V99 COMP-3.
           05  WGBHS-NEW-BASE-AMT            PIC S9(13)V99 COMP-3.
           05  WGBHS-POL-VALUE-AMT           PIC S9(13)V99 COMP-3.
           05  WGBHS-SURR-AMT                PIC S9(13)V99 COMP-3.
           05  WGBHS-ENTRY-DT                PIC X(10).
           05  WGBHS-ENTRY-USER-ID           PIC X(08).
