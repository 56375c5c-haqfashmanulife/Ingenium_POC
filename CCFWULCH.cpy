      *****************************************************************
      **  MEMBER :  CCFWULCH                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE UNIVERSAL LIFE      **
      **            CHARGE MASTER (ULCH).  SEE CCFHULCH.  RATES ARE  **
      **            THE CURRENT (NOT GUARANTEED) BASIS USED FOR      **
      **            PROJECTION.                                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51284**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  ULCH-FILE
           LABEL RECORDS ARE STANDARD.

       01  WULCH-REC-INFO.
           05  WULCH-KEY.
               10  WULCH-PLAN-ID             PIC X(06).
               10  WULCH-ATTN-AGE            PIC 9(03).
           05  WULCH-COI-RT                  PIC 9(03)V9(05).
           05  WULCH-PREM-LOAD-PCT           PIC 9(03)V99.
           05  WULCH-ADMIN-CHRG-AMT          PIC 9(07).
           05  WULCH-CRDT-INT-PCT            PIC 9(02)V9(04).
           05  WULCH-LAST-CHG-USER-ID        PIC X(08).
           05  WULCH-LAST-CHG-DT             PIC X(10).
