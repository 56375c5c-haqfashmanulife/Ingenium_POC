      *****************************************************************
      **  MEMBER :  CCFWMBAC                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE MEDICAL BENEFIT     **
      **            ACCUMULATOR (MBAC).  SEE CCFHMBAC.  THE PLAN IS  **
      **            THE COVERAGE'S PLAN WHEN THE ROW WAS STARTED, SO **
      **            THE ROW CAN BE CHECKED AGAINST ITS LIMITS        **
      **            WITHOUT THE COVERAGE.                            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  MBAC-FILE
           LABEL RECORDS ARE STANDARD.

       01  WMBAC-REC-INFO.
           05  WMBAC-KEY.
               10  WMBAC-POL-ID              PIC X(10).
               10  WMBAC-CVG-NUM             PIC 9(03).
               10  WMBAC-BNFT-TYP-CD         PIC X(02).
                   88  WMBAC-BNFT-HOSPITAL          VALUE 'HS'.
                   88  WMBAC-BNFT-SURGERY           VALUE 'SG'.
           05  WMBAC-PLAN-ID                 PIC X(06).
           05  WMBAC-PAID-UNIT-CNT           PIC 9(05).
           05  WMBAC-PAID-CLM-CNT            PIC 9(05).
           05  WMBAC-PAID-AMT                PIC 9(11)V99.
           05  WMBAC-LAST-CLM-ID             PIC X(07).
           05  WMBAC-LAST-EVNT-DT            PIC X(10).
           05  WMBAC-LAST-UPDT-DT            PIC X(10).
