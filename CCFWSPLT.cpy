      *****************************************************************
      **  MEMBER :  CCFWSPLT                                         **
      **  REMARKS:  FD AND RECORD FOR THE COMMISSION SPLIT TABLE     **
      **            (SPLT).  SEE CCFHSPLT.  THE ROW IN EFFECT ON A   **
      **            DATE IS THE POLICY'S ROW WITH THE LATEST         **
      **            EFFECTIVE DATE NOT AFTER IT.  THE SHARES OF THE  **
      **            PARTIES IN USE (WSPLT-AGT-CNT) TOTAL 100.00      **
      **            PERCENT; UNUSED PARTIES ARE SPACES AND ZERO.     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51300**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  SPLT-FILE
           LABEL RECORDS ARE STANDARD.

       01  WSPLT-REC-INFO.
           05  WSPLT-KEY.
               10  WSPLT-POL-ID              PIC X(10).
               10  WSPLT-EFF-DT              PIC X(10).
           05  WSPLT-AGT-CNT                 PIC 9(01).
           05  WSPLT-PRTY-INFO.
               10  WSPLT-PRTY                OCCURS 4 TIMES.
                   15  WSPLT-AGT-ID          PIC X(06).
                   15  WSPLT-SHR-PCT         PIC 9(03)V99.
           05  WSPLT-LAST-CHG-USER-ID        PIC X(08).
           05  WSPLT-LAST-CHG-DT             PIC X(10).
           05  FILLER                        PIC X(20).
