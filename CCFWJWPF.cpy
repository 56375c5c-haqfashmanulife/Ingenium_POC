      *****************************************************************
      **  MEMBER :  CCFWJWPF                                         **
      **  REMARKS:  FD AND RECORD FOR THE BATCH WINDOW PROFILE       **
      **            (JWPF).  SEE CCFHJWPF.  TIMES IN THE WINDOW ARE  **
      **            SECONDS FROM MIDNIGHT STARTING THE BUSINESS      **
      **            DATE, SO A TIME AFTER THE NEXT MIDNIGHT IS       **
      **            86400 OR MORE.  EARLIEST START AND FINISH ARE    **
      **            FROM THE TYPICAL DURATIONS ALONG THE JDEP        **
      **            DEPENDENCY GRAPH; A JOB WITH NO PREDECESSOR      **
      **            STARTS AT ITS TYPICAL START TIME.                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51293**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  JWPF-FILE
           LABEL RECORDS ARE STANDARD.

       01  WJWPF-REC-INFO.
           05  WJWPF-KEY.
               10  WJWPF-DAY-TYP-CD          PIC X(01).
                   88  WJWPF-DAY-NORMAL            VALUE 'N'.
                   88  WJWPF-DAY-MONTH-END         VALUE 'M'.
                   88  WJWPF-DAY-YEAR-END          VALUE 'Y'.
               10  WJWPF-JOB-ID              PIC X(08).
           05  WJWPF-ANLYS-DT                PIC X(10).
           05  WJWPF-JOB-INFO.
               10  WJWPF-RUN-CNT             PIC 9(05).
               10  WJWPF-TYPCL-SECS          PIC 9(07).
               10  WJWPF-MAX-SECS            PIC 9(07).
               10  WJWPF-TYPCL-START-SECS    PIC 9(06).
               10  WJWPF-ERLY-START-SECS     PIC 9(06).
               10  WJWPF-ERLY-FINISH-SECS    PIC 9(06).
               10  WJWPF-CRIT-PRED-JOB-ID    PIC X(08).
               10  WJWPF-CRIT-PATH-SW        PIC X(01).
                   88  WJWPF-ON-CRIT-PATH          VALUE 'Y'.
               10  WJWPF-PRED-CNT            PIC 9(01).
               10  WJWPF-PRED-JOB-ID         PIC X(08)
                                             OCCURS 8 TIMES.
           05  WJWPF-HDR-INFO REDEFINES WJWPF-JOB-INFO.
               10  WJWPF-ONLN-START-TIME     PIC X(06).
               10  WJWPF-DEADLN-SECS         PIC 9(06).
               10  WJWPF-WNDW-START-SECS     PIC 9(06).
               10  WJWPF-WNDW-END-SECS       PIC 9(06).
               10  WJWPF-CRIT-END-JOB-ID     PIC X(08).
               10  WJWPF-JOB-CNT             PIC 9(05).
               10  FILLER                    PIC X(74).
           05  FILLER                        PIC X(20).
