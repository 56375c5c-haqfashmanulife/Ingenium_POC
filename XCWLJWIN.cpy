      *****************************************************************
      **  MEMBER :  XCWLJWIN                                         **
      **  REMARKS:  LINKAGE/PARAMETER AREA FOR THE BATCH WINDOW      **
      **            PROJECTION MODULE (XSRQJWIN).  FUNCTION 'PJ'     **
      **            PROJECTS WHEN TONIGHT'S WINDOW FOR THE BUSINESS  **
      **            DATE WILL END FROM THE JOBS ALREADY FINISHED,    **
      **            THE PROGRESS OF THE JOBS RUNNING AND THE         **
      **            TYPICAL DURATIONS OF THE JOBS STILL TO RUN       **
      **            ALONG THE JDEP DEPENDENCIES.  A BLANK BUSINESS   **
      **            DATE MEANS THE PROCESS DATE; A BLANK DAY TYPE IS **
      **            WORKED OUT FROM THE CALENDAR.  THE LATE SWITCH   **
      **            IS SET WHEN THE PROJECTED END IS AFTER THE       **
      **            ONLINE-START DEADLINE.  TIMES ARE HHMMSS.        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51293**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LJWIN-PARM-INFO.
           05  LJWIN-FUNCTION-CD            PIC X(02).
               88  LJWIN-FUNCTION-PROJECT             VALUE 'PJ'.
           05  LJWIN-BUS-DT                 PIC X(10).
           05  LJWIN-DAY-TYP-CD             PIC X(01).
               88  LJWIN-DAY-NORMAL                   VALUE 'N'.
               88  LJWIN-DAY-MONTH-END                VALUE 'M'.
               88  LJWIN-DAY-YEAR-END                 VALUE 'Y'.
           05  LJWIN-PROJ-END-DT            PIC X(10).
           05  LJWIN-PROJ-END-TIME          PIC X(06).
           05  LJWIN-TYPCL-END-DT           PIC X(10).
           05  LJWIN-TYPCL-END-TIME         PIC X(06).
           05  LJWIN-DEADLN-DT              PIC X(10).
           05  LJWIN-DEADLN-TIME            PIC X(06).
           05  LJWIN-MARGIN-MINS            PIC S9(05).
           05  LJWIN-LATE-SW                PIC X(01).
               88  LJWIN-WINDOW-LATE                  VALUE 'Y'.
               88  LJWIN-WINDOW-ON-TIME               VALUE 'N'.
           05  LJWIN-CRIT-JOB-ID            PIC X(08).
           05  LJWIN-JOB-DONE-CNT           PIC 9(05).
           05  LJWIN-JOB-RUN-CNT            PIC 9(05).
           05  LJWIN-JOB-WAIT-CNT           PIC 9(05).
           05  LJWIN-RETRN-CD               PIC X(02).
               88  LJWIN-RETRN-OK                     VALUE '00'.
               88  LJWIN-RETRN-NOTFND                 VALUE '01'.
               88  LJWIN-RETRN-ERROR                  VALUE '99'.
