      *****************************************************************
      **  MEMBER :  CCFWCNPL                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE CONVERSION PLAN     **
      **            MASTER (CNPL).  SEE CCFHCNPL.                    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51281**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  CNPL-FILE
           LABEL RECORDS ARE STANDARD.

       01  WCNPL-REC-INFO.
           05  WCNPL-KEY.
               10  WCNPL-PLAN-ID             PIC X(06).
           05  WCNPL-PLAN-DESC-TXT           PIC X(30).
           05  WCNPL-INS-TYP-CD              PIC X(02).
           05  WCNPL-MAT-AGE                 PIC 9(03).
           05  WCNPL-MAX-ISS-AGE             PIC 9(03).
           05  WCNPL-ORIG-AGE-SW             PIC X(01).
               88  WCNPL-ORIG-AGE-ALLOWED           VALUE 'Y'.
               88  WCNPL-ORIG-AGE-NOT-ALLOWED       VALUE 'N'.
           05  WCNPL-LAST-CHG-USER-ID        PIC X(08).
           05  WCNPL-LAST-CHG-DT             PIC X(10).
