      *****************************************************************
      **  MEMBER :  CCFWCPRH                                         **
      **  REMARKS:  FD AND RECORD FOR THE CLIENT COMMUNICATION       **
      **            PREFERENCE HISTORY (CPRH).  SEE CCFHCPRH.  A     **
      **            SECOND CHANGE TO THE SAME ROW ON THE SAME DAY    **
      **            TAKES THE NEXT SEQUENCE NUMBER.                  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  CPRH-FILE
           LABEL RECORDS ARE STANDARD.

       01  WCPRH-REC-INFO.
           05  WCPRH-KEY.
               10  WCPRH-CLI-ID              PIC X(10).
               10  WCPRH-DOC-CAT-CD          PIC X(02).
               10  WCPRH-CHG-DT              PIC X(10).
               10  WCPRH-SEQ-NUM             PIC 9(03).
           05  WCPRH-ACTN-CD                 PIC X(01).
               88  WCPRH-ACTN-ADD                   VALUE 'A'.
               88  WCPRH-ACTN-CHANGE                VALUE 'C'.
               88  WCPRH-ACTN-DELETE                VALUE 'D'.
               88  WCPRH-ACTN-BOUNCE                VALUE 'B'.
           05  WCPRH-OLD-CHNL-CD             PIC X(01).
           05  WCPRH-NEW-CHNL-CD             PIC X(01).
           05  WCPRH-EMAIL-ADDR-TXT          PIC X(80).
           05  WCPRH-MOBL-PHON-NUM           PIC X(15).
           05  WCPRH-CNSNT-DT                PIC X(10).
           05  WCPRH-CNSNT-SRC-CD            PIC X(01).
           05  WCPRH-CHG-USER-ID             PIC X(08).
           05  FILLER                        PIC X(20).
