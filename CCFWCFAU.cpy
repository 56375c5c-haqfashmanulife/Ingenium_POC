      *****************************************************************
      **  MEMBER :  CCFWCFAU                                         **
      **  REMARKS:  FD AND RECORD FOR THE CONFIGURATION AUDIT TRAIL  **
      **            (CFAU).  SEE CCFHCFAU.  THE ROW KEY IS THE KEY   **
      **            OF THE TABLE ROW CHANGED; ON A COPY THE SOURCE   **
      **            KEY IS THE ROW IT WAS COPIED FROM.  THE IMAGES   **
      **            ARE THE WHOLE TABLE RECORD - SPACES FOR THE      **
      **            BEFORE IMAGE OF A CREATE OR COPY AND FOR THE     **
      **            AFTER IMAGE OF A DELETE.  THE SEQUENCE NUMBER    **
      **            KEEPS TWO CHANGES TO ONE ROW IN THE SAME SECOND  **
      **            APART.                                           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51292**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  CFAU-FILE
           LABEL RECORDS ARE STANDARD.

       01  WCFAU-REC-INFO.
           05  WCFAU-KEY.
               10  WCFAU-TBL-ID              PIC X(04).
               10  WCFAU-ROW-KEY             PIC X(40).
               10  WCFAU-CHNG-DT             PIC X(10).
               10  WCFAU-CHNG-TIME           PIC X(08).
               10  WCFAU-SEQ-NUM             PIC 9(03).
           05  WCFAU-LOG-KEY.
               10  WCFAU-LOG-DT              PIC X(10).
               10  WCFAU-LOG-TBL-ID          PIC X(04).
           05  WCFAU-ACTN-CD                 PIC X(01).
               88  WCFAU-ACTN-CREATE                VALUE 'C'.
               88  WCFAU-ACTN-UPDATE                VALUE 'U'.
               88  WCFAU-ACTN-DELETE                VALUE 'D'.
               88  WCFAU-ACTN-COPY                  VALUE 'K'.
           05  WCFAU-USER-ID                 PIC X(08).
           05  WCFAU-TERM-ID                 PIC X(08).
           05  WCFAU-PGM-ID                  PIC X(08).
           05  WCFAU-CO-ID                   PIC X(02).
           05  WCFAU-SRCE-KEY                PIC X(40).
           05  WCFAU-BEFORE-IMAGE            PIC X(400).
           05  WCFAU-AFTER-IMAGE             PIC X(400).
           05  FILLER                        PIC X(20).
