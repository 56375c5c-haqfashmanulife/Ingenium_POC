      *****************************************************************
      **  MEMBER :  CCFWASGN                                         **
      **  REMARKS:  FD AND RECORD FOR THE POLICY ASSIGNMENT          **
      **            REGISTER (ASGN).  KEYED BY POLICY AND A          **
      **            SEQUENCE NUMBER GIVEN AT REGISTRATION.  THE      **
      **            ASSIGNEE IS EITHER A CLIENT OR A FINANCIAL       **
      **            INSTITUTION.  AN ACTIVE ASSIGNMENT HOLDS EVERY   **
      **            PAYOUT ON THE POLICY UNLESS THE ASSIGNEE'S       **
      **            CONSENT IS ON FILE FOR THE PAYOUT DATE.  A       **
      **            RELEASED ROW IS NEVER DELETED.                   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51276**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  ASGN-FILE
           LABEL RECORDS ARE STANDARD.

       01  WASGN-REC-INFO.
           05  WASGN-KEY.
               10  WASGN-POL-ID              PIC X(10).
               10  WASGN-SEQ-NUM             PIC 9(03).
           05  WASGN-STAT-CD                 PIC X(01).
               88  WASGN-STAT-ACTIVE                VALUE 'A'.
               88  WASGN-STAT-RELEASED              VALUE 'R'.
           05  WASGN-ASGNE-TYP-CD            PIC X(01).
               88  WASGN-ASGNE-CLIENT               VALUE 'C'.
               88  WASGN-ASGNE-FIN-INST             VALUE 'F'.
           05  WASGN-ASGNE-CLI-ID            PIC X(10).
           05  WASGN-ASGNE-FI-ID             PIC X(04).
           05  WASGN-ASGNE-NM                PIC X(50).
           05  WASGN-SECR-AMT                PIC S9(13)V99 COMP-3.
           05  WASGN-REG-DT                  PIC X(10).
           05  WASGN-REG-DOC-REF-ID          PIC X(20).
           05  WASGN-RLSE-DT                 PIC X(10).
           05  WASGN-RLSE-DOC-REF-ID         PIC X(20).
           05  WASGN-CNSNT-DT                PIC X(10).
           05  WASGN-CNSNT-EXPRY-DT          PIC X(10).
           05  WASGN-CNSNT-DOC-REF-ID        PIC X(20).
           05  WASGN-LAST-CHG-USER-ID        PIC X(08).
           05  WASGN-LAST-CHG-DT             PIC X(10).
