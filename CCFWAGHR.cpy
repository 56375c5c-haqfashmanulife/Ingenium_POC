      *****************************************************************
      **  MEMBER :  CCFWAGHR                                         **
      **  REMARKS:  FD AND RECORD FOR THE AGENCY HIERARCHY MASTER    **
      **            (AGHR).  SEE CCFHAGHR.  THE ROW IN EFFECT ON A   **
      **            DATE IS THE AGENT'S ROW WITH THE LATEST          **
      **            EFFECTIVE DATE NOT AFTER IT.                     **
      **                                                             **
      **            ROLE     A - AGENT                               **
      **                     U - UNIT MANAGER                        **
      **                     B - BRANCH MANAGER                      **
      **                     R - REGIONAL MANAGER                    **
      **                     X - NO LONGER IN THE HIERARCHY; EARNS   **
      **                         NO OVERRIDE FROM THIS DATE          **
      **                                                             **
      **            THE UPLINE IS THE AGENT THIS AGENT REPORTS TO;   **
      **            SPACES AT THE TOP OF THE HIERARCHY.              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51299**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  AGHR-FILE
           LABEL RECORDS ARE STANDARD.

       01  WAGHR-REC-INFO.
           05  WAGHR-KEY.
               10  WAGHR-AGT-ID              PIC X(06).
               10  WAGHR-EFF-DT              PIC X(10).
           05  WAGHR-ROLE-CD                 PIC X(01).
               88  WAGHR-ROLE-AGENT                 VALUE 'A'.
               88  WAGHR-ROLE-UNIT-MGR              VALUE 'U'.
               88  WAGHR-ROLE-BRANCH-MGR            VALUE 'B'.
               88  WAGHR-ROLE-REGION-MGR            VALUE 'R'.
               88  WAGHR-ROLE-INACTIVE              VALUE 'X'.
               88  WAGHR-ROLE-MANAGER               VALUES 'U' 'B'
                                                           'R'.
               88  WAGHR-ROLE-VALID                 VALUES 'A' 'U'
                                                           'B' 'R'
                                                           'X'.
           05  WAGHR-UPLN-AGT-ID             PIC X(06).
           05  WAGHR-SO-ID                   PIC X(03).
           05  WAGHR-LAST-CHG-USER-ID        PIC X(08).
           05  WAGHR-LAST-CHG-DT             PIC X(10).
           05  FILLER                        PIC X(20).
