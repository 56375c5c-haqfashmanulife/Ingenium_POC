      *****************************************************************
      **  MEMBER :  CCFWSODR                                         **
      **  REMARKS:  FD AND RECORD FOR THE SEGREGATION-OF-DUTIES      **
      **            CONFLICT RULE TABLE (SODR).  SEE CCFHSODR.  THE  **
      **            WINDOW IS THE NUMBER OF DAYS WITHIN WHICH THE    **
      **            SAME USER MAY NOT PERFORM THE SECOND SIDE ON A   **
      **            POLICY AFTER PERFORMING THE FIRST; ZERO LEAVES   **
      **            THE RULE TO THE ROLE MATRIX ALONE.  AN INACTIVE  **
      **            RULE IS KEPT BUT NOT ENFORCED.                   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51291**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  SODR-FILE
           LABEL RECORDS ARE STANDARD.

       01  WSODR-REC-INFO.
           05  WSODR-KEY.
               10  WSODR-TRAN-ID-1           PIC X(08).
               10  WSODR-TRAN-ID-2           PIC X(08).
           05  WSODR-RULE-DESC-TXT           PIC X(40).
           05  WSODR-WINDOW-DAYS             PIC 9(03).
           05  WSODR-RULE-STAT-CD            PIC X(01).
               88  WSODR-RULE-ACTIVE                VALUE 'A'.
               88  WSODR-RULE-INACTIVE              VALUE 'I'.
           05  WSODR-LAST-CHG-USER-ID        PIC X(08).
           05  WSODR-LAST-CHG-DT             PIC X(10).
           05  FILLER                        PIC X(20).
