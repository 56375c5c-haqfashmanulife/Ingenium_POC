      *****************************************************************
      **  MEMBER :  CCFWSRVQ                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE POLICY SERVICE      **
      **            REQUEST REGISTER (SRVQ).  THE TARGET DATE IS     **
      **            SET FROM THE REQUEST TYPE'S TURNAROUND           **
      **            (CCWWSRTY) AT REGISTRATION.  COMPLETION CARRIES  **
      **            THE KEY OF THE PHST ACTIVITY THAT COMPLETED THE  **
      **            REQUEST AND THE TURNAROUND IN CALENDAR DAYS.     **
      **            THE BREACH INDICATOR IS RAISED WHEN THE TARGET   **
      **            PASSES BEFORE COMPLETION; THE COMPLAINT          **
      **            INDICATOR WHEN A BREACH HAS BEEN RAISED AS A     **
      **            COMPLAINT ON THE CMPL REGISTER.                  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51305**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  SRVQ-FILE
           LABEL RECORDS ARE STANDARD.

       01  WSRVQ-REC-INFO.
           05  WSRVQ-KEY.
               10  WSRVQ-POL-ID              PIC X(10).
               10  WSRVQ-RECV-DT             PIC X(10).
               10  WSRVQ-SEQ-NUM             PIC 9(02).
           05  WSRVQ-SRVC-TYP-CD             PIC X(02).
           05  WSRVQ-CHNL-CD                 PIC X(01).
               88  WSRVQ-CHNL-IMAGING               VALUE 'W'.
               88  WSRVQ-CHNL-CALL-CNTR             VALUE 'C'.
               88  WSRVQ-CHNL-BRANCH                VALUE 'B'.
           05  WSRVQ-SRC-REF-ID              PIC X(11).
           05  WSRVQ-CLI-ID                  PIC X(10).
           05  WSRVQ-BR-ID                   PIC X(05).
           05  WSRVQ-TRGT-DT                 PIC X(10).
           05  WSRVQ-SRVC-STAT-CD            PIC X(01).
               88  WSRVQ-STAT-OPEN                  VALUE 'O'.
               88  WSRVQ-STAT-COMPLETE              VALUE 'C'.
               88  WSRVQ-STAT-CANCELLED             VALUE 'X'.
           05  WSRVQ-CMPLT-DT                PIC X(10).
           05  WSRVQ-CMPLT-ACTV-TYP-ID       PIC X(04).
           05  WSRVQ-CMPLT-PHST-KEY.
               10  WSRVQ-CMPLT-EFF-IDT-NUM   PIC 9(08).
               10  WSRVQ-CMPLT-PCHST-SEQ-NUM PIC 9(05).
           05  WSRVQ-TAT-DAYS                PIC 9(05).
           05  WSRVQ-BREACH-IND              PIC X(01).
               88  WSRVQ-BREACHED                   VALUE 'Y'.
           05  WSRVQ-CMPLN-IND               PIC X(01).
               88  WSRVQ-CMPLN-RAISED               VALUE 'Y'.
           05  WSRVQ-LAST-CHG-USER-ID        PIC X(08).
           05  WSRVQ-LAST-CHG-DT             PIC X(10).
