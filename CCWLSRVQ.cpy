      *****************************************************************
      **  MEMBER :  CCWLSRVQ                                         **
      **  REMARKS:  PARAMETER AREA FOR THE POLICY SERVICE REQUEST    **
      **            REGISTER MODULE (ZSRQSRVQ).                      **
      **              'IQ' INQUIRES ON ONE REQUEST                   **
      **              'AD' REGISTERS A REQUEST RECEIVED AT A BRANCH  **
      **                   OR TAKEN BY THE DESK - THE KEY'S SEQUENCE **
      **                   IS RETURNED                               **
      **              'BR' PAGES THE OPEN REQUESTS AFTER THE KEY     **
      **              'CX' CANCELS AN OPEN REQUEST                   **
      **              'CF' RAISES A BREACHED REQUEST AS A COMPLAINT  **
      **                   ON THE CMPL REGISTER                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51305**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LSRVQ-PARM-INFO.
           05  LSRVQ-FUNCTION-CD            PIC X(02).
               88  LSRVQ-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LSRVQ-FUNCTION-ADD                 VALUE 'AD'.
               88  LSRVQ-FUNCTION-BROWSE              VALUE 'BR'.
               88  LSRVQ-FUNCTION-CANCEL              VALUE 'CX'.
               88  LSRVQ-FUNCTION-COMPLAINT           VALUE 'CF'.
           05  LSRVQ-SRVQ-KEY.
               10  LSRVQ-POL-ID             PIC X(10).
               10  LSRVQ-RECV-DT            PIC X(10).
               10  LSRVQ-SEQ-NUM            PIC 9(02).
           05  LSRVQ-SRVC-TYP-CD            PIC X(02).
           05  LSRVQ-CHNL-CD                PIC X(01).
           05  LSRVQ-SRC-REF-ID             PIC X(11).
           05  LSRVQ-CLI-ID                 PIC X(10).
           05  LSRVQ-BR-ID                  PIC X(05).
           05  LSRVQ-TRGT-DT                PIC X(10).
           05  LSRVQ-SRVC-STAT-CD           PIC X(01).
           05  LSRVQ-CMPLT-DT               PIC X(10).
           05  LSRVQ-CMPLT-ACTV-TYP-ID      PIC X(04).
           05  LSRVQ-TAT-DAYS               PIC 9(05).
           05  LSRVQ-BREACH-IND             PIC X(01).
           05  LSRVQ-CMPLN-IND              PIC X(01).
           05  LSRVQ-RETRN-CD               PIC X(02).
               88  LSRVQ-RETRN-OK                     VALUE '00'.
               88  LSRVQ-RETRN-NOTFND                 VALUE '01'.
               88  LSRVQ-RETRN-EOF                    VALUE '02'.
               88  LSRVQ-RETRN-INVALID-TYPE           VALUE '03'.
               88  LSRVQ-RETRN-INVALID-DATE           VALUE '04'.
               88  LSRVQ-RETRN-DUPLICATE              VALUE '05'.
               88  LSRVQ-RETRN-NOT-OPEN               VALUE '06'.
               88  LSRVQ-RETRN-NOT-BREACHED           VALUE '07'.
               88  LSRVQ-RETRN-NOTAUTH                VALUE '91'.
               88  LSRVQ-RETRN-ERROR                  VALUE '99'.
