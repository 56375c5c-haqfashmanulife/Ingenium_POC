      *****************************************************************
      **  MEMBER :  CCWWSRVQ                                         **
      **  REMARKS:  I/O STATUS WORK AREA FOR THE POLICY SERVICE      **
      **            REQUEST REGISTER (SRVQ), WITH THE SAVE AREA      **
      **            THE REGISTRATION PARAGRAPH (CCPCSRVQ) WALKS THE  **
      **            SEQUENCE NUMBER FROM.                            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51305**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WSRVQ-SEQ-IO-WORK-AREA.
           05  WSRVQ-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'SRVQ'.
           05  WSRVQ-SEQ-FILE-STATUS            PIC X(02).
               88  WSRVQ-IO-OK                        VALUE '00'.
               88  WSRVQ-IO-EOF                       VALUE '10'.
               88  WSRVQ-IO-NOTFND                    VALUE '23'.
               88  WSRVQ-IO-NOFILE                    VALUE '35'.
               88  WSRVQ-IO-DUPKEY                    VALUE '22'.
           05  WSRVQ-SAVE-REC-INFO              PIC X(114).
           05  WSRVQ-SAVE-SEQ-NUM               PIC 9(02).
           05  WSRVQ-SAVE-SRVC-TYP-CD           PIC X(02).
           05  WSRVQ-SAVE-SRC-REF-ID            PIC X(11).
