      *****************************************************************
      **  MEMBER :  ZCSRRDSO                                         **
      **  REMARKS:  RECORD FOR THE DISTRIBUTED REPORT OUTPUT FROM    **
      **            THE REPORT DISTRIBUTION RUN ZSBMRDST.  EVERY     **
      **            LINE CARRIES ITS DESTINATION SO THE PRINT AND    **
      **            MAIL WRITERS CAN ROUTE IT: A PRINTER ID ('P'),   **
      **            A MAILBOX ADDRESS ('M') OR 'ARCHIVE' ('A').      **
      **            EACH BURST PIECE STARTS ON A NEW PAGE WITH ITS   **
      **            OWN HEADINGS ('1' IN THE CARRIAGE CONTROL).      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51296**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RRDSO-SEQ-REC-INFO.
           05  RRDSO-DEST-TYP-CD             PIC X(01).
           05  RRDSO-DEST-ID                 PIC X(48).
           05  RRDSO-RPT-ID                  PIC X(08).
           05  RRDSO-BUS-DT                  PIC X(10).
           05  RRDSO-BURST-KEY               PIC X(10).
           05  RRDSO-CC-CD                   PIC X(01).
               88  RRDSO-NEW-PAGE                   VALUE '1'.
               88  RRDSO-SINGLE-SPACE               VALUE ' '.
               88  RRDSO-DOUBLE-SPACE               VALUE '0'.
           05  RRDSO-LINE-TXT                PIC X(132).
