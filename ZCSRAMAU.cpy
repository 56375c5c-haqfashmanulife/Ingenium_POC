      *****************************************************************
      **  MEMBER :  ZCSRAMAU                                         **
      **  REMARKS:  AML WORKLIST DISPOSITION AUDIT RECORD - ONE      **
      **            RECORD PER DISPOSITION RECORDED ON A COMPLIANCE  **
      **            WORKLIST HIT, APPENDED BY ZSRQAMLW, WITH THE     **
      **            STATUS BEFORE AND AFTER, THE OPERATOR, THE TIME  **
      **            AND THE NOTE.  NOTHING IS EVER REWRITTEN.        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51285**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RAMAU-SEQ-REC-INFO.
           05  RAMAU-POL-ID                  PIC X(10).
           05  RAMAU-SCNR-CD                 PIC X(02).
           05  RAMAU-EVNT-DT                 PIC X(10).
           05  RAMAU-PREV-STAT-CD            PIC X(01).
           05  RAMAU-NEW-STAT-CD             PIC X(01).
           05  RAMAU-USER-ID                 PIC X(08).
           05  RAMAU-AUDIT-DT                PIC X(10).
           05  RAMAU-AUDIT-TIME              PIC X(08).
           05  RAMAU-STR-REF-NUM             PIC X(12).
           05  RAMAU-NOTE-TXT                PIC X(40).
