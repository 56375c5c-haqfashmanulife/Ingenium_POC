      *****************************************************************
      **  MEMBER :  ZCSRELCL                                         **
      **  REMARKS:  ELDERLY CONFIRMATION CALL LOG RECORD - ONE       **
      **            RECORD PER CONFIRMATION CALL, RELEASE OR         **
      **            CANCELLATION RECORDED AGAINST A HOLD, APPENDED   **
      **            BY ZSRQELCF, WITH WHO WAS CALLED, THEIR          **
      **            RELATIONSHIP TO THE CLIENT, THE OUTCOME, THE     **
      **            OPERATOR AND THE TIME.  NOTHING IS EVER          **
      **            REWRITTEN.                                       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51287**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RELCL-SEQ-REC-INFO.
           05  RELCL-CLI-ID                  PIC X(10).
           05  RELCL-TXN-TYP-CD              PIC X(02).
           05  RELCL-POL-ID                  PIC X(10).
           05  RELCL-HOLD-DT                 PIC X(10).
           05  RELCL-SEQ-NUM                 PIC 9(03).
           05  RELCL-ACTN-CD                 PIC X(02).
           05  RELCL-CALLED-NM               PIC X(40).
           05  RELCL-CALLED-REL-CD           PIC X(02).
           05  RELCL-CALL-OUTCOME-CD         PIC X(02).
           05  RELCL-NEW-STAT-CD             PIC X(01).
           05  RELCL-USER-ID                 PIC X(08).
           05  RELCL-AUDIT-DT                PIC X(10).
           05  RELCL-AUDIT-TIME              PIC X(08).
