      *****************************************************************
      **  MEMBER :  ZCSRALOQ                                         **
      **  REMARKS:  RECORD FOR THE ON-CALL ALERT OUTBOUND QUEUE.     **
      **            ONE RECORD PER ALERT SENT TO ONE CONTACT,        **
      **            APPENDED BY XSRU0030 WHEN A BATCH STEP FAILS     **
      **            AND BY THE ESCALATION RUN (ZSBMABES), AND        **
      **            PICKED UP BY THE EMAIL/SMS GATEWAY.  THE ALERT   **
      **            KEY IS QUOTED BACK WHEN THE ALERT IS             **
      **            ACKNOWLEDGED THROUGH ZSRQABAL.                   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51294**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RALOQ-SEQ-REC-INFO.
           05  RALOQ-ALERT-KEY.
               10  RALOQ-ALERT-DT            PIC X(10).
               10  RALOQ-ALERT-TIME          PIC X(06).
               10  RALOQ-ALERT-SEQ-NUM       PIC 9(03).
           05  RALOQ-CHNL-CD                 PIC X(01).
               88  RALOQ-CHNL-EMAIL                VALUE 'E'.
               88  RALOQ-CHNL-SMS                  VALUE 'S'.
           05  RALOQ-ADDR-TXT                PIC X(48).
           05  RALOQ-CNTCT-NM                PIC X(20).
           05  RALOQ-ESCL-LVL-NUM            PIC 9(01).
           05  RALOQ-SEV-CD                  PIC X(01).
           05  RALOQ-JOB-ID                  PIC X(08).
           05  RALOQ-PGM-ID                  PIC X(08).
           05  RALOQ-ERROR-TYP-CD            PIC X(04).
           05  RALOQ-ERROR-CD                PIC X(10).
           05  RALOQ-CHKPT-KEY-VALU          PIC X(50).
           05  RALOQ-SENT-DT                 PIC X(10).
           05  RALOQ-SENT-TIME               PIC X(06).
           05  RALOQ-MSG-TXT                 PIC X(100).
