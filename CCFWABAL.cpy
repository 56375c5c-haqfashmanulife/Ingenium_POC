      *****************************************************************
      **  MEMBER :  CCFWABAL                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE BATCH ABEND ALERT   **
      **            REGISTER (ABAL).  SEE CCFHABAL.  THE ALERT       **
      **            CARRIES THE FAILING JOB AND PROGRAM, THE ERROR   **
      **            AS LOGGED, AND THE JOB'S LAST CHECKPOINT FROM    **
      **            ITS RUN-PROGRESS ROW (RNPG) WHEN IT KEEPS ONE.   **
      **            THE ESCALATION LEVEL IS THE ROUTING CONTACT      **
      **            LAST SENT THE ALERT.  TIMES ARE HHMMSS.          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51294**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  ABAL-FILE
           LABEL RECORDS ARE STANDARD.

       01  WABAL-REC-INFO.
           05  WABAL-KEY.
               10  WABAL-ALERT-DT            PIC X(10).
               10  WABAL-ALERT-TIME          PIC X(06).
               10  WABAL-ALERT-SEQ-NUM       PIC 9(03).
           05  WABAL-JOB-ID                  PIC X(08).
           05  WABAL-PGM-ID                  PIC X(08).
           05  WABAL-REF-POLICY-ID           PIC X(10).
           05  WABAL-ERROR-TYP-CD            PIC X(04).
           05  WABAL-ERROR-CD                PIC X(10).
           05  WABAL-ERROR-TBL-NM            PIC X(18).
           05  WABAL-ERROR-RQST-TXT          PIC X(60).
           05  WABAL-ERROR-DESC-TXT          PIC X(100).
           05  WABAL-CHKPT-INFO.
               10  WABAL-CHKPT-SW            PIC X(01).
                   88  WABAL-CHKPT-FOUND           VALUE 'Y'.
               10  WABAL-CHKPT-INSTC-ID      PIC X(02).
               10  WABAL-CHKPT-BUS-DT        PIC X(10).
               10  WABAL-CHKPT-KEY-VALU      PIC X(50).
               10  WABAL-CHKPT-RECS-CNT      PIC 9(09).
               10  WABAL-CHKPT-CMMT-DT       PIC X(10).
               10  WABAL-CHKPT-CMMT-TIME     PIC X(08).
           05  WABAL-APPL-AREA-CD            PIC X(02).
           05  WABAL-SEV-CD                  PIC X(01).
               88  WABAL-SEV-HIGH                  VALUE 'H'.
               88  WABAL-SEV-MEDIUM                VALUE 'M'.
           05  WABAL-ALERT-STAT-CD           PIC X(01).
               88  WABAL-ALERT-OPEN                VALUE 'O'.
               88  WABAL-ALERT-ACKNOWLEDGED        VALUE 'A'.
               88  WABAL-ALERT-EXHAUSTED           VALUE 'X'.
               88  WABAL-ALERT-NO-ROUTE            VALUE 'N'.
           05  WABAL-ESCL-LVL-NUM            PIC 9(01).
           05  WABAL-ACK-WAIT-MINS           PIC 9(03).
           05  WABAL-LAST-SENT-DT            PIC X(10).
           05  WABAL-LAST-SENT-TIME          PIC X(06).
           05  WABAL-ACK-USER-ID             PIC X(08).
           05  WABAL-ACK-DT                  PIC X(10).
           05  WABAL-ACK-TIME                PIC X(06).
           05  WABAL-RESP-MINS               PIC 9(05).
           05  WABAL-ACK-NOTE-TXT            PIC X(60).
           05  FILLER                        PIC X(20).
