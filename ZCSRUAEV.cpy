      *****************************************************************
      **  MEMBER :  ZCSRUAEV                                         **
      **  REMARKS:  USER ACCESS EVIDENCE LOG RECORD.  ONE RECORD     **
      **            PER ACCESS DECISION, APPENDED AND NEVER          **
      **            CHANGED: A GRANT, CHANGE OR REINSTATEMENT BY     **
      **            THE SECURITY OFFICER (ZSRQUACM), A LINE OPENED   **
      **            FOR ATTESTATION OR A SUSPENSION BY THE           **
      **            QUARTERLY RECERTIFICATION (ZSBMUARC), AND A      **
      **            CONFIRMATION OR REVOCATION BY THE MANAGER        **
      **            (ZSRQUATT).  THE AUDITOR'S EVIDENCE OF WHO       **
      **            DECIDED WHAT ABOUT WHOSE ACCESS, AND WHEN.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51290**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RUAEV-SEQ-REC-INFO.
           05  RUAEV-EVNT-CD                 PIC X(02).
               88  RUAEV-EVNT-GRANTED              VALUE 'GR'.
               88  RUAEV-EVNT-CHANGED              VALUE 'CH'.
               88  RUAEV-EVNT-REINSTATED           VALUE 'RI'.
               88  RUAEV-EVNT-OPENED               VALUE 'OP'.
               88  RUAEV-EVNT-CONFIRMED            VALUE 'CF'.
               88  RUAEV-EVNT-REVOKED              VALUE 'RV'.
               88  RUAEV-EVNT-NOT-ATTESTED         VALUE 'NA'.
               88  RUAEV-EVNT-DORMANT              VALUE 'DM'.
           05  RUAEV-USER-ID                 PIC X(08).
           05  RUAEV-SECUR-CLAS-ID           PIC X(08).
           05  RUAEV-MGR-USER-ID             PIC X(08).
           05  RUAEV-CMPGN-ID                PIC X(06).
           05  RUAEV-BY-USER-ID              PIC X(08).
           05  RUAEV-TERM-ID                 PIC X(08).
           05  RUAEV-EVNT-DT                 PIC X(10).
           05  RUAEV-EVNT-TIME               PIC X(08).
           05  RUAEV-PGM-ID                  PIC X(08).
           05  RUAEV-RSN-TXT                 PIC X(40).
