      *****************************************************************
      **  MEMBER :  CCFWALRR                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE BATCH ALERT         **
      **            ROUTING RULES (ALRR).  SEE CCFHALRR.  THE        **
      **            APPLICATION AREA IS THE FAILING JOB'S GLOBAL     **
      **            APPLICATION ID, OR WHEN THAT IS BLANK THE FIRST  **
      **            TWO CHARACTERS OF THE JOB NAME.  AREA '**' IS    **
      **            THE DEFAULT RULE FOR A SEVERITY WHEN THE AREA    **
      **            HAS NO ACTIVE RULE OF ITS OWN.  SEVERITY 'M' IS  **
      **            A CONTROL CARD ERROR, 'H' ANY OTHER FAILURE.     **
      **            CONTACTS ARE TRIED IN OCCURRENCE ORDER; THE      **
      **            FIRST BLANK NAME ENDS THE LIST.                  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51294**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  ALRR-FILE
           LABEL RECORDS ARE STANDARD.

       01  WALRR-REC-INFO.
           05  WALRR-KEY.
               10  WALRR-APPL-AREA-CD        PIC X(02).
               10  WALRR-SEV-CD              PIC X(01).
                   88  WALRR-SEV-HIGH              VALUE 'H'.
                   88  WALRR-SEV-MEDIUM            VALUE 'M'.
           05  WALRR-RULE-DESC-TXT           PIC X(30).
           05  WALRR-ACK-WAIT-MINS           PIC 9(03).
           05  WALRR-CNTCT-INFO              OCCURS 5 TIMES.
               10  WALRR-CNTCT-NM            PIC X(20).
               10  WALRR-CNTCT-CHNL-CD       PIC X(01).
                   88  WALRR-CNTCT-EMAIL           VALUE 'E'.
                   88  WALRR-CNTCT-SMS             VALUE 'S'.
               10  WALRR-CNTCT-ADDR-TXT      PIC X(48).
           05  WALRR-RULE-STAT-CD            PIC X(01).
               88  WALRR-RULE-ACTIVE               VALUE 'A'.
               88  WALRR-RULE-INACTIVE             VALUE 'I'.
           05  WALRR-LAST-CHG-USER-ID        PIC X(08).
           05  WALRR-LAST-CHG-DT             PIC X(10).
           05  FILLER                        PIC X(20).
