      *****************************************************************
      **  MEMBER :  CCFWUWDC                                         **
      **  REMARKS:  FD AND RECORD FOR THE AUTOMATED UNDERWRITING     **
      **            DECISION REGISTER (UWDC).  SEE CCFHUWDC.  THE    **
      **            ROW KEEPS THE FACTS THE RULES WERE APPLIED TO,   **
      **            THE DECISION AND THE RULE THAT GAVE IT (RULE     **
      **            ZERO - NO RULE MATCHED, REFERRED).  THE OUTCOME  **
      **            IS THE CASE'S LATER FATE: ISSUED, REJECTED, OR   **
      **            CLOSED NOT TAKEN UP OR WITHDRAWN.  A REFERRAL OR **
      **            DECLINE THAT WAS ISSUED IS AN UNDERWRITER        **
      **            OVERTURN.                                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51304**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  UWDC-FILE
           LABEL RECORDS ARE STANDARD.

       01  WUWDC-REC-INFO.
           05  WUWDC-KEY.
               10  WUWDC-POL-ID              PIC X(10).
           05  WUWDC-INSRD-CLI-ID            PIC X(10).
           05  WUWDC-AGT-ID                  PIC X(10).
           05  WUWDC-BR-ID                   PIC X(05).
           05  WUWDC-CHNL-CD                 PIC X(02).
           05  WUWDC-PLAN-ID                 PIC X(06).
           05  WUWDC-ISS-AGE                 PIC 9(03).
           05  WUWDC-FACE-AMT                PIC S9(13)V99 COMP-3.
           05  WUWDC-ACUM-FACE-AMT           PIC S9(13)V99 COMP-3.
           05  WUWDC-OCCP-CLS-CD             PIC X(01).
           05  WUWDC-BMI                     PIC 9(02)V9.
           05  WUWDC-DSCLSR-YES-CNT          PIC 9(02).
           05  WUWDC-DCSN-CD                 PIC X(01).
               88  WUWDC-DCSN-APPROVE              VALUE 'A'.
               88  WUWDC-DCSN-REFER                VALUE 'R'.
               88  WUWDC-DCSN-DECLINE              VALUE 'D'.
           05  WUWDC-RULE-SEQ-NUM            PIC 9(04).
           05  WUWDC-RULE-DESC-TXT           PIC X(30).
           05  WUWDC-DCSN-DT                 PIC X(10).
           05  WUWDC-OUTCM-CD                PIC X(01).
               88  WUWDC-OUTCM-OPEN                VALUE ' '.
               88  WUWDC-OUTCM-ISSUED              VALUE 'I'.
               88  WUWDC-OUTCM-REJECTED            VALUE 'J'.
               88  WUWDC-OUTCM-CLOSED              VALUE 'N'.
           05  WUWDC-OUTCM-DT                PIC X(10).
           05  FILLER                        PIC X(20).
