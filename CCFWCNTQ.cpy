      *****************************************************************
      **  MEMBER :  CCFWCNTQ                                         **
      **  REMARKS:  FD AND RECORD LAYOUT FOR THE ELECTRONIC CLIENT   **
      **            NOTICE QUEUE (SEE CCFHCNTQ).  THE NOTICE IMAGE   **
      **            IS THE RECORD THE EXTRACT WOULD HAVE WRITTEN TO  **
      **            ITS PRINT FILE, IN THAT EXTRACT'S OWN LAYOUT.    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  CNTQ-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       01  RCNTQ-SEQ-REC-INFO.
           05  RCNTQ-CHNL-CD                PIC X(01).
           05  RCNTQ-DOC-CAT-CD             PIC X(02).
           05  RCNTQ-CLI-ID                 PIC X(10).
           05  RCNTQ-POL-ID                 PIC X(10).
           05  RCNTQ-EMAIL-ADDR-TXT         PIC X(80).
           05  RCNTQ-MOBL-PHON-NUM          PIC X(15).
           05  RCNTQ-SRCE-PGM               PIC X(08).
           05  RCNTQ-NTC-DT                 PIC X(10).
           05  RCNTQ-NTC-IMAGE-TXT          PIC X(800).
