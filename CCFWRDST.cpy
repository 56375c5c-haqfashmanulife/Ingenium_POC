      *****************************************************************
      **  MEMBER :  CCFWRDST                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE REPORT              **
      **            DISTRIBUTION RULES (RDST).  SEE CCFHRDST.        **
      **            THE ROW WITH A BLANK BURST KEY IS THE REPORT'S   **
      **            OWN RULE: BURST BY SERVICING BRANCH ('B'), BY    **
      **            AGENT ('A') OR NOT AT ALL ('N'), THE TTAB        **
      **            BRANCH-REMAP TABLE TYPE TO RUN BRANCHES THROUGH  **
      **            (XSDUBRMP, BLANK FOR NONE) AND THE DEFAULT       **
      **            DESTINATION.  A ROW KEYED BY A BRANCH OR AGENT   **
      **            ID OVERRIDES THE DESTINATION FOR THAT PIECE      **
      **            ONLY.  A DESTINATION IS A BRANCH PRINTER FROM    **
      **            THE PRINTER TABLE ('P'), AN ELECTRONIC MAILBOX   **
      **            ('M') OR THE REPORT ARCHIVE ONLY ('A').          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51296**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  RDST-FILE
           LABEL RECORDS ARE STANDARD.

       01  WRDST-REC-INFO.
           05  WRDST-KEY.
               10  WRDST-RPT-ID              PIC X(08).
               10  WRDST-BURST-KEY           PIC X(10).
           05  WRDST-RULE-DESC-TXT           PIC X(30).
           05  WRDST-BURST-TYP-CD            PIC X(01).
               88  WRDST-BURST-BY-BRANCH           VALUE 'B'.
               88  WRDST-BURST-BY-AGENT            VALUE 'A'.
               88  WRDST-BURST-NONE                VALUE 'N'.
           05  WRDST-BRMP-TBL-TYP-ID         PIC X(05).
           05  WRDST-DEST-TYP-CD             PIC X(01).
               88  WRDST-DEST-PRINTER              VALUE 'P'.
               88  WRDST-DEST-MAILBOX              VALUE 'M'.
               88  WRDST-DEST-ARCHIVE              VALUE 'A'.
           05  WRDST-PRTR-ID                 PIC X(08).
           05  WRDST-MBOX-ADDR-TXT           PIC X(48).
           05  WRDST-LAST-CHG-USER-ID        PIC X(08).
           05  WRDST-LAST-CHG-DT             PIC X(10).
           05  FILLER                        PIC X(20).
