      *****************************************************************
      **  MEMBER :  ZCSRPDEL                                         **
      **  REMARKS:  PERSONAL DATA ERASURE LOG RECORD, APPENDED BY    **
      **            ZSBMPDRE.  AN 'ER' RECORD IS WRITTEN FOR EVERY   **
      **            CLIENT BEFORE ITS DATA IS TOUCHED, CARRYING THE  **
      **            REASON AND A HASH OF THE BEFORE-IMAGE (CLIENT    **
      **            ROW AND BANK ACCOUNTS) SO THAT THE ERASURE CAN   **
      **            LATER BE PROVED WITHOUT KEEPING THE DATA.  AN    **
      **            'IN' RECORD FOLLOWS WHEN ANY PART OF THE ERASURE **
      **            FAILED, SHOWING WHICH PARTS WERE COMPLETED.      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51288**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RPDEL-SEQ-REC-INFO.
           05  RPDEL-CLI-ID                  PIC X(10).
           05  RPDEL-ERASE-DT                PIC X(10).
           05  RPDEL-ACTN-CD                 PIC X(02).
               88  RPDEL-ACTN-ERASED                VALUE 'ER'.
               88  RPDEL-ACTN-INCOMPLETE            VALUE 'IN'.
           05  RPDEL-RSN-CD                  PIC X(02).
               88  RPDEL-RSN-RETENTION              VALUE 'RP'.
           05  RPDEL-RSN-TXT                 PIC X(30).
           05  RPDEL-LAST-ACTV-DT            PIC X(10).
           05  RPDEL-RETN-YRS                PIC 9(02).
           05  RPDEL-BFR-HASH-NUM            PIC 9(10).
           05  RPDEL-BANK-CNT                PIC 9(02).
           05  RPDEL-CLI-DONE-IND            PIC X(01).
           05  RPDEL-BANK-DONE-IND           PIC X(01).
           05  RPDEL-TAXN-DONE-IND           PIC X(01).
           05  RPDEL-PURGE-DONE-IND          PIC X(01).
           05  RPDEL-PGM-ID                  PIC X(08).
           05  RPDEL-USER-ID                 PIC X(08).
           05  RPDEL-AUDIT-TIME              PIC X(08).
