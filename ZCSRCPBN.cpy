      *****************************************************************
      **  MEMBER :  ZCSRCPBN                                         **
      **  REMARKS:  RECORD FOR THE E-MAIL BOUNCE-BACK FILE RETURNED  **
      **            BY THE DELIVERY GATEWAY - ONE RECORD PER NOTICE  **
      **            FROM THE ELECTRONIC NOTICE QUEUE (CNTQ) THAT     **
      **            COULD NOT BE DELIVERED.  A HARD BOUNCE MEANS THE **
      **            ADDRESS DOES NOT EXIST; A SOFT BOUNCE IS A       **
      **            TEMPORARY FAILURE (MAILBOX FULL, SERVER DOWN).   **
      **            INPUT TO ZSBMCPBN.                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RCPBN-SEQ-REC-INFO.
           05  RCPBN-CLI-ID                  PIC X(10).
           05  RCPBN-DOC-CAT-CD              PIC X(02).
           05  RCPBN-POL-ID                  PIC X(10).
           05  RCPBN-EMAIL-ADDR-TXT          PIC X(80).
           05  RCPBN-BNC-DT                  PIC X(10).
           05  RCPBN-BNC-TYP-CD              PIC X(01).
               88  RCPBN-BNC-HARD                   VALUE 'H'.
               88  RCPBN-BNC-SOFT                   VALUE 'S'.
           05  RCPBN-BNC-RSN-TXT             PIC X(40).
