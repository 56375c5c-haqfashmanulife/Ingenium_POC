      *****************************************************************
      **  MEMBER :  CCFWRDLG                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE REPORT              **
      **            DISTRIBUTION LOG (RDLG).  SEE CCFHRDLG.  A RERUN **
      **            FOR THE SAME BUSINESS DATE REPLACES THE PIECE'S  **
      **            DESTINATION AND COUNTS AND ADDS ONE TO THE RUN   **
      **            COUNT, SO A PIECE SENT TWICE IS VISIBLE.         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51296**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  RDLG-FILE
           LABEL RECORDS ARE STANDARD.

       01  WRDLG-REC-INFO.
           05  WRDLG-KEY.
               10  WRDLG-BUS-DT              PIC X(10).
               10  WRDLG-RPT-ID              PIC X(08).
               10  WRDLG-BURST-KEY           PIC X(10).
           05  WRDLG-BURST-TYP-CD            PIC X(01).
           05  WRDLG-DEST-TYP-CD             PIC X(01).
               88  WRDLG-DEST-PRINTER              VALUE 'P'.
               88  WRDLG-DEST-MAILBOX              VALUE 'M'.
               88  WRDLG-DEST-ARCHIVE              VALUE 'A'.
           05  WRDLG-DEST-ID                 PIC X(48).
           05  WRDLG-PAGE-CNT                PIC 9(05).
           05  WRDLG-LINE-CNT                PIC 9(07).
           05  WRDLG-DIST-DT                 PIC X(10).
           05  WRDLG-DIST-TIME               PIC X(06).
           05  WRDLG-RUN-CNT                 PIC 9(03).
           05  FILLER                        PIC X(20).
