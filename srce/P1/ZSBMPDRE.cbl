      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMPDRE.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMPDRE                                         **
      **  REMARKS: ANNUAL PERSONAL DATA RETENTION RUN.  FINDS THE    **
      **           CLIENTS WHOSE PERSONAL DATA IS NO LONGER NEEDED   **
      **           AND ERASES IT IN PLACE.                           **
      **                                                             **
      **           THE FIRST PASS REBUILDS THE CLIENT ACTIVITY       **
      **           PROFILE (PDRA) FROM THE POLICY MASTER (HOLDER),   **
      **           THE IN-FORCE COVERAGE LIST (INSURED), THE OPEN    **
      **           CLAIM LIST, THE UNCLAIMED BENEFIT REGISTER, THE   **
      **           AML ALERT WORKLIST AND THE FOUR INTERACTION       **
      **           TABLES - FAMILY, PROSPECT, CUSTOMER VISIT AND     **
      **           PROSPECT VISIT.                                   **
      **                                                             **
      **           THE SECOND PASS TAKES EVERY CLIENT ON THE CLIENT  **
      **           DEMOGRAPHIC EXTRACT.  A CLIENT IS KEPT WHILE IT   **
      **           HOLDS OR IS INSURED UNDER AN IN-FORCE POLICY, HAS **
      **           AN OPEN CLAIM OR AN UNPAID BENEFIT, OR HAS HAD    **
      **           ANY INTERACTION, POLICY CLOSURE OR MASTER UPDATE  **
      **           WITHIN THE RETENTION PERIOD.  A CLIENT UNDER AN   **
      **           ACTIVE LEGAL HOLD (LGHD), AN OPEN COMPLAINT       **
      **           (CMPL) OR AN UNRESOLVED AML ALERT (AMLW) IS       **
      **           EXCLUDED AND LISTED.  CORPORATE CLIENTS HOLD NO   **
      **           PERSONAL DATA AND ARE NOT TAKEN.                  **
      **                                                             **
      **           FOR EACH CLIENT ERASED THE ERASURE LOG (PDEL) IS  **
      **           WRITTEN FIRST WITH THE REASON AND A HASH OF THE   **
      **           BEFORE-IMAGE; THEN THE NAME, KANA, ADDRESS AND    **
      **           PHONE ARE BLANKED ON THE CLIENT MASTER, THE BIRTH **
      **           DATE IS CUT BACK TO THE YEAR AND THE POSTAL CODE  **
      **           TO THE AREA, THE BANK ACCOUNT NUMBERS AND HOLDER  **
      **           NAMES ARE BLANKED (CSRQ5020), THE MY NUMBER ROW   **
      **           IS DELETED (ZSRQMYNO) AND A PURGE REQUEST IS      **
      **           WRITTEN FOR EACH INTERACTION TABLE HOLDING ROWS.  **
      **           THE CLIENT NUMBER, TYPE, SEX, BIRTH YEAR, BRANCH  **
      **           AND STATUS ARE KEPT FOR ACCOUNTING AND            **
      **           STATISTICS.  A PART THAT FAILS IS LOGGED AS       **
      **           INCOMPLETE AND IS TAKEN AGAIN BY THE NEXT RUN.    **
      **                                                             **
      **           THE REPORT TO THE PRIVACY OFFICER LISTS EVERY     **
      **           CLIENT ERASED OR EXCLUDED - BY NUMBER ONLY - AND  **
      **           SUMMARIZES THE RUN.                               **
      **                                                             **
      **           CONTROL CARD: RETENTION YEARS (ZERO = 10, AT      **
      **           LEAST 5) AND A TRIAL-RUN FLAG ('Y' = REPORT WHAT  **
      **           WOULD BE ERASED, CHANGE NOTHING).                 **
      **                                                             **
      **  DOMAIN :  CI                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51288**  15OCT26  CTS    INITIAL VERSION                            **
S51289**  15OCT26  CTS    RUN MARKED AS BATCH SO ITS BANK ACCOUNT    **
S51289**                  READS ARE NOT LOGGED AS ONLINE VIEWS       **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           SELECT CLDM-DATA-FILE ASSIGN TO ZSCLDM
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCLDM-SEQ-FILE-STATUS.

           SELECT IFCV-DATA-FILE ASSIGN TO ZSIFCV
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WIFCV-SEQ-FILE-STATUS.

           SELECT OCLM-DATA-FILE ASSIGN TO ZSOCLM
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WOCLM-SEQ-FILE-STATUS.

           SELECT PDEL-DATA-FILE ASSIGN TO ZSPDEL
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WPDEL-SEQ-FILE-STATUS.

           SELECT PDPG-DATA-FILE ASSIGN TO ZSPDPG
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WPDPG-SEQ-FILE-STATUS.

           COPY CCFHPDRA.

           COPY CCFHUNCL.

           COPY CCFHAMLW.

           COPY CCFHCMPL.

           COPY CCFHLGHD.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       FD  CLDM-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCLDM.

       FD  IFCV-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRIFCV.

       FD  OCLM-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSROCLM.

       FD  PDEL-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRPDEL.

       FD  PDPG-DATA-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRPDPG.

       COPY CCFWPDRA.

       COPY CCFWUNCL.

       COPY CCFWAMLW.

       COPY CCFWCMPL.

       COPY CCFWLGHD.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMPDRE'.

       COPY SQLCA.

       01  WCLDM-SEQ-IO-WORK-AREA.
           05  WCLDM-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'CLDM'.
           05  WCLDM-SEQ-IO-COMMAND            PIC X(02).
           05  WCLDM-SEQ-FILE-STATUS           PIC X(02).
           05  WCLDM-SEQ-IO-STATUS             PIC 9(01).
               88  WCLDM-SEQ-IO-OK             VALUE 0.
               88  WCLDM-SEQ-IO-EOF            VALUE 8.
               88  WCLDM-SEQ-IO-ERROR          VALUE 9.

       01  WIFCV-SEQ-IO-WORK-AREA.
           05  WIFCV-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'IFCV'.
           05  WIFCV-SEQ-IO-COMMAND            PIC X(02).
           05  WIFCV-SEQ-FILE-STATUS           PIC X(02).
           05  WIFCV-SEQ-IO-STATUS             PIC 9(01).
               88  WIFCV-SEQ-IO-OK             VALUE 0.
               88  WIFCV-SEQ-IO-EOF            VALUE 8.
               88  WIFCV-SEQ-IO-ERROR          VALUE 9.

       01  WOCLM-SEQ-IO-WORK-AREA.
           05  WOCLM-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'OCLM'.
           05  WOCLM-SEQ-IO-COMMAND            PIC X(02).
           05  WOCLM-SEQ-FILE-STATUS           PIC X(02).
           05  WOCLM-SEQ-IO-STATUS             PIC 9(01).
               88  WOCLM-SEQ-IO-OK             VALUE 0.
               88  WOCLM-SEQ-IO-EOF            VALUE 8.
               88  WOCLM-SEQ-IO-ERROR          VALUE 9.

       01  WPDEL-SEQ-IO-WORK-AREA.
           05  WPDEL-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'PDEL'.
           05  WPDEL-SEQ-IO-COMMAND            PIC X(02).
           05  WPDEL-SEQ-FILE-STATUS           PIC X(02).

       01  WPDPG-SEQ-IO-WORK-AREA.
           05  WPDPG-SEQ-FILE-NAME             PIC X(04)
                                               VALUE 'PDPG'.
           05  WPDPG-SEQ-IO-COMMAND            PIC X(02).
           05  WPDPG-SEQ-FILE-STATUS           PIC X(02).

       COPY CCWWPDRA.

       COPY CCWWUNCL.

       COPY CCWWAMLW.

       COPY CCWWCMPL.

       COPY CCWWLGHD.

      *
      * FAMILY / PROSPECT / VISIT EXTRACT FILE I/O SUBPROGRAMS
      *
       COPY XCSWSEQ  REPLACING ==:ID:==  BY 9B56
                               ==':ID:'==  BY =='9B56'==.
       COPY ZCSR9B56.

       COPY XCSWSEQ  REPLACING ==:ID:==  BY 9B57
                               ==':ID:'==  BY =='9B57'==.
       COPY ZCSR9B57.

       COPY XCSWSEQ  REPLACING ==:ID:==  BY 9B58
                               ==':ID:'==  BY =='9B58'==.
       COPY ZCSR9B58.

       COPY XCSWSEQ  REPLACING ==:ID:==  BY 9B59
                               ==':ID:'==  BY =='9B59'==.
       COPY ZCSR9B59.

      ****************************************************************
      *    CONTROL CARD - RETENTION YEARS AND TRIAL-RUN FLAG
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-RETN-YEARS                   PIC 9(02).
           02  CR-TRIAL-RUN-IND                PIC X(01).
               88  CR-TRIAL-RUN                VALUE 'Y'.
           02  FILLER                          PIC X(70).

      ****************************************************************
      *    BEFORE-IMAGE OF AN ERASED CLIENT AND ITS HASH
      ****************************************************************

       01  WS-BFR-IMAGE.
           05  WS-BFR-CLI-INFO           PIC X(250).
           05  WS-BFR-BANK-ENT           PIC X(68)  OCCURS 5 TIMES.
       01  WS-BFR-IMAGE-BYTES REDEFINES WS-BFR-IMAGE.
           05  WS-BFR-BYTE               PIC X(01)  OCCURS 590 TIMES.

       01  WS-HASH-WORK-AREA.
           05  WS-BFR-LEN                PIC S9(04) COMP VALUE +590.
           05  WS-BYTE-IX                PIC S9(04) COMP VALUE ZERO.
           05  WS-ADLER-MOD              PIC S9(09) COMP VALUE +65521.
           05  WS-ADLER-A                PIC S9(09) COMP VALUE ZERO.
           05  WS-ADLER-B                PIC S9(09) COMP VALUE ZERO.
           05  WS-ORD-PAIR               PIC X(02)  VALUE LOW-VALUES.
           05  WS-ORD-NUM REDEFINES WS-ORD-PAIR
                                         PIC 9(04)  COMP.
           05  WS-BFR-HASH-NUM           PIC 9(10)  VALUE ZERO.

      ****************************************************************
      *    ONE CLIENT IN PROGRESS
      ****************************************************************

       01  WS-WORK-AREA.
           05  WS-PRFL-CLI-ID            PIC X(10)  VALUE SPACES.
           05  WS-ACTV-DT                PIC X(10)  VALUE SPACES.
           05  WS-CUTOFF-DT              PIC X(10)  VALUE SPACES.
           05  WS-MIN-RETN-YEARS         PIC 9(02)  VALUE 05.
           05  WS-BANK-IX                PIC S9(04) COMP VALUE ZERO.
           05  WS-BANK-CNT               PIC 9(02)  VALUE ZERO.
           05  WS-ACTN-DESC              PIC X(14)  VALUE SPACES.
           05  WS-NOTE-TXT               PIC X(24)  VALUE SPACES.
           05  WS-ERASED-NM              PIC X(40)
               VALUE '*** PERSONAL DATA ERASED ***'.
           05  WS-ERASE-RSN-TXT          PIC X(30)
               VALUE 'RETENTION PERIOD EXPIRED'.
           05  WS-PRFL-SW                PIC X(01)  VALUE 'N'.
               88  WS-PRFL-FOUND                    VALUE 'Y'.
               88  WS-PRFL-NEW                      VALUE 'N'.
           05  WS-EXCL-SW                PIC X(01)  VALUE SPACE.
               88  WS-EXCL-NONE                     VALUE SPACE.
               88  WS-EXCL-LEGAL-HOLD               VALUE 'H'.
               88  WS-EXCL-COMPLAINT                VALUE 'C'.
               88  WS-EXCL-AML                      VALUE 'A'.
           05  WS-CLI-DONE-IND           PIC X(01)  VALUE 'N'.
           05  WS-BANK-DONE-IND          PIC X(01)  VALUE 'N'.
           05  WS-TAXN-DONE-IND          PIC X(01)  VALUE 'N'.
           05  WS-PURGE-DONE-IND         PIC X(01)  VALUE 'N'.
           05  WS-TAXN-DEL-SW            PIC X(01)  VALUE 'N'.
               88  WS-TAXN-DELETED                  VALUE 'Y'.
           05  WS-PDRA-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-PDRA-OPEN                     VALUE 'Y'.
           05  WS-UNCL-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-UNCL-OPEN                     VALUE 'Y'.
           05  WS-AMLW-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-AMLW-OPEN                     VALUE 'Y'.
           05  WS-CMPL-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-CMPL-OPEN                     VALUE 'Y'.
           05  WS-LGHD-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-LGHD-OPEN                     VALUE 'Y'.
           05  WS-ERASE-FILES-SW         PIC X(01)  VALUE 'N'.
               88  WS-ERASE-FILES-OPEN              VALUE 'Y'.

       01  WS-REPORT-TOTALS.
           05  WS-PRFL-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-CLI-READ-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-ACTV-POL-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-ACTV-CVG-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-ACTV-CLM-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-ACTV-BENE-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-ACTV-RCNT-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-NO-MAST-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-ALRDY-ERASED-CNT     PIC S9(07) COMP-3 VALUE +0.
           05  WS-CORP-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXCL-HOLD-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXCL-CMPL-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-EXCL-AML-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-BANK-ERR-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-ELIG-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-ERASED-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-INCMPL-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-BANK-ANON-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-TAXN-DEL-CNT         PIC S9(07) COMP-3 VALUE +0.
           05  WS-PURGE-CNT            PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(53)
               VALUE
               'PERSONAL DATA RETENTION - ERASURE OF INACTIVE CLIENTS'.

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(12)
               VALUE 'CLIENT'.
           03  FILLER                      PIC X(16)
               VALUE 'ACTION'.
           03  FILLER                      PIC X(12)
               VALUE 'LAST ACTIVE'.
           03  FILLER                      PIC X(12)
               VALUE 'IMAGE HASH'.
           03  FILLER                      PIC X(07)
               VALUE 'BANKS'.
           03  FILLER                      PIC X(06)
               VALUE 'TAXN'.
           03  FILLER                      PIC X(24)
               VALUE 'NOTE'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-CLI-ID                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-ACTN-DESC                 PIC X(14).
           03  FILLER                      PIC X(02).
           03  P-LAST-ACTV-DT              PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-BFR-HASH-NUM              PIC Z(09)9.
           03  FILLER                      PIC X(02).
           03  P-BANK-CNT                  PIC Z9.
           03  FILLER                      PIC X(05).
           03  P-TAXN-IND                  PIC X(03).
           03  FILLER                      PIC X(03).
           03  P-NOTE-TXT                  PIC X(24).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(18)
               VALUE 'RETENTION YEARS:'.
           03  P-RETN-YEARS-X              PIC Z9.
           03  FILLER                      PIC X(04).
           03  FILLER                      PIC X(14)
               VALUE 'INACTIVE SINCE'.
           03  FILLER                      PIC X(01).
           03  P-CUTOFF-DT                 PIC X(10).
           03  FILLER                      PIC X(04).
           03  P-RUN-MODE-TXT              PIC X(30).

       01  P-SUMMARY-CNT-LINE.
           03  FILLER                      PIC X(03).
           03  P-SUM-LBL                   PIC X(44).
           03  P-SUM-CNT-X                 PIC ZZZZZZ9.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-SUM-CNT                PIC S9(07) COMP-3 VALUE +0.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFWCLI.
       COPY CCFRCLI.

       COPY CCFWMAST.
       COPY CCFRMAST.

      ***************************************************************
      *    CALLED MODULE PARAMETER INFORMATION
      ***************************************************************

       COPY CCWL0010.

       COPY XCWL0040.

       COPY XCSWOCF.
       COPY XCSROCF.

       COPY XCWL1610.

       COPY XCWL1680.

       COPY XCWL2490.

       COPY CCWL0950.

       COPY CCWL5020.
S51289 COPY CCWLSALG.

       COPY CCWLMYNO.

       COPY CCWWCCC.

       COPY XCSWBCF.
       COPY XCSRBCF.

       COPY CCSWPRT1.

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.
      /
      ********************
       PROCEDURE DIVISION.
      ********************

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

      *
      *  FIRST PASS - WHAT IS STILL LIVE FOR EACH CLIENT.
      *
           PERFORM  1000-BUILD-PROFILES
               THRU 1000-BUILD-PROFILES-X.

      *
      *  SECOND PASS - EVERY CLIENT IS REVIEWED AGAINST ITS PROFILE.
      *
           PERFORM  9500-CLDM-READ
               THRU 9500-CLDM-READ-X.

           PERFORM  3000-REVIEW-CLIENT
               THRU 3000-REVIEW-CLIENT-X
                    UNTIL WCLDM-SEQ-IO-EOF.

           PERFORM  8600-WRITE-SUMMARY-LINE
               THRU 8600-WRITE-SUMMARY-LINE-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           PERFORM  0035-1000-COMMIT
               THRU 0035-1000-COMMIT-X.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *-----------------
       0200-INITIALIZE.
      *-----------------

           PERFORM CCC-1000-PRCES-CO-CTL-CARD
              THRU CCC-1000-PRCES-CO-CTL-CARD-X.

           PERFORM  BCF-1000-READ
               THRU BCF-1000-READ-X.

           IF  WBCF-SEQ-IO-EOF
      *MSG: (S) MISSING PERSONAL DATA RETENTION CONTROL CARD
               MOVE 'ZSPDRE0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           IF  CR-RETN-YEARS = ZERO
               MOVE 10                  TO CR-RETN-YEARS
           END-IF.

           IF  CR-RETN-YEARS < WS-MIN-RETN-YEARS
      *MSG: (S) RETENTION PERIOD IS BELOW THE 5-YEAR MINIMUM
               MOVE 'ZSPDRE0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

      *
      *  THE RUN SIGNS ITS OWN UPDATES - THE CLIENT MASTER, THE BANK
      *  SERVICE AND THE MY NUMBER ACCESS LOG ALL CARRY THIS ID.
      *
           MOVE WPGWS-CRNT-PGM-ID       TO WGLOB-USER-ID.
S51289     SET  WGLOB-ENVRMNT-BATCH     TO TRUE.

      *
      *  NOTHING ON OR AFTER THE CUTOFF DATE IS OLD ENOUGH TO ERASE.
      *
           PERFORM  1680-0000-INIT-PARM-INFO
               THRU 1680-0000-INIT-PARM-INFO-X.
           MOVE WGLOB-PROCESS-DATE      TO L1680-INTERNAL-1.
           MOVE CR-RETN-YEARS           TO L1680-NUMBER-OF-YEARS.
           MOVE ZERO                    TO L1680-NUMBER-OF-MONTHS
                                           L1680-NUMBER-OF-DAYS.
           PERFORM  1680-4000-SUB-YMD-FROM-DATE
               THRU 1680-4000-SUB-YMD-FROM-DATE-X.
           MOVE L1680-INTERNAL-2        TO WS-CUTOFF-DT.

           PERFORM  1610-1000-GET-DATE-TIME
              THRU 1610-1000-GET-DATE-TIME-X.

           PERFORM  0950-0000-INIT-PARM-INFO
              THRU 0950-0000-INIT-PARM-INFO-X.

           PERFORM  0950-1000-GET-COMPANY-NAME
              THRU 0950-1000-GET-COMPANY-NAME-X.

           PERFORM  9100-INIT-TITLES
              THRU 9100-INIT-TITLES-X.

           PERFORM  8450-WRITE-DETAIL-HEADING
              THRU 8450-WRITE-DETAIL-HEADING-X.

           IF  CR-TRIAL-RUN
      *MSG: (I) TRIAL RUN - CLIENTS ARE LISTED, NO DATA IS CHANGED
               MOVE 'ZSPDRE0006'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           ELSE
               PERFORM  0300-OPEN-ERASE-FILES
                   THRU 0300-OPEN-ERASE-FILES-X
           END-IF.

       0200-INITIALIZE-X.
           EXIT.

      *-----------------------
       0300-OPEN-ERASE-FILES.
      *-----------------------

      *
      *  THE ERASURE LOG IS KEPT FOR GOOD AND ADDED TO EVERY YEAR;
      *  THE PURGE FEED IS THIS RUN'S ONLY.
      *
           MOVE TFCMD-OPEN-EXTEND-FILE  TO WPDEL-SEQ-IO-COMMAND.
           OPEN EXTEND PDEL-DATA-FILE.
           IF  WPDEL-SEQ-FILE-STATUS = '35'
               MOVE TFCMD-OPEN-O-FILE   TO WPDEL-SEQ-IO-COMMAND
               OPEN OUTPUT PDEL-DATA-FILE
           END-IF.
           IF  WPDEL-SEQ-FILE-STATUS NOT = ZERO
               PERFORM 9700-HANDLE-PDEL-ERROR
                  THRU 9700-HANDLE-PDEL-ERROR-X
           END-IF.

           MOVE TFCMD-OPEN-O-FILE       TO WPDPG-SEQ-IO-COMMAND.
           OPEN OUTPUT PDPG-DATA-FILE.
           IF  WPDPG-SEQ-FILE-STATUS NOT = ZERO
               PERFORM 9700-HANDLE-PDPG-ERROR
                  THRU 9700-HANDLE-PDPG-ERROR-X
           END-IF.

           SET  WS-ERASE-FILES-OPEN     TO TRUE.

       0300-OPEN-ERASE-FILES-X.
           EXIT.
      /
      *---------------------
       1000-BUILD-PROFILES.
      *---------------------

           MOVE LOW-VALUES              TO WPOL-KEY.
           MOVE HIGH-VALUES             TO WPOL-ENDBR-KEY.
           PERFORM  POL-1000-TBL-BROWSE
               THRU POL-1000-TBL-BROWSE-X.

           PERFORM  1190-POLICY-READ-NEXT
               THRU 1190-POLICY-READ-NEXT-X.

           PERFORM  1100-PROFILE-POLICY
               THRU 1100-PROFILE-POLICY-X
                    UNTIL WPOL-IO-EOF.

           PERFORM  POL-3000-TBL-END-BROWSE
               THRU POL-3000-TBL-END-BROWSE-X.

           PERFORM  9510-IFCV-READ
               THRU 9510-IFCV-READ-X.

           PERFORM  1200-PROFILE-COVERAGE
               THRU 1200-PROFILE-COVERAGE-X
                    UNTIL WIFCV-SEQ-IO-EOF.

           PERFORM  9520-OCLM-READ
               THRU 9520-OCLM-READ-X.

           PERFORM  1300-PROFILE-CLAIM
               THRU 1300-PROFILE-CLAIM-X
                    UNTIL WOCLM-SEQ-IO-EOF.

           IF  WS-UNCL-OPEN
               PERFORM  1400-PROFILE-BENEFITS
                   THRU 1400-PROFILE-BENEFITS-X
           END-IF.

           IF  WS-AMLW-OPEN
               PERFORM  1500-PROFILE-AML-ALERTS
                   THRU 1500-PROFILE-AML-ALERTS-X
           END-IF.

           PERFORM  1600-PROFILE-INTERACTIONS
               THRU 1600-PROFILE-INTERACTIONS-X.

       1000-BUILD-PROFILES-X.
           EXIT.

      *---------------------
       1100-PROFILE-POLICY.
      *---------------------

      *
      *  A LIVE POLICY KEEPS ITS HOLDER; A CLOSED ONE KEEPS IT ONLY
      *  UNTIL THE RETENTION PERIOD HAS RUN FROM THE CLOSURE.
      *
           IF  RPOL-HLDR-CLI-ID = SPACES
               GO TO 1100-NEXT-POLICY
           END-IF.

           MOVE RPOL-HLDR-CLI-ID        TO WS-PRFL-CLI-ID.
           PERFORM  4000-GET-PROFILE
               THRU 4000-GET-PROFILE-X.

           IF  RPOL-POL-STAT-IN-FORCE
           OR  RPOL-POL-STAT-PENDING
           OR  RPOL-POL-STAT-BEFORE-SETL
               ADD 1                    TO WPDRA-IF-POL-CNT
           ELSE
               MOVE RPOL-POL-STAT-CHNG-DT
                                        TO WS-ACTV-DT
               PERFORM  4100-NOTE-ACTIVITY
                   THRU 4100-NOTE-ACTIVITY-X
           END-IF.

           PERFORM  4900-SAVE-PROFILE
               THRU 4900-SAVE-PROFILE-X.

       1100-NEXT-POLICY.

           PERFORM  1190-POLICY-READ-NEXT
               THRU 1190-POLICY-READ-NEXT-X.

       1100-PROFILE-POLICY-X.
           EXIT.

      *-----------------------
       1190-POLICY-READ-NEXT.
      *-----------------------

           PERFORM  POL-2000-TBL-READ-NEXT
               THRU POL-2000-TBL-READ-NEXT-X.

           IF  NOT WPOL-IO-OK
           AND NOT WPOL-IO-EOF
              MOVE WPOL-SEQ-FILE-NAME     TO WGLOB-TABLE-NAME
              MOVE WPOL-SEQ-FILE-STATUS   TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1190-POLICY-READ-NEXT-X.
           EXIT.

      *-----------------------
       1200-PROFILE-COVERAGE.
      *-----------------------

           IF  RIFCV-INSRD-CLI-ID NOT = SPACES
               MOVE RIFCV-INSRD-CLI-ID  TO WS-PRFL-CLI-ID
               PERFORM  4000-GET-PROFILE
                   THRU 4000-GET-PROFILE-X
               ADD 1                    TO WPDRA-IF-CVG-CNT
               PERFORM  4900-SAVE-PROFILE
                   THRU 4900-SAVE-PROFILE-X
           END-IF.

           PERFORM  9510-IFCV-READ
               THRU 9510-IFCV-READ-X.

       1200-PROFILE-COVERAGE-X.
           EXIT.

      *--------------------
       1300-PROFILE-CLAIM.
      *--------------------

      *
      *  AN OPEN CLAIM KEEPS THE HOLDER OF THE CLAIMED POLICY.
      *
           MOVE ROCLM-POL-ID            TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.

           IF  WPOL-IO-OK
           AND RPOL-HLDR-CLI-ID NOT = SPACES
               MOVE RPOL-HLDR-CLI-ID    TO WS-PRFL-CLI-ID
               PERFORM  4000-GET-PROFILE
                   THRU 4000-GET-PROFILE-X
               ADD 1                    TO WPDRA-OPEN-CLM-CNT
               PERFORM  4900-SAVE-PROFILE
                   THRU 4900-SAVE-PROFILE-X
           END-IF.

           PERFORM  9520-OCLM-READ
               THRU 9520-OCLM-READ-X.

       1300-PROFILE-CLAIM-X.
           EXIT.

      *-----------------------
       1400-PROFILE-BENEFITS.
      *-----------------------

           MOVE LOW-VALUES              TO WUNCL-KEY.

           START UNCL-FILE
               KEY IS NOT LESS THAN WUNCL-KEY
               INVALID KEY
                   MOVE '10'            TO WUNCL-SEQ-FILE-STATUS
           END-START.

           IF  WUNCL-IO-OK
               PERFORM  1490-UNCL-READ-NEXT
                   THRU 1490-UNCL-READ-NEXT-X
           END-IF.

           PERFORM  1410-PROFILE-BENEFIT
               THRU 1410-PROFILE-BENEFIT-X
                    UNTIL NOT WUNCL-IO-OK.

       1400-PROFILE-BENEFITS-X.
           EXIT.

      *----------------------
       1410-PROFILE-BENEFIT.
      *----------------------

           IF  WUNCL-CLI-ID NOT = SPACES
               MOVE WUNCL-CLI-ID        TO WS-PRFL-CLI-ID
               PERFORM  4000-GET-PROFILE
                   THRU 4000-GET-PROFILE-X
               ADD 1                    TO WPDRA-UNPD-BENE-CNT
               PERFORM  4900-SAVE-PROFILE
                   THRU 4900-SAVE-PROFILE-X
           END-IF.

           PERFORM  1490-UNCL-READ-NEXT
               THRU 1490-UNCL-READ-NEXT-X.

       1410-PROFILE-BENEFIT-X.
           EXIT.

      *---------------------
       1490-UNCL-READ-NEXT.
      *---------------------

           READ UNCL-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WUNCL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WUNCL-IO-OK
           AND WUNCL-SEQ-FILE-STATUS NOT = '10'
               MOVE WUNCL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WUNCL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1490-UNCL-READ-NEXT-X.
           EXIT.

      *-------------------------
       1500-PROFILE-AML-ALERTS.
      *-------------------------

           MOVE LOW-VALUES              TO WAMLW-KEY.

           START AMLW-FILE
               KEY IS NOT LESS THAN WAMLW-KEY
               INVALID KEY
                   MOVE '10'            TO WAMLW-SEQ-FILE-STATUS
           END-START.

           IF  WAMLW-IO-OK
               PERFORM  1590-AMLW-READ-NEXT
                   THRU 1590-AMLW-READ-NEXT-X
           END-IF.

           PERFORM  1510-PROFILE-AML-ALERT
               THRU 1510-PROFILE-AML-ALERT-X
                    UNTIL NOT WAMLW-IO-OK.

       1500-PROFILE-AML-ALERTS-X.
           EXIT.

      *------------------------
       1510-PROFILE-AML-ALERT.
      *------------------------

      *
      *  AN ALERT STILL OPEN OR ESCALATED, OR ONE REPORTED AS A
      *  SUSPICIOUS TRANSACTION, HOLDS BOTH THE CLIENT AND A THIRD-
      *  PARTY PAYOR.  A CLOSED ALERT HOLDS NEITHER.
      *
           IF  WAMLW-STAT-CLOSED
               GO TO 1510-NEXT-ALERT
           END-IF.

           IF  WAMLW-CLI-ID NOT = SPACES
               MOVE WAMLW-CLI-ID        TO WS-PRFL-CLI-ID
               PERFORM  4000-GET-PROFILE
                   THRU 4000-GET-PROFILE-X
               ADD 1                    TO WPDRA-AML-OPEN-CNT
               PERFORM  4900-SAVE-PROFILE
                   THRU 4900-SAVE-PROFILE-X
           END-IF.

           IF  WAMLW-PAYOR-CLI-ID NOT = SPACES
           AND WAMLW-PAYOR-CLI-ID NOT = WAMLW-CLI-ID
               MOVE WAMLW-PAYOR-CLI-ID  TO WS-PRFL-CLI-ID
               PERFORM  4000-GET-PROFILE
                   THRU 4000-GET-PROFILE-X
               ADD 1                    TO WPDRA-AML-OPEN-CNT
               PERFORM  4900-SAVE-PROFILE
                   THRU 4900-SAVE-PROFILE-X
           END-IF.

       1510-NEXT-ALERT.

           PERFORM  1590-AMLW-READ-NEXT
               THRU 1590-AMLW-READ-NEXT-X.

       1510-PROFILE-AML-ALERT-X.
           EXIT.

      *---------------------
       1590-AMLW-READ-NEXT.
      *---------------------

           READ AMLW-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WAMLW-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WAMLW-IO-OK
           AND NOT WAMLW-IO-EOF
               MOVE WAMLW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WAMLW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       1590-AMLW-READ-NEXT-X.
           EXIT.

      *---------------------------
       1600-PROFILE-INTERACTIONS.
      *---------------------------

           PERFORM  9B56-1000-READ
               THRU 9B56-1000-READ-X.
           PERFORM  1610-PROFILE-FMLY
               THRU 1610-PROFILE-FMLY-X
                    UNTIL NOT W9B56-SEQ-IO-OK.

           PERFORM  9B57-1000-READ
               THRU 9B57-1000-READ-X.
           PERFORM  1620-PROFILE-PROS
               THRU 1620-PROFILE-PROS-X
                    UNTIL NOT W9B57-SEQ-IO-OK.

           PERFORM  9B58-1000-READ
               THRU 9B58-1000-READ-X.
           PERFORM  1630-PROFILE-CUST-VISIT
               THRU 1630-PROFILE-CUST-VISIT-X
                    UNTIL NOT W9B58-SEQ-IO-OK.

           PERFORM  9B59-1000-READ
               THRU 9B59-1000-READ-X.
           PERFORM  1640-PROFILE-PROS-VISIT
               THRU 1640-PROFILE-PROS-VISIT-X
                    UNTIL NOT W9B59-SEQ-IO-OK.

       1600-PROFILE-INTERACTIONS-X.
           EXIT.

      *-------------------
       1610-PROFILE-FMLY.
      *-------------------

           IF  R9B56-CLI-ID NOT = SPACES
               MOVE R9B56-CLI-ID        TO WS-PRFL-CLI-ID
               PERFORM  4000-GET-PROFILE
                   THRU 4000-GET-PROFILE-X
               ADD 1                    TO WPDRA-FMLY-CNT
               MOVE R9B56-INTRCT-DT     TO WS-ACTV-DT
               PERFORM  4100-NOTE-ACTIVITY
                   THRU 4100-NOTE-ACTIVITY-X
               PERFORM  4900-SAVE-PROFILE
                   THRU 4900-SAVE-PROFILE-X
           END-IF.

           PERFORM  9B56-1000-READ
               THRU 9B56-1000-READ-X.

       1610-PROFILE-FMLY-X.
           EXIT.

      *-------------------
       1620-PROFILE-PROS.
      *-------------------

           IF  R9B57-CLI-ID NOT = SPACES
               MOVE R9B57-CLI-ID        TO WS-PRFL-CLI-ID
               PERFORM  4000-GET-PROFILE
                   THRU 4000-GET-PROFILE-X
               ADD 1                    TO WPDRA-PROS-CNT
               MOVE R9B57-INTRCT-DT     TO WS-ACTV-DT
               PERFORM  4100-NOTE-ACTIVITY
                   THRU 4100-NOTE-ACTIVITY-X
               PERFORM  4900-SAVE-PROFILE
                   THRU 4900-SAVE-PROFILE-X
           END-IF.

           PERFORM  9B57-1000-READ
               THRU 9B57-1000-READ-X.

       1620-PROFILE-PROS-X.
           EXIT.

      *-------------------------
       1630-PROFILE-CUST-VISIT.
      *-------------------------

           IF  R9B58-CLI-ID NOT = SPACES
               MOVE R9B58-CLI-ID        TO WS-PRFL-CLI-ID
               PERFORM  4000-GET-PROFILE
                   THRU 4000-GET-PROFILE-X
               ADD 1                    TO WPDRA-CVST-CNT
               MOVE R9B58-VISIT-DT      TO WS-ACTV-DT
               PERFORM  4100-NOTE-ACTIVITY
                   THRU 4100-NOTE-ACTIVITY-X
               PERFORM  4900-SAVE-PROFILE
                   THRU 4900-SAVE-PROFILE-X
           END-IF.

           PERFORM  9B58-1000-READ
               THRU 9B58-1000-READ-X.

       1630-PROFILE-CUST-VISIT-X.
           EXIT.

      *-------------------------
       1640-PROFILE-PROS-VISIT.
      *-------------------------

           IF  R9B59-CLI-ID NOT = SPACES
               MOVE R9B59-CLI-ID        TO WS-PRFL-CLI-ID
               PERFORM  4000-GET-PROFILE
                   THRU 4000-GET-PROFILE-X
               ADD 1                    TO WPDRA-PVST-CNT
               MOVE R9B59-VISIT-DT      TO WS-ACTV-DT
               PERFORM  4100-NOTE-ACTIVITY
                   THRU 4100-NOTE-ACTIVITY-X
               PERFORM  4900-SAVE-PROFILE
                   THRU 4900-SAVE-PROFILE-X
           END-IF.

           PERFORM  9B59-1000-READ
               THRU 9B59-1000-READ-X.

       1640-PROFILE-PROS-VISIT-X.
           EXIT.
      /
      *--------------------
       3000-REVIEW-CLIENT.
      *--------------------

           ADD 1                        TO WS-CLI-READ-CNT.

      *
      *  ANYTHING STILL LIVE, OR ANY ACTIVITY SINCE THE CUTOFF,
      *  KEEPS THE CLIENT.
      *
           MOVE RCLDM-CLI-ID            TO WPDRA-CLI-ID.
           READ PDRA-FILE
               INVALID KEY
                   MOVE '23'            TO WPDRA-SEQ-FILE-STATUS
           END-READ.

           IF  WPDRA-IO-OK
               EVALUATE TRUE
                   WHEN WPDRA-IF-POL-CNT > ZERO
                       ADD 1            TO WS-ACTV-POL-CNT
                       GO TO 3000-NEXT-CLIENT
                   WHEN WPDRA-IF-CVG-CNT > ZERO
                       ADD 1            TO WS-ACTV-CVG-CNT
                       GO TO 3000-NEXT-CLIENT
                   WHEN WPDRA-OPEN-CLM-CNT > ZERO
                       ADD 1            TO WS-ACTV-CLM-CNT
                       GO TO 3000-NEXT-CLIENT
                   WHEN WPDRA-UNPD-BENE-CNT > ZERO
                       ADD 1            TO WS-ACTV-BENE-CNT
                       GO TO 3000-NEXT-CLIENT
                   WHEN WPDRA-LAST-ACTV-DT NOT < WS-CUTOFF-DT
                       ADD 1            TO WS-ACTV-RCNT-CNT
                       GO TO 3000-NEXT-CLIENT
               END-EVALUATE
           ELSE
               IF  NOT WPDRA-IO-NOTFND
                   MOVE TFCMD-READ-RECORD  TO WGLOB-IO-COMMAND
                   PERFORM 9700-HANDLE-PDRA-ERROR
                      THRU 9700-HANDLE-PDRA-ERROR-X
               END-IF
               MOVE SPACES              TO WPDRA-REC-INFO
               MOVE RCLDM-CLI-ID        TO WPDRA-CLI-ID
               MOVE ZERO                TO WPDRA-IF-POL-CNT
                                           WPDRA-IF-CVG-CNT
                                           WPDRA-OPEN-CLM-CNT
                                           WPDRA-UNPD-BENE-CNT
                                           WPDRA-AML-OPEN-CNT
                                           WPDRA-FMLY-CNT
                                           WPDRA-PROS-CNT
                                           WPDRA-CVST-CNT
                                           WPDRA-PVST-CNT
           END-IF.

           MOVE RCLDM-CLI-ID            TO WCLI-CLI-ID.
           PERFORM  CLI-1000-READ
               THRU CLI-1000-READ-X.

           IF  NOT WCLI-IO-OK
               ADD 1                    TO WS-NO-MAST-CNT
               GO TO 3000-NEXT-CLIENT
           END-IF.

           IF  RCLI-KANJI-NM = WS-ERASED-NM
               ADD 1                    TO WS-ALRDY-ERASED-CNT
               GO TO 3000-NEXT-CLIENT
           END-IF.

           IF  RCLI-TYP-CORPORATE
               ADD 1                    TO WS-CORP-CNT
               GO TO 3000-NEXT-CLIENT
           END-IF.

           IF  RCLI-PREV-UPDT-DT NOT < WS-CUTOFF-DT
               ADD 1                    TO WS-ACTV-RCNT-CNT
               GO TO 3000-NEXT-CLIENT
           END-IF.

           PERFORM  3100-CHECK-EXCLUSIONS
               THRU 3100-CHECK-EXCLUSIONS-X.

           IF  NOT WS-EXCL-NONE
               PERFORM  3500-LIST-EXCLUSION
                   THRU 3500-LIST-EXCLUSION-X
               GO TO 3000-NEXT-CLIENT
           END-IF.

           ADD 1                        TO WS-ELIG-CNT.

           IF  CR-TRIAL-RUN
               MOVE 'WOULD ERASE'       TO WS-ACTN-DESC
               MOVE SPACES              TO WS-NOTE-TXT
               MOVE ZERO                TO WS-BFR-HASH-NUM
                                           WS-BANK-CNT
               MOVE 'N'                 TO WS-TAXN-DEL-SW
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
           ELSE
               PERFORM  5000-ERASE-CLIENT
                   THRU 5000-ERASE-CLIENT-X
           END-IF.

       3000-NEXT-CLIENT.

           PERFORM  9500-CLDM-READ
               THRU 9500-CLDM-READ-X.

       3000-REVIEW-CLIENT-X.
           EXIT.

      *-----------------------
       3100-CHECK-EXCLUSIONS.
      *-----------------------

      *
      *  A LEGAL HOLD IS REPORTED AHEAD OF A COMPLAINT, AND A
      *  COMPLAINT AHEAD OF AN AML ALERT.
      *
           MOVE SPACE                   TO WS-EXCL-SW.

           IF  WS-LGHD-OPEN
               PERFORM  3200-CHECK-LEGAL-HOLD
                   THRU 3200-CHECK-LEGAL-HOLD-X
               IF  NOT WS-EXCL-NONE
                   GO TO 3100-CHECK-EXCLUSIONS-X
               END-IF
           END-IF.

           IF  WS-CMPL-OPEN
               PERFORM  3300-CHECK-COMPLAINT
                   THRU 3300-CHECK-COMPLAINT-X
               IF  NOT WS-EXCL-NONE
                   GO TO 3100-CHECK-EXCLUSIONS-X
               END-IF
           END-IF.

           IF  WPDRA-AML-OPEN-CNT > ZERO
               SET WS-EXCL-AML          TO TRUE
           END-IF.

       3100-CHECK-EXCLUSIONS-X.
           EXIT.

      *-----------------------
       3200-CHECK-LEGAL-HOLD.
      *-----------------------

           MOVE LOW-VALUES              TO WLGHD-KEY.
           MOVE RCLDM-CLI-ID            TO WLGHD-CLI-ID.

           START LGHD-FILE
               KEY IS NOT LESS THAN WLGHD-KEY
               INVALID KEY
                   MOVE '23'            TO WLGHD-SEQ-FILE-STATUS
           END-START.

           IF  NOT WLGHD-IO-OK
               GO TO 3200-CHECK-LEGAL-HOLD-X
           END-IF.

           PERFORM  3290-LGHD-READ-NEXT
               THRU 3290-LGHD-READ-NEXT-X.

           PERFORM  3290-LGHD-READ-NEXT
               THRU 3290-LGHD-READ-NEXT-X
                    UNTIL NOT WLGHD-IO-OK
                    OR    WLGHD-CLI-ID NOT = RCLDM-CLI-ID
                    OR    WLGHD-STAT-ACTIVE.

           IF  WLGHD-IO-OK
           AND WLGHD-CLI-ID = RCLDM-CLI-ID
               SET WS-EXCL-LEGAL-HOLD   TO TRUE
           END-IF.

       3200-CHECK-LEGAL-HOLD-X.
           EXIT.

      *---------------------
       3290-LGHD-READ-NEXT.
      *---------------------

           READ LGHD-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WLGHD-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WLGHD-IO-OK
           AND NOT WLGHD-IO-EOF
               MOVE WLGHD-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WLGHD-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       3290-LGHD-READ-NEXT-X.
           EXIT.

      *----------------------
       3300-CHECK-COMPLAINT.
      *----------------------

           MOVE LOW-VALUES              TO WCMPL-KEY.
           MOVE RCLDM-CLI-ID            TO WCMPL-CLI-ID.

           START CMPL-FILE
               KEY IS NOT LESS THAN WCMPL-KEY
               INVALID KEY
                   MOVE '23'            TO WCMPL-SEQ-FILE-STATUS
           END-START.

           IF  NOT WCMPL-IO-OK
               GO TO 3300-CHECK-COMPLAINT-X
           END-IF.

           PERFORM  3390-CMPL-READ-NEXT
               THRU 3390-CMPL-READ-NEXT-X.

           PERFORM  3390-CMPL-READ-NEXT
               THRU 3390-CMPL-READ-NEXT-X
                    UNTIL NOT WCMPL-IO-OK
                    OR    WCMPL-CLI-ID NOT = RCLDM-CLI-ID
                    OR    WCMPL-STAT-OPEN.

           IF  WCMPL-IO-OK
           AND WCMPL-CLI-ID = RCLDM-CLI-ID
               SET WS-EXCL-COMPLAINT    TO TRUE
           END-IF.

       3300-CHECK-COMPLAINT-X.
           EXIT.

      *---------------------
       3390-CMPL-READ-NEXT.
      *---------------------

           READ CMPL-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WCMPL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCMPL-IO-OK
           AND NOT WCMPL-IO-EOF
               MOVE WCMPL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WCMPL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       3390-CMPL-READ-NEXT-X.
           EXIT.

      *---------------------
       3500-LIST-EXCLUSION.
      *---------------------

           EVALUATE TRUE
               WHEN WS-EXCL-LEGAL-HOLD
                   ADD 1                TO WS-EXCL-HOLD-CNT
                   MOVE 'LEGAL HOLD'    TO WS-NOTE-TXT
               WHEN WS-EXCL-COMPLAINT
                   ADD 1                TO WS-EXCL-CMPL-CNT
                   MOVE 'OPEN COMPLAINT'
                                        TO WS-NOTE-TXT
               WHEN WS-EXCL-AML
                   ADD 1                TO WS-EXCL-AML-CNT
                   MOVE 'AML INVESTIGATION'
                                        TO WS-NOTE-TXT
           END-EVALUATE.

           MOVE 'EXCLUDED'              TO WS-ACTN-DESC.
           MOVE ZERO                    TO WS-BFR-HASH-NUM
                                           WS-BANK-CNT.
           MOVE 'N'                     TO WS-TAXN-DEL-SW.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       3500-LIST-EXCLUSION-X.
           EXIT.
      /
      *-------------------
       5000-ERASE-CLIENT.
      *-------------------

           MOVE 'N'                     TO WS-CLI-DONE-IND
                                           WS-BANK-DONE-IND
                                           WS-TAXN-DONE-IND
                                           WS-PURGE-DONE-IND
                                           WS-TAXN-DEL-SW.
           MOVE SPACES                  TO WS-NOTE-TXT.

      *
      *  THE BANK ACCOUNTS ARE PART OF THE BEFORE-IMAGE; A CLIENT
      *  WHOSE ACCOUNTS CANNOT BE READ IS LEFT FOR THE NEXT RUN.
      *
           PERFORM  5020-1000-BUILD-PARM-INFO
               THRU 5020-1000-BUILD-PARM-INFO-X.
           MOVE RCLI-CLI-ID             TO L5020-CLI-ID.
           PERFORM  5020-3000-GET-ALL-BANKS
               THRU 5020-3000-GET-ALL-BANKS-X.

           EVALUATE TRUE
               WHEN L5020-RETRN-OK
                   MOVE L5020-BANK-QTY  TO WS-BANK-CNT
               WHEN L5020-RETRN-NOT-FOUND
                   MOVE ZERO            TO WS-BANK-CNT
               WHEN OTHER
                   ADD 1                TO WS-BANK-ERR-CNT
                   MOVE RCLI-CLI-ID     TO WGLOB-MSG-PARM (1)
      *MSG: (W) BANK ACCOUNTS UNREADABLE - CLIENT @1 NOT ERASED
                   MOVE 'ZSPDRE0003'    TO WGLOB-MSG-REF-INFO
                   PERFORM  0260-1000-GENERATE-MESSAGE
                       THRU 0260-1000-GENERATE-MESSAGE-X
                   MOVE 'NOT ERASED'    TO WS-ACTN-DESC
                   MOVE 'BANK SERVICE ERROR'
                                        TO WS-NOTE-TXT
                   MOVE ZERO            TO WS-BFR-HASH-NUM
                                           WS-BANK-CNT
                   PERFORM  8400-WRITE-DETAIL-LINE
                       THRU 8400-WRITE-DETAIL-LINE-X
                   GO TO 5000-ERASE-CLIENT-X
           END-EVALUATE.

           IF  WS-BANK-CNT > 5
               MOVE 5                   TO WS-BANK-CNT
           END-IF.

           PERFORM  5100-HASH-BEFORE-IMAGE
               THRU 5100-HASH-BEFORE-IMAGE-X.

      *
      *  THE LOG RECORD GOES DOWN BEFORE ANY DATA IS TOUCHED - A
      *  FAILED WRITE STOPS THE RUN.
      *
           SET  RPDEL-ACTN-ERASED       TO TRUE.
           PERFORM  5800-WRITE-ERASE-LOG
               THRU 5800-WRITE-ERASE-LOG-X.

           PERFORM  5300-ANONYMIZE-CLIENT
               THRU 5300-ANONYMIZE-CLIENT-X.

           PERFORM  5400-ANONYMIZE-BANKS
               THRU 5400-ANONYMIZE-BANKS-X.

           PERFORM  5500-ERASE-TAX-NUMBER
               THRU 5500-ERASE-TAX-NUMBER-X.

           PERFORM  5600-REQUEST-PURGE
               THRU 5600-REQUEST-PURGE-X.

           IF  WS-CLI-DONE-IND   = 'Y'
           AND WS-BANK-DONE-IND  = 'Y'
           AND WS-TAXN-DONE-IND  = 'Y'
           AND WS-PURGE-DONE-IND = 'Y'
               ADD 1                    TO WS-ERASED-CNT
               MOVE 'ERASED'            TO WS-ACTN-DESC
           ELSE
               ADD 1                    TO WS-INCMPL-CNT
               MOVE 'INCOMPLETE'        TO WS-ACTN-DESC
               STRING 'CLI-'  WS-CLI-DONE-IND
                      ' BNK-' WS-BANK-DONE-IND
                      ' TAX-' WS-TAXN-DONE-IND
                      ' PRG-' WS-PURGE-DONE-IND
                   DELIMITED BY SIZE    INTO WS-NOTE-TXT
               END-STRING
               SET  RPDEL-ACTN-INCOMPLETE
                                        TO TRUE
               PERFORM  5800-WRITE-ERASE-LOG
                   THRU 5800-WRITE-ERASE-LOG-X
               MOVE RCLI-CLI-ID         TO WGLOB-MSG-PARM (1)
      *MSG: (W) PERSONAL DATA ERASURE INCOMPLETE FOR CLIENT @1
               MOVE 'ZSPDRE0004'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       5000-ERASE-CLIENT-X.
           EXIT.

      *------------------------
       5100-HASH-BEFORE-IMAGE.
      *------------------------

      *
      *  ADLER-32 OVER THE CLIENT ROW AND THE BANK ACCOUNT ROWS -
      *  A RUNNING BYTE SUM (A) AND A SUM OF THE RUNNING SUMS (B),
      *  EACH MODULO 65521, GIVING B * 65536 + A.
      *
           MOVE SPACES                  TO WS-BFR-IMAGE.
           MOVE RCLI-REC-INFO           TO WS-BFR-CLI-INFO.

           PERFORM  5110-IMAGE-ONE-BANK
               THRU 5110-IMAGE-ONE-BANK-X
                    VARYING WS-BANK-IX FROM 1 BY 1
                    UNTIL WS-BANK-IX > WS-BANK-CNT.

           MOVE 1                       TO WS-ADLER-A.
           MOVE ZERO                    TO WS-ADLER-B.

           PERFORM  5120-HASH-ONE-BYTE
               THRU 5120-HASH-ONE-BYTE-X
                    VARYING WS-BYTE-IX FROM 1 BY 1
                    UNTIL WS-BYTE-IX > WS-BFR-LEN.

           COMPUTE WS-BFR-HASH-NUM = WS-ADLER-B * 65536
                                   + WS-ADLER-A.

           MOVE SPACES                  TO WS-BFR-IMAGE.

       5100-HASH-BEFORE-IMAGE-X.
           EXIT.

      *---------------------
       5110-IMAGE-ONE-BANK.
      *---------------------

           MOVE L5020-BANK-INFO (WS-BANK-IX)
                                        TO WS-BFR-BANK-ENT (WS-BANK-IX).

       5110-IMAGE-ONE-BANK-X.
           EXIT.

      *--------------------
       5120-HASH-ONE-BYTE.
      *--------------------

           MOVE LOW-VALUES              TO WS-ORD-PAIR.
           MOVE WS-BFR-BYTE (WS-BYTE-IX)
                                        TO WS-ORD-PAIR (2:1).

           ADD WS-ORD-NUM               TO WS-ADLER-A.
           IF  WS-ADLER-A NOT < WS-ADLER-MOD
               SUBTRACT WS-ADLER-MOD    FROM WS-ADLER-A
           END-IF.

           ADD WS-ADLER-A               TO WS-ADLER-B.
           IF  WS-ADLER-B NOT < WS-ADLER-MOD
               SUBTRACT WS-ADLER-MOD    FROM WS-ADLER-B
           END-IF.

       5120-HASH-ONE-BYTE-X.
           EXIT.

      *-----------------------
       5300-ANONYMIZE-CLIENT.
      *-----------------------

      *
      *  KEPT: CLIENT NUMBER, TYPE, SEX, BIRTH YEAR, BRANCH, POSTAL
      *  AREA (FIRST THREE DIGITS) AND STATUS.
      *
           MOVE RCLI-CLI-ID             TO WCLI-CLI-ID.
           PERFORM  CLI-1000-READ-FOR-UPDATE
               THRU CLI-1000-READ-FOR-UPDATE-X.

           IF  NOT WCLI-IO-OK
               GO TO 5300-ANONYMIZE-CLIENT-X
           END-IF.

           MOVE WS-ERASED-NM            TO RCLI-KANJI-NM.
           MOVE SPACES                  TO RCLI-KANA-NM
                                           RCLI-ADDR-TXT
                                           RCLI-PHONE-NUM
                                           RCLI-POST-CD (4:5).
           IF  RCLI-BTH-DT NOT = SPACES
               MOVE '-01-01'            TO RCLI-BTH-DT (5:6)
           END-IF.
           MOVE WGLOB-PROCESS-DATE      TO RCLI-PREV-UPDT-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO RCLI-PREV-UPDT-USER-ID.

           PERFORM  CLI-2000-REWRITE
               THRU CLI-2000-REWRITE-X.

           IF  WCLI-IO-OK
               MOVE 'Y'                 TO WS-CLI-DONE-IND
           END-IF.

       5300-ANONYMIZE-CLIENT-X.
           EXIT.

      *----------------------
       5400-ANONYMIZE-BANKS.
      *----------------------

           IF  WS-BANK-CNT = ZERO
               MOVE 'Y'                 TO WS-BANK-DONE-IND
               GO TO 5400-ANONYMIZE-BANKS-X
           END-IF.

           PERFORM  5020-1000-BUILD-PARM-INFO
               THRU 5020-1000-BUILD-PARM-INFO-X.
           MOVE RCLI-CLI-ID             TO L5020-CLI-ID.
           PERFORM  5020-4000-ANONYMIZE-BANKS
               THRU 5020-4000-ANONYMIZE-BANKS-X.

           IF  L5020-RETRN-OK
               MOVE 'Y'                 TO WS-BANK-DONE-IND
               ADD L5020-BANK-QTY       TO WS-BANK-ANON-CNT
           END-IF.

       5400-ANONYMIZE-BANKS-X.
           EXIT.

      *-----------------------
       5500-ERASE-TAX-NUMBER.
      *-----------------------

      *
      *  NO MY NUMBER HELD IS NOTHING TO ERASE.
      *
           INITIALIZE LMYNO-PARM-INFO.
           SET  LMYNO-FUNCTION-ERASE    TO TRUE.
           MOVE RCLI-CLI-ID             TO LMYNO-CLI-ID.
           MOVE WS-ERASE-RSN-TXT        TO LMYNO-ACCS-RSN-TXT.
           SET  LMYNO-RETRN-ERROR       TO TRUE.

           CALL 'ZSRQMYNO' USING WGLOB-GLOBAL-AREA
                                 LMYNO-PARM-INFO
               ON EXCEPTION
                   SET LMYNO-RETRN-ERROR
                                        TO TRUE
           END-CALL.

           EVALUATE TRUE
               WHEN LMYNO-RETRN-OK
                   MOVE 'Y'             TO WS-TAXN-DONE-IND
                                           WS-TAXN-DEL-SW
                   ADD 1                TO WS-TAXN-DEL-CNT
               WHEN LMYNO-RETRN-NOTFND
                   MOVE 'Y'             TO WS-TAXN-DONE-IND
           END-EVALUATE.

       5500-ERASE-TAX-NUMBER-X.
           EXIT.

      *--------------------
       5600-REQUEST-PURGE.
      *--------------------

           MOVE 'Y'                     TO WS-PURGE-DONE-IND.

           IF  WPDRA-FMLY-CNT > ZERO
               SET  RPDPG-TBL-FMLY      TO TRUE
               MOVE WPDRA-FMLY-CNT      TO RPDPG-ROW-CNT
               PERFORM  5650-WRITE-PURGE-REQUEST
                   THRU 5650-WRITE-PURGE-REQUEST-X
           END-IF.

           IF  WPDRA-PROS-CNT > ZERO
               SET  RPDPG-TBL-PROS      TO TRUE
               MOVE WPDRA-PROS-CNT      TO RPDPG-ROW-CNT
               PERFORM  5650-WRITE-PURGE-REQUEST
                   THRU 5650-WRITE-PURGE-REQUEST-X
           END-IF.

           IF  WPDRA-CVST-CNT > ZERO
               SET  RPDPG-TBL-CUST-VISIT
                                        TO TRUE
               MOVE WPDRA-CVST-CNT      TO RPDPG-ROW-CNT
               PERFORM  5650-WRITE-PURGE-REQUEST
                   THRU 5650-WRITE-PURGE-REQUEST-X
           END-IF.

           IF  WPDRA-PVST-CNT > ZERO
               SET  RPDPG-TBL-PROS-VISIT
                                        TO TRUE
               MOVE WPDRA-PVST-CNT      TO RPDPG-ROW-CNT
               PERFORM  5650-WRITE-PURGE-REQUEST
                   THRU 5650-WRITE-PURGE-REQUEST-X
           END-IF.

       5600-REQUEST-PURGE-X.
           EXIT.

      *--------------------------
       5650-WRITE-PURGE-REQUEST.
      *--------------------------

           MOVE RCLI-CLI-ID             TO RPDPG-CLI-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPDPG-RQST-DT.
           MOVE WPGWS-CRNT-PGM-ID       TO RPDPG-RQST-PGM-ID.

           MOVE TFCMD-WRITE-RECORD      TO WPDPG-SEQ-IO-COMMAND.
           WRITE RPDPG-SEQ-REC-INFO.

           IF  WPDPG-SEQ-FILE-STATUS = ZERO
               ADD 1                    TO WS-PURGE-CNT
           ELSE
               MOVE 'N'                 TO WS-PURGE-DONE-IND
           END-IF.

       5650-WRITE-PURGE-REQUEST-X.
           EXIT.

      *----------------------
       5800-WRITE-ERASE-LOG.
      *----------------------

      *
      *  THE CALLER HAS SET THE ACTION.
      *
           MOVE RCLI-CLI-ID             TO RPDEL-CLI-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPDEL-ERASE-DT.
           SET  RPDEL-RSN-RETENTION     TO TRUE.
           MOVE WS-ERASE-RSN-TXT        TO RPDEL-RSN-TXT.
           MOVE WPDRA-LAST-ACTV-DT      TO RPDEL-LAST-ACTV-DT.
           MOVE CR-RETN-YEARS           TO RPDEL-RETN-YRS.
           MOVE WS-BFR-HASH-NUM         TO RPDEL-BFR-HASH-NUM.
           MOVE WS-BANK-CNT             TO RPDEL-BANK-CNT.
           MOVE WS-CLI-DONE-IND         TO RPDEL-CLI-DONE-IND.
           MOVE WS-BANK-DONE-IND        TO RPDEL-BANK-DONE-IND.
           MOVE WS-TAXN-DONE-IND        TO RPDEL-TAXN-DONE-IND.
           MOVE WS-PURGE-DONE-IND       TO RPDEL-PURGE-DONE-IND.
           MOVE WPGWS-CRNT-PGM-ID       TO RPDEL-PGM-ID.
           MOVE WGLOB-USER-ID           TO RPDEL-USER-ID.
           MOVE WGLOB-SYSTEM-TIME       TO RPDEL-AUDIT-TIME.

           MOVE TFCMD-WRITE-RECORD      TO WPDEL-SEQ-IO-COMMAND.
           WRITE RPDEL-SEQ-REC-INFO.

           IF  WPDEL-SEQ-FILE-STATUS NOT = ZERO
               PERFORM 9700-HANDLE-PDEL-ERROR
                  THRU 9700-HANDLE-PDEL-ERROR-X
           END-IF.

       5800-WRITE-ERASE-LOG-X.
           EXIT.
      /
      *--------------------
       4000-GET-PROFILE.
      *--------------------

           MOVE WS-PRFL-CLI-ID          TO WPDRA-CLI-ID.

           READ PDRA-FILE
               INVALID KEY
                   MOVE '23'            TO WPDRA-SEQ-FILE-STATUS
           END-READ.

           IF  WPDRA-IO-OK
               SET  WS-PRFL-FOUND       TO TRUE
           ELSE
               IF  NOT WPDRA-IO-NOTFND
                   MOVE TFCMD-READ-RECORD  TO WGLOB-IO-COMMAND
                   PERFORM 9700-HANDLE-PDRA-ERROR
                      THRU 9700-HANDLE-PDRA-ERROR-X
               END-IF
               SET  WS-PRFL-NEW         TO TRUE
               MOVE SPACES              TO WPDRA-REC-INFO
               MOVE WS-PRFL-CLI-ID      TO WPDRA-CLI-ID
               MOVE ZERO                TO WPDRA-IF-POL-CNT
                                           WPDRA-IF-CVG-CNT
                                           WPDRA-OPEN-CLM-CNT
                                           WPDRA-UNPD-BENE-CNT
                                           WPDRA-AML-OPEN-CNT
                                           WPDRA-FMLY-CNT
                                           WPDRA-PROS-CNT
                                           WPDRA-CVST-CNT
                                           WPDRA-PVST-CNT
               MOVE WGLOB-PROCESS-DATE  TO WPDRA-BUILT-DT
           END-IF.

       4000-GET-PROFILE-X.
           EXIT.

      *--------------------
       4100-NOTE-ACTIVITY.
      *--------------------

           IF  WS-ACTV-DT NOT = SPACES
           AND WS-ACTV-DT > WPDRA-LAST-ACTV-DT
               MOVE WS-ACTV-DT          TO WPDRA-LAST-ACTV-DT
           END-IF.

       4100-NOTE-ACTIVITY-X.
           EXIT.

      *--------------------
       4900-SAVE-PROFILE.
      *--------------------

           IF  WS-PRFL-FOUND
               MOVE TFCMD-REWRITE-RECORD
                                        TO WGLOB-IO-COMMAND
               REWRITE WPDRA-REC-INFO
                   INVALID KEY
                       MOVE '23'        TO WPDRA-SEQ-FILE-STATUS
               END-REWRITE
           ELSE
               MOVE TFCMD-WRITE-RECORD  TO WGLOB-IO-COMMAND
               WRITE WPDRA-REC-INFO
                   INVALID KEY
                       MOVE '22'        TO WPDRA-SEQ-FILE-STATUS
               END-WRITE
               ADD 1                    TO WS-PRFL-CNT
           END-IF.

           IF  NOT WPDRA-IO-OK
               PERFORM 9700-HANDLE-PDRA-ERROR
                  THRU 9700-HANDLE-PDRA-ERROR-X
           END-IF.

       4900-SAVE-PROFILE-X.
           EXIT.
      /
      *------------------------
       8400-WRITE-DETAIL-LINE.
      *------------------------

      *
      *  CLIENT NUMBER ONLY - NO NAME OR CONTACT DETAIL IS PRINTED.
      *
           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE RCLDM-CLI-ID            TO P-CLI-ID.
           MOVE WS-ACTN-DESC            TO P-ACTN-DESC.
           MOVE WPDRA-LAST-ACTV-DT      TO P-LAST-ACTV-DT.
           MOVE WS-BFR-HASH-NUM         TO P-BFR-HASH-NUM.
           MOVE WS-BANK-CNT             TO P-BANK-CNT.
           IF  WS-TAXN-DELETED
               MOVE 'DEL'               TO P-TAXN-IND
           ELSE
               MOVE SPACES              TO P-TAXN-IND
           END-IF.
           MOVE WS-NOTE-TXT             TO P-NOTE-TXT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.

      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE CR-RETN-YEARS            TO P-RETN-YEARS-X.
           MOVE WS-CUTOFF-DT             TO P-CUTOFF-DT.
           IF  CR-TRIAL-RUN
               MOVE 'TRIAL RUN - NO DATA CHANGED'
                                         TO P-RUN-MODE-TXT
           ELSE
               MOVE SPACES               TO P-RUN-MODE-TXT
           END-IF.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'CLIENTS REVIEWED'       TO P-SUM-LBL.
           MOVE WS-CLI-READ-CNT          TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'KEPT - IN-FORCE POLICY HELD'
                                         TO P-SUM-LBL.
           MOVE WS-ACTV-POL-CNT          TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'KEPT - INSURED UNDER IN-FORCE COVERAGE'
                                         TO P-SUM-LBL.
           MOVE WS-ACTV-CVG-CNT          TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'KEPT - OPEN CLAIM'      TO P-SUM-LBL.
           MOVE WS-ACTV-CLM-CNT          TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'KEPT - UNPAID BENEFIT'  TO P-SUM-LBL.
           MOVE WS-ACTV-BENE-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'KEPT - ACTIVE WITHIN RETENTION PERIOD'
                                         TO P-SUM-LBL.
           MOVE WS-ACTV-RCNT-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'EXCLUDED - LEGAL HOLD'  TO P-SUM-LBL.
           MOVE WS-EXCL-HOLD-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'EXCLUDED - OPEN COMPLAINT'
                                         TO P-SUM-LBL.
           MOVE WS-EXCL-CMPL-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'EXCLUDED - AML INVESTIGATION'
                                         TO P-SUM-LBL.
           MOVE WS-EXCL-AML-CNT          TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'SKIPPED - CORPORATE CLIENT'
                                         TO P-SUM-LBL.
           MOVE WS-CORP-CNT              TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'SKIPPED - ALREADY ERASED'
                                         TO P-SUM-LBL.
           MOVE WS-ALRDY-ERASED-CNT      TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'SKIPPED - NOT ON CLIENT MASTER'
                                         TO P-SUM-LBL.
           MOVE WS-NO-MAST-CNT           TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'SKIPPED - BANK ACCOUNTS UNREADABLE'
                                         TO P-SUM-LBL.
           MOVE WS-BANK-ERR-CNT          TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'ELIGIBLE FOR ERASURE'   TO P-SUM-LBL.
           MOVE WS-ELIG-CNT              TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'ERASED'                 TO P-SUM-LBL.
           MOVE WS-ERASED-CNT            TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'ERASURE INCOMPLETE - RETRIED NEXT RUN'
                                         TO P-SUM-LBL.
           MOVE WS-INCMPL-CNT            TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'BANK ACCOUNTS ANONYMIZED'
                                         TO P-SUM-LBL.
           MOVE WS-BANK-ANON-CNT         TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'MY NUMBER ENTRIES DELETED'
                                         TO P-SUM-LBL.
           MOVE WS-TAXN-DEL-CNT          TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

           MOVE 'INTERACTION PURGE REQUESTS WRITTEN'
                                         TO P-SUM-LBL.
           MOVE WS-PURGE-CNT             TO WS-SUM-CNT.
           PERFORM  8610-WRITE-COUNT-LINE
               THRU 8610-WRITE-COUNT-LINE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.

      *-----------------------
       8610-WRITE-COUNT-LINE.
      *-----------------------

           MOVE WS-SUM-CNT               TO P-SUM-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-CNT-LINE       TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8610-WRITE-COUNT-LINE-X.
           EXIT.
      /
      *-----------------
       9100-INIT-TITLES.
      *-----------------

           MOVE L0950-COMPANY-NAME TO L0040-COMPANY-NAME.
           MOVE ZERO               TO L0040-ERROR-CNT.

           MOVE SPACES             TO WHDG-LINE-1.
           MOVE SPACES             TO WHDG-LINE-2.
           MOVE WPGWS-CRNT-PGM-ID  TO WHDG-PROGRAM-ID.
           MOVE L0950-COMPANY-NAME TO WHDG-COMPANY-NAME.

           MOVE 'XS00000145'       TO WGLOB-MSG-REF-INFO.
           PERFORM 0260-2000-GET-MESSAGE
              THRU 0260-2000-GET-MESSAGE-X.
           MOVE WGLOB-MSG-TXT      TO L0040-SYSTEM-ID.
           MOVE WGLOB-MSG-TXT      TO WHDG-SYSTEM-ID.

           MOVE '00001'            TO WS-TXT-SRC-REF-ID.
           PERFORM 9800-GET-TEXT-DESC
              THRU 9800-GET-TEXT-DESC-X.
           MOVE L2490-TXT-STR-TXT  TO L0040-PROGRAM-DESC.
           MOVE L2490-TXT-STR-TXT  TO WHDG-REPORT-TITLE.

           PERFORM 0040-1000-INIT-TITLE
              THRU 0040-1000-INIT-TITLE-X.

       9100-INIT-TITLES-X.
           EXIT.

      *-------------------
       9800-GET-TEXT-DESC.
      *-------------------

           PERFORM 2490-1000-BUILD-PARM-INFO
              THRU 2490-1000-BUILD-PARM-INFO-X.
           MOVE WPGWS-CRNT-PGM-ID  TO L2490-TXT-SRC-ID.
           MOVE WS-TXT-SRC-REF-ID  TO L2490-TXT-SRC-REF-ID.
           PERFORM 2490-1000-RETRIEVE-TEXT
              THRU 2490-1000-RETRIEVE-TEXT-X.

       9800-GET-TEXT-DESC-X.
           EXIT.

      *--------------------------
       8450-WRITE-DETAIL-HEADING.
      *--------------------------

           MOVE +1                    TO WPRT1-NUMBER-LINES.
           MOVE WHDG-LINE-1            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-2000-WRITE
               THRU PRT1-2000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE WHDG-LINE-2            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-3          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-4          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +1                    TO WPRT1-NUMBER-LINES.
           MOVE SPACES                 TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8450-WRITE-DETAIL-HEADING-X.
           EXIT.
      /
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           MOVE ZERO TO WCLDM-SEQ-IO-STATUS.
           MOVE TFCMD-OPEN-I-FILE TO WCLDM-SEQ-IO-COMMAND.
           OPEN INPUT CLDM-DATA-FILE.
           IF WCLDM-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-CLDM-ERROR
                 THRU 9700-HANDLE-CLDM-ERROR-X
           END-IF.

           MOVE ZERO TO WIFCV-SEQ-IO-STATUS.
           MOVE TFCMD-OPEN-I-FILE TO WIFCV-SEQ-IO-COMMAND.
           OPEN INPUT IFCV-DATA-FILE.
           IF WIFCV-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-IFCV-ERROR
                 THRU 9700-HANDLE-IFCV-ERROR-X
           END-IF.

           MOVE ZERO TO WOCLM-SEQ-IO-STATUS.
           MOVE TFCMD-OPEN-I-FILE TO WOCLM-SEQ-IO-COMMAND.
           OPEN INPUT OCLM-DATA-FILE.
           IF WOCLM-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-OCLM-ERROR
                 THRU 9700-HANDLE-OCLM-ERROR-X
           END-IF.

           PERFORM  9B56-1000-OPEN-INPUT
               THRU 9B56-1000-OPEN-INPUT-X.

           PERFORM  9B57-1000-OPEN-INPUT
               THRU 9B57-1000-OPEN-INPUT-X.

           PERFORM  9B58-1000-OPEN-INPUT
               THRU 9B58-1000-OPEN-INPUT-X.

           PERFORM  9B59-1000-OPEN-INPUT
               THRU 9B59-1000-OPEN-INPUT-X.

      *
      * THE ACTIVITY PROFILE IS BUILT AFRESH ON EVERY RUN.
      *
           OPEN OUTPUT PDRA-FILE.
           IF  WPDRA-IO-OK
               CLOSE PDRA-FILE
               OPEN I-O PDRA-FILE
           END-IF.
           IF  WPDRA-IO-OK
               SET WS-PDRA-OPEN         TO TRUE
           ELSE
               MOVE TFCMD-OPEN-U-FILE   TO WGLOB-IO-COMMAND
               PERFORM 9700-HANDLE-PDRA-ERROR
                  THRU 9700-HANDLE-PDRA-ERROR-X
           END-IF.

      *
      * NO BENEFIT REGISTER, AML WORKLIST, COMPLAINT REGISTER OR
      * LEGAL HOLD REGISTER YET MEANS NOTHING ON IT TO KEEP A CLIENT.
      *
           OPEN INPUT UNCL-FILE.
           IF  WUNCL-IO-OK
               SET WS-UNCL-OPEN         TO TRUE
           ELSE
               IF  NOT WUNCL-IO-NOFILE
                   MOVE WUNCL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WUNCL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           OPEN INPUT AMLW-FILE.
           IF  WAMLW-IO-OK
               SET WS-AMLW-OPEN         TO TRUE
           ELSE
               IF  NOT WAMLW-IO-NOFILE
                   MOVE WAMLW-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WAMLW-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           OPEN INPUT CMPL-FILE.
           IF  WCMPL-IO-OK
               SET WS-CMPL-OPEN         TO TRUE
           ELSE
               IF  NOT WCMPL-IO-NOFILE
                   MOVE WCMPL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WCMPL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           OPEN INPUT LGHD-FILE.
           IF  WLGHD-IO-OK
               SET WS-LGHD-OPEN         TO TRUE
           ELSE
               IF  NOT WLGHD-IO-NOFILE
                   MOVE WLGHD-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WLGHD-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-ERASED-CNT            TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE 'ZSPDRE0005'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) TOTAL CLIENTS' PERSONAL DATA ERASED @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           PERFORM  9B56-4000-CLOSE
               THRU 9B56-4000-CLOSE-X.

           PERFORM  9B57-4000-CLOSE
               THRU 9B57-4000-CLOSE-X.

           PERFORM  9B58-4000-CLOSE
               THRU 9B58-4000-CLOSE-X.

           PERFORM  9B59-4000-CLOSE
               THRU 9B59-4000-CLOSE-X.

           CLOSE CLDM-DATA-FILE.
           CLOSE IFCV-DATA-FILE.
           CLOSE OCLM-DATA-FILE.

           IF  WS-ERASE-FILES-OPEN
               CLOSE PDEL-DATA-FILE
               CLOSE PDPG-DATA-FILE
           END-IF.

           IF  WS-PDRA-OPEN
               CLOSE PDRA-FILE
           END-IF.

           IF  WS-UNCL-OPEN
               CLOSE UNCL-FILE
           END-IF.

           IF  WS-AMLW-OPEN
               CLOSE AMLW-FILE
           END-IF.

           IF  WS-CMPL-OPEN
               CLOSE CMPL-FILE
           END-IF.

           IF  WS-LGHD-OPEN
               CLOSE LGHD-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.

      *----------------
       9500-CLDM-READ.
      *----------------

           MOVE ZERO                   TO WCLDM-SEQ-IO-STATUS.
           MOVE TFCMD-READ-RECORD      TO WCLDM-SEQ-IO-COMMAND.

           READ CLDM-DATA-FILE
                AT END
                  MOVE 8               TO WCLDM-SEQ-IO-STATUS
                  GO TO 9500-CLDM-READ-X.

           IF WCLDM-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-CLDM-ERROR
                 THRU 9700-HANDLE-CLDM-ERROR-X
           END-IF.

       9500-CLDM-READ-X.
           EXIT.

      *----------------
       9510-IFCV-READ.
      *----------------

           MOVE ZERO                   TO WIFCV-SEQ-IO-STATUS.
           MOVE TFCMD-READ-RECORD      TO WIFCV-SEQ-IO-COMMAND.

           READ IFCV-DATA-FILE
                AT END
                  MOVE 8               TO WIFCV-SEQ-IO-STATUS
                  GO TO 9510-IFCV-READ-X.

           IF WIFCV-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-IFCV-ERROR
                 THRU 9700-HANDLE-IFCV-ERROR-X
           END-IF.

       9510-IFCV-READ-X.
           EXIT.

      *----------------
       9520-OCLM-READ.
      *----------------

           MOVE ZERO                   TO WOCLM-SEQ-IO-STATUS.
           MOVE TFCMD-READ-RECORD      TO WOCLM-SEQ-IO-COMMAND.

           READ OCLM-DATA-FILE
                AT END
                  MOVE 8               TO WOCLM-SEQ-IO-STATUS
                  GO TO 9520-OCLM-READ-X.

           IF WOCLM-SEQ-FILE-STATUS  NOT = ZERO
              PERFORM 9700-HANDLE-OCLM-ERROR
                 THRU 9700-HANDLE-OCLM-ERROR-X
           END-IF.

       9520-OCLM-READ-X.
           EXIT.

      *-----------------------
       9700-HANDLE-CLDM-ERROR.
      *-----------------------

           MOVE WCLDM-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WCLDM-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WCLDM-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-CLDM-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-IFCV-ERROR.
      *-----------------------

           MOVE WIFCV-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WIFCV-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WIFCV-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-IFCV-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-OCLM-ERROR.
      *-----------------------

           MOVE WOCLM-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WOCLM-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WOCLM-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-OCLM-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-PDEL-ERROR.
      *-----------------------

           MOVE WPDEL-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WPDEL-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WPDEL-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-PDEL-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-PDPG-ERROR.
      *-----------------------

           MOVE WPDPG-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WPDPG-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           MOVE WPDPG-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-PDPG-ERROR-X.
           EXIT.

      *-----------------------
       9700-HANDLE-PDRA-ERROR.
      *-----------------------

      *
      *  THE CALLER HAS ALREADY SET THE FAILING COMMAND.
      *
           MOVE WPDRA-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
           MOVE WPDRA-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
           PERFORM 0030-3000-QSAM-ERROR
              THRU 0030-3000-QSAM-ERROR-X.

       9700-HANDLE-PDRA-ERROR-X.
           EXIT.

      /
       COPY XCPL0035.
      *
      * CONTROL CARD PROCESSING
      *
       COPY CCPPCCC.
      *
      * COMPANY NAME
      *
       COPY CCPL0950.
      *
      * GENERATE MESSAGE / GET MESSAGE TEXT
      *
       COPY XCPL0260.
      *
      * TITLE / HEADING BUILD
      *
       COPY XCPL0040.
      *
      * SYSTEM DATE / TIME
      *
       COPY XCPL1610.
      *
      * DATE ARITHMETIC
      *
       COPY XCPL1680.
      *
      * TEXT RETRIEVAL
      *
       COPY XCPL2490.
      *
      * BATCH CONTROL FILE (BCF) PROCESSING
      *
       COPY XCPLBCF.
       COPY XCPOBCF.
       COPY XCPNBCF.
      *
      * OUTPUT CONTROL FILE (OCF) PROCESSING
      *
       COPY XCPLOCF.
       COPY XCPOOCF.
      *
      * PRINT FILE PROCESSING
      *
       COPY CCPIPRT1.
      *
      * APPLICATION CONTROL MASTER
      *
       COPY CCPNMAST.
      *
      * POLICY MASTER - BROWSE AND SINGLE READ
      *
       COPY CCPTPOL.
       COPY CCPNPOL.
      *
      * CLIENT MASTER - READ AND UPDATE
      *
       COPY CCPNCLI.
       COPY CCPUCLI.
      *
      * CLIENT BANK ACCOUNT SERVICE
      *
       COPY CCPL5020.
       COPY CCPS5020.
      *
      * FAMILY / PROSPECT / VISIT EXTRACT FILE I/O
      *
       COPY XCSLFILE REPLACING ==:ID:==  BY 9B56
                               ==':PGM:'== BY =='ZSRQ9B56'==.
       COPY XCSOFILE REPLACING ==:ID:==  BY 9B56.
       COPY XCSNSEQ  REPLACING ==:ID:==  BY 9B56.

       COPY XCSLFILE REPLACING ==:ID:==  BY 9B57
                               ==':PGM:'== BY =='ZSRQ9B57'==.
       COPY XCSOFILE REPLACING ==:ID:==  BY 9B57.
       COPY XCSNSEQ  REPLACING ==:ID:==  BY 9B57.

       COPY XCSLFILE REPLACING ==:ID:==  BY 9B58
                               ==':PGM:'== BY =='ZSRQ9B58'==.
       COPY XCSOFILE REPLACING ==:ID:==  BY 9B58.
       COPY XCSNSEQ  REPLACING ==:ID:==  BY 9B58.

       COPY XCSLFILE REPLACING ==:ID:==  BY 9B59
                               ==':PGM:'== BY =='ZSRQ9B59'==.
       COPY XCSOFILE REPLACING ==:ID:==  BY 9B59.
       COPY XCSNSEQ  REPLACING ==:ID:==  BY 9B59.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMPDRE                     **
      *****************************************************************
