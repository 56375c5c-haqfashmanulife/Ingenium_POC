      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMRDST.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMRDST                                         **
      **  REMARKS: REPORT BURSTING AND DISTRIBUTION RUN.             **
      **                                                             **
      **           READS THE REPORT DISTRIBUTION SPOOL WRITTEN BY    **
      **           THE REPORT HEADING SERVICE (XSRU0040) AND SPLITS  **
      **           EACH REPORT INTO PIECES BY THE RULE HELD FOR IT   **
      **           ON THE DISTRIBUTION RULES TABLE (RDST):           **
      **             B - ONE PIECE PER SERVICING BRANCH.  A LINE     **
      **                 WITHOUT A BRANCH TAKES THE POLICY'S         **
      **                 SERVICING BRANCH; THE BRANCH IS RUN THROUGH **
      **                 THE XSDUBRMP REMAP WHEN THE RULE NAMES A    **
      **                 REMAP TABLE TYPE.                           **
      **             A - ONE PIECE PER AGENT, FROM THE LINE OR THE   **
      **                 POLICY'S SERVICING AGENT.                   **
      **             N - THE WHOLE REPORT IS ONE PIECE.              **
      **           A REPORT WITH NO RULE IS ONE PIECE TO THE         **
      **           ARCHIVE.  LINES WITH NO BRANCH OR AGENT FORM A    **
      **           PIECE OF THEIR OWN.                               **
      **                                                             **
      **           EACH PIECE STARTS ON A NEW PAGE WITH THE REPORT   **
      **           TITLE, THE BRANCH OR AGENT AND THE COLUMN         **
      **           HEADINGS, AND GOES TO THE DESTINATION ON ITS OWN  **
      **           RULE OR ELSE THE REPORT'S: A BRANCH PRINTER, A    **
      **           MAILBOX OR THE ARCHIVE ONLY.  EVERY PIECE SENT IS **
      **           RECORDED ON THE DISTRIBUTION LOG (RDLG) AND       **
      **           LISTED ON THIS RUN'S REPORT.  THE SPOOL IS        **
      **           EMPTIED ONCE EVERYTHING ON IT HAS BEEN SENT.      **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  SC                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51296**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           SELECT RSPL-FILE ASSIGN TO ZSRSPL
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WS-RSPL-FILE-STATUS.

           SELECT RDSO-FILE ASSIGN TO ZSRDSO
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WS-RDSO-FILE-STATUS.

           SELECT RDWK-FILE ASSIGN TO ZSRDWK
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WRDWK-KEY
                  FILE STATUS    IS WS-RDWK-FILE-STATUS.

           COPY CCFHRDST.

           COPY CCFHRDLG.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       FD  RSPL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRRSPL.

       FD  RDSO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRRDSO.

       FD  RDWK-FILE
           LABEL RECORDS ARE STANDARD.

       01  WRDWK-REC-INFO.
           05  WRDWK-KEY.
               10  WRDWK-RPT-ID              PIC X(08).
               10  WRDWK-BUS-DT              PIC X(10).
               10  WRDWK-BURST-KEY           PIC X(10).
               10  WRDWK-SEQ-NUM             PIC 9(07).
           05  WRDWK-RPT-IX                  PIC 9(03).
           05  WRDWK-LINE-TXT                PIC X(132).

       COPY CCFWRDST.

       COPY CCFWRDLG.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMRDST'.

       COPY SQLCA.

       COPY CCWWRDST.

       COPY CCWWRDLG.

       01  WS-FILE-STATUS-AREA.
           05  WS-RSPL-FILE-STATUS       PIC X(02)  VALUE SPACES.
               88  WS-RSPL-IO-OK                    VALUE '00'.
               88  WS-RSPL-IO-EOF                   VALUE '10'.
               88  WS-RSPL-IO-NOFILE                VALUE '35'.
           05  WS-RDSO-FILE-STATUS       PIC X(02)  VALUE SPACES.
               88  WS-RDSO-IO-OK                    VALUE '00'.
           05  WS-RDWK-FILE-STATUS       PIC X(02)  VALUE SPACES.
               88  WS-RDWK-IO-OK                    VALUE '00'.
               88  WS-RDWK-IO-EOF                   VALUE '10'.

       01  WS-WORK-AREA.
           05  WS-RX                     PIC S9(04) COMP VALUE +0.
           05  WS-SUB                    PIC S9(04) COMP VALUE +0.
           05  WS-RPT-MAX                PIC S9(04) COMP VALUE +50.
           05  WS-MAX-LINES              PIC S9(04) COMP VALUE +55.
           05  WS-SEQ-NUM                PIC 9(07)  VALUE ZERO.
           05  WS-BR-ID                  PIC X(05)  VALUE SPACES.
           05  WS-AGT-ID                 PIC X(10)  VALUE SPACES.
           05  WS-BURST-KEY              PIC X(10)  VALUE SPACES.
           05  WS-RSPL-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-RSPL-OPEN                     VALUE 'Y'.
           05  WS-RDST-OPEN-SW           PIC X(01)  VALUE 'N'.
               88  WS-RDST-OPEN                     VALUE 'Y'.
           05  WS-POL-READ-SW            PIC X(01)  VALUE 'N'.
               88  WS-POL-READ                      VALUE 'Y'.
               88  WS-POL-NOT-READ                  VALUE 'N'.

       01  WS-RPT-TABLE.
           05  WS-RPT-CNT                PIC S9(04) COMP VALUE +0.
           05  WS-RPT-ENTRY              OCCURS 50 TIMES.
               10  WS-RPT-ID             PIC X(08).
               10  WS-RPT-TITLE-TXT      PIC X(78).
               10  WS-RPT-HDG-TXT        PIC X(132).
               10  WS-RPT-BURST-TYP-CD   PIC X(01).
               10  WS-RPT-BRMP-TBL-TYP-ID
                                         PIC X(05).
               10  WS-RPT-DEST-TYP-CD    PIC X(01).
               10  WS-RPT-DEST-ID        PIC X(48).

       01  WS-PIECE-AREA.
           05  WS-PIECE-KEY.
               10  WS-PIECE-RPT-ID       PIC X(08)  VALUE SPACES.
               10  WS-PIECE-BUS-DT       PIC X(10)  VALUE SPACES.
               10  WS-PIECE-BURST-KEY    PIC X(10)  VALUE SPACES.
           05  WS-PIECE-RX               PIC S9(04) COMP VALUE +0.
           05  WS-PIECE-DEST-TYP-CD      PIC X(01)  VALUE SPACES.
           05  WS-PIECE-DEST-ID          PIC X(48)  VALUE SPACES.
           05  WS-PIECE-PAGE-CNT         PIC 9(05)  VALUE ZERO.
           05  WS-PIECE-LINE-CNT         PIC 9(07)  VALUE ZERO.
           05  WS-PAGE-LINE-CNT          PIC S9(04) COMP VALUE +0.

       01  WS-REPORT-TOTALS.
           05  WS-SPOOL-READ-CNT       PIC S9(07) COMP-3 VALUE +0.
           05  WS-NO-RULE-CNT          PIC S9(07) COMP-3 VALUE +0.
           05  WS-PIECE-CNT            PIC S9(07) COMP-3 VALUE +0.
           05  WS-LINE-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-PRTR-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-MBOX-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-ARCH-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-UNASGN-CNT           PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    DISTRIBUTED PIECE HEADING LINES
      ****************************************************************

       01  P-PC-HEAD-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(07)
               VALUE 'REPORT '.
           03  P-PC-RPT-ID                 PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-PC-TITLE                  PIC X(78).
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(05)
               VALUE 'PAGE '.
           03  P-PC-PAGE                   PIC ZZZZ9.

       01  P-PC-HEAD-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'BUSINESS DATE '.
           03  P-PC-BUS-DT                 PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-PC-KEY-LBL                PIC X(08).
           03  P-PC-BURST-KEY              PIC X(10).
           03  FILLER                      PIC X(02).
           03  FILLER                      PIC X(12)
               VALUE 'DESTINATION '.
           03  P-PC-DEST-TYP               PIC X(08).
           03  FILLER                      PIC X(01).
           03  P-PC-DEST-ID                PIC X(48).

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(01).
           03  P-HEAD-TITLE                PIC X(50).

       01  P-COL-HEAD-LINE.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'REPORT'.
           03  FILLER                      PIC X(12)
               VALUE 'BUS DATE'.
           03  FILLER                      PIC X(12)
               VALUE 'PIECE'.
           03  FILLER                      PIC X(10)
               VALUE 'SENT TO'.
           03  FILLER                      PIC X(50)
               VALUE 'DESTINATION'.
           03  FILLER                      PIC X(07)
               VALUE '  PAGES'.
           03  FILLER                      PIC X(09)
               VALUE '    LINES'.
           03  FILLER                      PIC X(05)
               VALUE '  RUN'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-DTL-RPT-ID                PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-DTL-BUS-DT                PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DTL-BURST-KEY             PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-DTL-DEST-TYP              PIC X(08).
           03  FILLER                      PIC X(02).
           03  P-DTL-DEST-ID               PIC X(48).
           03  FILLER                      PIC X(02).
           03  P-DTL-PAGE-CNT              PIC ZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-DTL-LINE-CNT              PIC ZZZZZZ9.
           03  FILLER                      PIC X(02).
           03  P-DTL-RUN-CNT               PIC ZZ9.

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

       COPY CCFWMAST.
       COPY CCFRMAST.

       COPY CCFWPOL.
       COPY CCFRPOL.

      ***************************************************************
      *    CALLED MODULE PARAMETER INFORMATION
      ***************************************************************

       COPY CCWL0010.

       COPY XCWL0040.

       COPY XCWLBRMP.

       COPY XCSWOCF.
       COPY XCSROCF.

       COPY XCWL1610.

       COPY XCWL2490.

       COPY CCWL0950.

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

           PERFORM  2000-BURST-SPOOL
               THRU 2000-BURST-SPOOL-X.

           PERFORM  3000-DISTRIBUTE-PIECES
               THRU 3000-DISTRIBUTE-PIECES-X.

           PERFORM  8600-WRITE-SUMMARY
               THRU 8600-WRITE-SUMMARY-X.

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

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

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

       0200-INITIALIZE-X.
           EXIT.
      /
      *------------------
       2000-BURST-SPOOL.
      *------------------

      *
      *  FIRST PASS - EVERY SPOOLED DETAIL LINE IS FILED ON THE WORK
      *  FILE UNDER ITS REPORT, BUSINESS DATE AND BURST KEY, IN
      *  SPOOL ORDER WITHIN THE PIECE.
      *
           IF  NOT WS-RSPL-OPEN
               GO TO 2000-BURST-SPOOL-X
           END-IF.

           PERFORM  2900-RSPL-READ
               THRU 2900-RSPL-READ-X.

           PERFORM  2100-PROCESS-SPOOL-REC
               THRU 2100-PROCESS-SPOOL-REC-X
                    UNTIL NOT WS-RSPL-IO-OK.

       2000-BURST-SPOOL-X.
           EXIT.

      *------------------------
       2100-PROCESS-SPOOL-REC.
      *------------------------

           ADD 1                        TO WS-SPOOL-READ-CNT.

           IF  WS-RX = ZERO
           OR  WS-RPT-ID (WS-RX) NOT = RRSPL-RPT-ID
               PERFORM  2200-FIND-REPORT
                   THRU 2200-FIND-REPORT-X
           END-IF.

           EVALUATE TRUE
               WHEN RRSPL-TITLE-REC
                   MOVE RRSPL-LINE-TXT  TO WS-RPT-TITLE-TXT (WS-RX)
               WHEN RRSPL-HDG-REC
                   MOVE RRSPL-LINE-TXT  TO WS-RPT-HDG-TXT (WS-RX)
               WHEN OTHER
                   PERFORM  2300-SET-BURST-KEY
                       THRU 2300-SET-BURST-KEY-X
                   PERFORM  2400-WRITE-WORK
                       THRU 2400-WRITE-WORK-X
           END-EVALUATE.

           PERFORM  2900-RSPL-READ
               THRU 2900-RSPL-READ-X.

       2100-PROCESS-SPOOL-REC-X.
           EXIT.

      *------------------
       2200-FIND-REPORT.
      *------------------

           MOVE ZERO                    TO WS-RX.

           PERFORM  2210-MATCH-REPORT
               THRU 2210-MATCH-REPORT-X
                    VARYING WS-SUB FROM 1 BY 1
                    UNTIL   WS-SUB > WS-RPT-CNT
                    OR      WS-RX > ZERO.

           IF  WS-RX > ZERO
               GO TO 2200-FIND-REPORT-X
           END-IF.

           IF  WS-RPT-CNT NOT < WS-RPT-MAX
               MOVE WS-RPT-MAX          TO WS-DISP-CTR
               MOVE WS-DISP-CTR         TO WGLOB-MSG-PARM (1)
      *MSG: (S) MORE THAN @1 REPORTS ON THE DISTRIBUTION SPOOL
               MOVE 'ZSRDST0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-5000-LOGIC-ERROR
                   THRU 0030-5000-LOGIC-ERROR-X
           END-IF.

           ADD 1                        TO WS-RPT-CNT.
           MOVE WS-RPT-CNT              TO WS-RX.
           MOVE RRSPL-RPT-ID            TO WS-RPT-ID (WS-RX).
           MOVE SPACES                  TO WS-RPT-TITLE-TXT (WS-RX)
                                           WS-RPT-HDG-TXT (WS-RX).

           PERFORM  2250-LOAD-REPORT-RULE
               THRU 2250-LOAD-REPORT-RULE-X.

       2200-FIND-REPORT-X.
           EXIT.

      *-------------------
       2210-MATCH-REPORT.
      *-------------------

           IF  WS-RPT-ID (WS-SUB) = RRSPL-RPT-ID
               MOVE WS-SUB              TO WS-RX
           END-IF.

       2210-MATCH-REPORT-X.
           EXIT.

      *-----------------------
       2250-LOAD-REPORT-RULE.
      *-----------------------

      *
      *  A REPORT WITH NO RULE OF ITS OWN IS NOT BURST AND GOES TO
      *  THE ARCHIVE ONLY - NOTHING IS SENT TO A BRANCH UNTIL
      *  OPERATIONS HAVE SAID WHERE.
      *
           MOVE 'N'                     TO WS-RPT-BURST-TYP-CD (WS-RX).
           MOVE SPACES                  TO
                                       WS-RPT-BRMP-TBL-TYP-ID (WS-RX).
           MOVE 'A'                     TO WS-RPT-DEST-TYP-CD (WS-RX).
           MOVE 'ARCHIVE'               TO WS-RPT-DEST-ID (WS-RX).

           SET  WRDST-IO-NOTFND         TO TRUE.

           IF  WS-RDST-OPEN
               MOVE RRSPL-RPT-ID        TO WRDST-RPT-ID
               MOVE SPACES              TO WRDST-BURST-KEY
               PERFORM  2950-RDST-READ
                   THRU 2950-RDST-READ-X
           END-IF.

           IF  NOT WRDST-IO-OK
               ADD 1                    TO WS-NO-RULE-CNT
               MOVE RRSPL-RPT-ID        TO WGLOB-MSG-PARM (1)
      *MSG: (W) NO DISTRIBUTION RULE FOR REPORT @1 - SENT TO ARCHIVE
               MOVE 'ZSRDST0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 2250-LOAD-REPORT-RULE-X
           END-IF.

           MOVE WRDST-BURST-TYP-CD      TO WS-RPT-BURST-TYP-CD (WS-RX).
           MOVE WRDST-BRMP-TBL-TYP-ID   TO
                                       WS-RPT-BRMP-TBL-TYP-ID (WS-RX).
           PERFORM  2260-SET-RULE-DEST
               THRU 2260-SET-RULE-DEST-X.
           MOVE WS-PIECE-DEST-TYP-CD    TO WS-RPT-DEST-TYP-CD (WS-RX).
           MOVE WS-PIECE-DEST-ID        TO WS-RPT-DEST-ID (WS-RX).

       2250-LOAD-REPORT-RULE-X.
           EXIT.

      *--------------------
       2260-SET-RULE-DEST.
      *--------------------

           MOVE WRDST-DEST-TYP-CD       TO WS-PIECE-DEST-TYP-CD.

           EVALUATE TRUE
               WHEN WRDST-DEST-PRINTER
                   MOVE WRDST-PRTR-ID   TO WS-PIECE-DEST-ID
               WHEN WRDST-DEST-MAILBOX
                   MOVE WRDST-MBOX-ADDR-TXT
                                        TO WS-PIECE-DEST-ID
               WHEN OTHER
                   MOVE 'A'             TO WS-PIECE-DEST-TYP-CD
                   MOVE 'ARCHIVE'       TO WS-PIECE-DEST-ID
           END-EVALUATE.

       2260-SET-RULE-DEST-X.
           EXIT.

      *--------------------
       2300-SET-BURST-KEY.
      *--------------------

           MOVE RRSPL-BR-ID             TO WS-BR-ID.
           MOVE RRSPL-AGT-ID            TO WS-AGT-ID.
           SET  WS-POL-NOT-READ         TO TRUE.

           EVALUATE WS-RPT-BURST-TYP-CD (WS-RX)
               WHEN 'B'
                   IF  WS-BR-ID = SPACES
                       PERFORM  2310-GET-POLICY
                           THRU 2310-GET-POLICY-X
                   END-IF
                   PERFORM  2320-REMAP-BRANCH
                       THRU 2320-REMAP-BRANCH-X
                   IF  WS-BR-ID = SPACES
                       ADD 1            TO WS-UNASGN-CNT
                       MOVE '*NOBRANCH' TO WS-BURST-KEY
                   ELSE
                       MOVE WS-BR-ID    TO WS-BURST-KEY
                   END-IF
               WHEN 'A'
                   IF  WS-AGT-ID = SPACES
                       PERFORM  2310-GET-POLICY
                           THRU 2310-GET-POLICY-X
                   END-IF
                   IF  WS-AGT-ID = SPACES
                       ADD 1            TO WS-UNASGN-CNT
                       MOVE '*NOAGENT'  TO WS-BURST-KEY
                   ELSE
                       MOVE WS-AGT-ID   TO WS-BURST-KEY
                   END-IF
               WHEN OTHER
                   MOVE '*ALL'          TO WS-BURST-KEY
           END-EVALUATE.

       2300-SET-BURST-KEY-X.
           EXIT.

      *-----------------
       2310-GET-POLICY.
      *-----------------

      *
      *  A LINE THAT CAME WITHOUT ITS BRANCH OR AGENT TAKES THE
      *  POLICY'S SERVICING BRANCH AND AGENT.
      *
           IF  RRSPL-POL-ID = SPACES
           OR  WS-POL-READ
               GO TO 2310-GET-POLICY-X
           END-IF.

           SET  WS-POL-READ             TO TRUE.
           MOVE RRSPL-POL-ID            TO WPOL-POL-ID.
           PERFORM  POL-1000-READ
               THRU POL-1000-READ-X.

           IF  WPOL-IO-OK
               IF  WS-BR-ID = SPACES
                   MOVE RPOL-SERV-BR-ID TO WS-BR-ID
               END-IF
               IF  WS-AGT-ID = SPACES
                   MOVE RPOL-SERV-AGT-ID
                                        TO WS-AGT-ID
               END-IF
           END-IF.

       2310-GET-POLICY-X.
           EXIT.

      *-------------------
       2320-REMAP-BRANCH.
      *-------------------

      *
      *  A CLOSED OR MERGED BRANCH'S PAGES GO TO ITS SUCCESSOR.
      *
           IF  WS-BR-ID = SPACES
           OR  WS-RPT-BRMP-TBL-TYP-ID (WS-RX) = SPACES
               GO TO 2320-REMAP-BRANCH-X
           END-IF.

           INITIALIZE LBRMP-PARM-INFO.
           MOVE WS-RPT-BRMP-TBL-TYP-ID (WS-RX)
                                        TO LBRMP-TABLE-TYP-ID.
           MOVE WS-BR-ID                TO LBRMP-OLD-BR-ID.

           CALL 'XSDUBRMP' USING WGLOB-GLOBAL-AREA
                                 LBRMP-PARM-INFO.

           IF  LBRMP-RETRN-OK
           AND LBRMP-NEW-BR-ID NOT = SPACES
               MOVE LBRMP-NEW-BR-ID     TO WS-BR-ID
           END-IF.

       2320-REMAP-BRANCH-X.
           EXIT.

      *-----------------
       2400-WRITE-WORK.
      *-----------------

           ADD 1                        TO WS-SEQ-NUM.

           MOVE SPACES                  TO WRDWK-REC-INFO.
           MOVE RRSPL-RPT-ID            TO WRDWK-RPT-ID.
           MOVE RRSPL-BUS-DT            TO WRDWK-BUS-DT.
           MOVE WS-BURST-KEY            TO WRDWK-BURST-KEY.
           MOVE WS-SEQ-NUM              TO WRDWK-SEQ-NUM.
           MOVE WS-RX                   TO WRDWK-RPT-IX.
           MOVE RRSPL-LINE-TXT          TO WRDWK-LINE-TXT.

           WRITE WRDWK-REC-INFO
               INVALID KEY
                   MOVE '22'            TO WS-RDWK-FILE-STATUS
           END-WRITE.

           IF  NOT WS-RDWK-IO-OK
               MOVE 'RDWK'                 TO WGLOB-TABLE-NAME
               MOVE WS-RDWK-FILE-STATUS    TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-WRITE-RECORD     TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       2400-WRITE-WORK-X.
           EXIT.

      *----------------
       2900-RSPL-READ.
      *----------------

           READ RSPL-FILE
               AT END
                   MOVE '10'            TO WS-RSPL-FILE-STATUS
           END-READ.

           IF  NOT WS-RSPL-IO-OK
           AND NOT WS-RSPL-IO-EOF
               MOVE 'RSPL'                 TO WGLOB-TABLE-NAME
               MOVE WS-RSPL-FILE-STATUS    TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READ-RECORD      TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       2900-RSPL-READ-X.
           EXIT.

      *----------------
       2950-RDST-READ.
      *----------------

           READ RDST-FILE
               INVALID KEY
                   MOVE '23'            TO WRDST-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WRDST-IO-OK
           AND NOT WRDST-IO-NOTFND
               MOVE WRDST-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WRDST-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READ-RECORD      TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       2950-RDST-READ-X.
           EXIT.
      /
      *------------------------
       3000-DISTRIBUTE-PIECES.
      *------------------------

      *
      *  SECOND PASS - THE WORK FILE IS READ BACK IN KEY ORDER, SO
      *  EACH PIECE COMES OFF IT WHOLE AND IN ITS ORIGINAL ORDER.
      *
           CLOSE RDWK-FILE.
           OPEN INPUT RDWK-FILE.
           IF  NOT WS-RDWK-IO-OK
               MOVE 'RDWK'                 TO WGLOB-TABLE-NAME
               MOVE WS-RDWK-FILE-STATUS    TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           MOVE LOW-VALUES              TO WRDWK-KEY.

           START RDWK-FILE
               KEY IS NOT LESS THAN WRDWK-KEY
               INVALID KEY
                   MOVE '10'            TO WS-RDWK-FILE-STATUS
           END-START.

           IF  WS-RDWK-IO-OK
               PERFORM  3900-RDWK-READ-NEXT
                   THRU 3900-RDWK-READ-NEXT-X
           END-IF.

           PERFORM  3100-DISTRIBUTE-LINE
               THRU 3100-DISTRIBUTE-LINE-X
                    UNTIL NOT WS-RDWK-IO-OK.

           IF  WS-PIECE-KEY NOT = SPACES
               PERFORM  3300-END-PIECE
                   THRU 3300-END-PIECE-X
           END-IF.

       3000-DISTRIBUTE-PIECES-X.
           EXIT.

      *----------------------
       3100-DISTRIBUTE-LINE.
      *----------------------

           IF  WRDWK-RPT-ID    NOT = WS-PIECE-RPT-ID
           OR  WRDWK-BUS-DT    NOT = WS-PIECE-BUS-DT
           OR  WRDWK-BURST-KEY NOT = WS-PIECE-BURST-KEY
               IF  WS-PIECE-KEY NOT = SPACES
                   PERFORM  3300-END-PIECE
                       THRU 3300-END-PIECE-X
               END-IF
               PERFORM  3200-START-PIECE
                   THRU 3200-START-PIECE-X
           END-IF.

           IF  WS-PAGE-LINE-CNT > WS-MAX-LINES
               PERFORM  3400-WRITE-PIECE-HEADING
                   THRU 3400-WRITE-PIECE-HEADING-X
           END-IF.

           SET  RRDSO-SINGLE-SPACE      TO TRUE.
           MOVE WRDWK-LINE-TXT          TO RRDSO-LINE-TXT.
           PERFORM  3500-WRITE-RDSO
               THRU 3500-WRITE-RDSO-X.

           ADD 1                        TO WS-PIECE-LINE-CNT
                                           WS-LINE-CNT.

           PERFORM  3900-RDWK-READ-NEXT
               THRU 3900-RDWK-READ-NEXT-X.

       3100-DISTRIBUTE-LINE-X.
           EXIT.

      *------------------
       3200-START-PIECE.
      *------------------

           MOVE WRDWK-RPT-ID            TO WS-PIECE-RPT-ID.
           MOVE WRDWK-BUS-DT            TO WS-PIECE-BUS-DT.
           MOVE WRDWK-BURST-KEY         TO WS-PIECE-BURST-KEY.
           MOVE WRDWK-RPT-IX            TO WS-PIECE-RX.
           MOVE ZERO                    TO WS-PIECE-PAGE-CNT
                                           WS-PIECE-LINE-CNT.

      *
      *  THE PIECE'S OWN RULE, IF OPERATIONS HAVE SET ONE UP FOR
      *  THE BRANCH OR AGENT, ELSE THE REPORT'S DESTINATION.
      *
           MOVE WS-RPT-DEST-TYP-CD (WS-PIECE-RX)
                                        TO WS-PIECE-DEST-TYP-CD.
           MOVE WS-RPT-DEST-ID (WS-PIECE-RX)
                                        TO WS-PIECE-DEST-ID.

           IF  WS-RDST-OPEN
           AND WS-RPT-BURST-TYP-CD (WS-PIECE-RX) NOT = 'N'
               MOVE WS-PIECE-RPT-ID     TO WRDST-RPT-ID
               MOVE WS-PIECE-BURST-KEY  TO WRDST-BURST-KEY
               PERFORM  2950-RDST-READ
                   THRU 2950-RDST-READ-X
               IF  WRDST-IO-OK
                   PERFORM  2260-SET-RULE-DEST
                       THRU 2260-SET-RULE-DEST-X
               END-IF
           END-IF.

           MOVE WS-PIECE-DEST-TYP-CD    TO RRDSO-DEST-TYP-CD.
           MOVE WS-PIECE-DEST-ID        TO RRDSO-DEST-ID.
           MOVE WS-PIECE-RPT-ID         TO RRDSO-RPT-ID.
           MOVE WS-PIECE-BUS-DT         TO RRDSO-BUS-DT.
           MOVE WS-PIECE-BURST-KEY      TO RRDSO-BURST-KEY.

           PERFORM  3400-WRITE-PIECE-HEADING
               THRU 3400-WRITE-PIECE-HEADING-X.

       3200-START-PIECE-X.
           EXIT.

      *----------------
       3300-END-PIECE.
      *----------------

           ADD 1                        TO WS-PIECE-CNT.

           EVALUATE WS-PIECE-DEST-TYP-CD
               WHEN 'P'
                   ADD 1                TO WS-PRTR-CNT
                   MOVE 'PRINTER'       TO P-DTL-DEST-TYP
               WHEN 'M'
                   ADD 1                TO WS-MBOX-CNT
                   MOVE 'MAILBOX'       TO P-DTL-DEST-TYP
               WHEN OTHER
                   ADD 1                TO WS-ARCH-CNT
                   MOVE 'ARCHIVE'       TO P-DTL-DEST-TYP
           END-EVALUATE.

           PERFORM  3600-LOG-PIECE
               THRU 3600-LOG-PIECE-X.

           MOVE WS-PIECE-RPT-ID         TO P-DTL-RPT-ID.
           MOVE WS-PIECE-BUS-DT         TO P-DTL-BUS-DT.
           MOVE WS-PIECE-BURST-KEY      TO P-DTL-BURST-KEY.
           MOVE WS-PIECE-DEST-ID        TO P-DTL-DEST-ID.
           MOVE WS-PIECE-PAGE-CNT       TO P-DTL-PAGE-CNT.
           MOVE WS-PIECE-LINE-CNT       TO P-DTL-LINE-CNT.
           MOVE WRDLG-RUN-CNT           TO P-DTL-RUN-CNT.

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE SPACES                  TO P-DETAIL-LINE.

       3300-END-PIECE-X.
           EXIT.

      *--------------------------
       3400-WRITE-PIECE-HEADING.
      *--------------------------

           ADD 1                        TO WS-PIECE-PAGE-CNT.

           MOVE SPACES                  TO P-PC-HEAD-LINE-1.
           MOVE WS-PIECE-RPT-ID         TO P-PC-RPT-ID.
           MOVE WS-RPT-TITLE-TXT (WS-PIECE-RX)
                                        TO P-PC-TITLE.
           MOVE WS-PIECE-PAGE-CNT       TO P-PC-PAGE.

           SET  RRDSO-NEW-PAGE          TO TRUE.
           MOVE P-PC-HEAD-LINE-1        TO RRDSO-LINE-TXT.
           PERFORM  3500-WRITE-RDSO
               THRU 3500-WRITE-RDSO-X.

           MOVE SPACES                  TO P-PC-HEAD-LINE-2.
           MOVE WS-PIECE-BUS-DT         TO P-PC-BUS-DT.
           EVALUATE WS-RPT-BURST-TYP-CD (WS-PIECE-RX)
               WHEN 'B'
                   MOVE 'BRANCH'        TO P-PC-KEY-LBL
                   MOVE WS-PIECE-BURST-KEY
                                        TO P-PC-BURST-KEY
               WHEN 'A'
                   MOVE 'AGENT'         TO P-PC-KEY-LBL
                   MOVE WS-PIECE-BURST-KEY
                                        TO P-PC-BURST-KEY
               WHEN OTHER
                   MOVE SPACES          TO P-PC-KEY-LBL
                                           P-PC-BURST-KEY
           END-EVALUATE.
           EVALUATE WS-PIECE-DEST-TYP-CD
               WHEN 'P'
                   MOVE 'PRINTER'       TO P-PC-DEST-TYP
               WHEN 'M'
                   MOVE 'MAILBOX'       TO P-PC-DEST-TYP
               WHEN OTHER
                   MOVE 'ARCHIVE'       TO P-PC-DEST-TYP
           END-EVALUATE.
           MOVE WS-PIECE-DEST-ID        TO P-PC-DEST-ID.

           SET  RRDSO-DOUBLE-SPACE      TO TRUE.
           MOVE P-PC-HEAD-LINE-2        TO RRDSO-LINE-TXT.
           PERFORM  3500-WRITE-RDSO
               THRU 3500-WRITE-RDSO-X.

           SET  RRDSO-DOUBLE-SPACE      TO TRUE.
           MOVE WS-RPT-HDG-TXT (WS-PIECE-RX)
                                        TO RRDSO-LINE-TXT.
           PERFORM  3500-WRITE-RDSO
               THRU 3500-WRITE-RDSO-X.

           SET  RRDSO-SINGLE-SPACE      TO TRUE.
           MOVE SPACES                  TO RRDSO-LINE-TXT.
           PERFORM  3500-WRITE-RDSO
               THRU 3500-WRITE-RDSO-X.

           MOVE +6                      TO WS-PAGE-LINE-CNT.

       3400-WRITE-PIECE-HEADING-X.
           EXIT.

      *-----------------
       3500-WRITE-RDSO.
      *-----------------

           WRITE RRDSO-SEQ-REC-INFO.

           IF  NOT WS-RDSO-IO-OK
               MOVE 'RDSO'                 TO WGLOB-TABLE-NAME
               MOVE WS-RDSO-FILE-STATUS    TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-WRITE-RECORD     TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           ADD 1                        TO WS-PAGE-LINE-CNT.

       3500-WRITE-RDSO-X.
           EXIT.

      *----------------
       3600-LOG-PIECE.
      *----------------

      *
      *  ONE LOG ROW PER PIECE AND BUSINESS DATE.  A RERUN REPLACES
      *  THE DESTINATION AND COUNTS AND ADDS TO THE RUN COUNT.
      *
           MOVE WS-PIECE-BUS-DT         TO WRDLG-BUS-DT.
           MOVE WS-PIECE-RPT-ID         TO WRDLG-RPT-ID.
           MOVE WS-PIECE-BURST-KEY      TO WRDLG-BURST-KEY.

           READ RDLG-FILE
               INVALID KEY
                   MOVE '23'            TO WRDLG-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WRDLG-IO-OK
           AND NOT WRDLG-IO-NOTFND
               MOVE WRDLG-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WRDLG-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READ-RECORD      TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           IF  WRDLG-IO-NOTFND
               MOVE SPACES              TO WRDLG-REC-INFO
               MOVE WS-PIECE-BUS-DT     TO WRDLG-BUS-DT
               MOVE WS-PIECE-RPT-ID     TO WRDLG-RPT-ID
               MOVE WS-PIECE-BURST-KEY  TO WRDLG-BURST-KEY
               MOVE ZERO                TO WRDLG-RUN-CNT
           END-IF.

           MOVE WS-RPT-BURST-TYP-CD (WS-PIECE-RX)
                                        TO WRDLG-BURST-TYP-CD.
           MOVE WS-PIECE-DEST-TYP-CD    TO WRDLG-DEST-TYP-CD.
           MOVE WS-PIECE-DEST-ID        TO WRDLG-DEST-ID.
           MOVE WS-PIECE-PAGE-CNT       TO WRDLG-PAGE-CNT.
           MOVE WS-PIECE-LINE-CNT       TO WRDLG-LINE-CNT.
           MOVE WGLOB-SYSTEM-DATE       TO WRDLG-DIST-DT.
           MOVE WGLOB-SYSTEM-TIME       TO WRDLG-DIST-TIME.
           ADD 1                        TO WRDLG-RUN-CNT.

           IF  WRDLG-IO-OK
               REWRITE WRDLG-REC-INFO
                   INVALID KEY
                       MOVE '99'        TO WRDLG-SEQ-FILE-STATUS
               END-REWRITE
               MOVE TFCMD-REWRITE-RECORD
                                        TO WGLOB-IO-COMMAND
           ELSE
               WRITE WRDLG-REC-INFO
                   INVALID KEY
                       MOVE '22'        TO WRDLG-SEQ-FILE-STATUS
               END-WRITE
               MOVE TFCMD-WRITE-RECORD  TO WGLOB-IO-COMMAND
           END-IF.

           IF  NOT WRDLG-IO-OK
               MOVE WRDLG-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WRDLG-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       3600-LOG-PIECE-X.
           EXIT.

      *---------------------
       3900-RDWK-READ-NEXT.
      *---------------------

           READ RDWK-FILE NEXT RECORD
               AT END
                   MOVE '10'            TO WS-RDWK-FILE-STATUS
           END-READ.

           IF  NOT WS-RDWK-IO-OK
           AND NOT WS-RDWK-IO-EOF
               MOVE 'RDWK'                 TO WGLOB-TABLE-NAME
               MOVE WS-RDWK-FILE-STATUS    TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-READNEXT-RECORD  TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

       3900-RDWK-READ-NEXT-X.
           EXIT.
      /
      *--------------------
       8600-WRITE-SUMMARY.
      *--------------------

           MOVE +3                      TO WPRT1-NUMBER-LINES.
           MOVE SPACES                  TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE 'SPOOL RECORDS READ'    TO P-SUM-LBL.
           MOVE WS-SPOOL-READ-CNT       TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'REPORTS ON THE SPOOL'  TO P-SUM-LBL.
           MOVE WS-RPT-CNT              TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'REPORTS WITH NO DISTRIBUTION RULE'
                                        TO P-SUM-LBL.
           MOVE WS-NO-RULE-CNT          TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'PIECES DISTRIBUTED'    TO P-SUM-LBL.
           MOVE WS-PIECE-CNT            TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE '  TO BRANCH PRINTERS'  TO P-SUM-LBL.
           MOVE WS-PRTR-CNT             TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE '  TO MAILBOXES'        TO P-SUM-LBL.
           MOVE WS-MBOX-CNT             TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE '  TO THE ARCHIVE ONLY' TO P-SUM-LBL.
           MOVE WS-ARCH-CNT             TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'LINES DISTRIBUTED'     TO P-SUM-LBL.
           MOVE WS-LINE-CNT             TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

           MOVE 'LINES WITH NO BRANCH OR AGENT'
                                        TO P-SUM-LBL.
           MOVE WS-UNASGN-CNT           TO WS-SUM-CNT.
           PERFORM  8620-WRITE-COUNT-LINE
               THRU 8620-WRITE-COUNT-LINE-X.

       8600-WRITE-SUMMARY-X.
           EXIT.

      *-----------------------
       8620-WRITE-COUNT-LINE.
      *-----------------------

           MOVE WS-SUM-CNT               TO P-SUM-CNT-X.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-CNT-LINE       TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8620-WRITE-COUNT-LINE-X.
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

           MOVE SPACES                 TO P-HEAD-LINE-3.
           MOVE 'REPORT DISTRIBUTION LOG'
                                       TO P-HEAD-TITLE.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-3          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-COL-HEAD-LINE        TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8450-WRITE-DETAIL-HEADING-X.
           EXIT.
      /
      *-----------------
       0100-OPEN-FILES.
      *-----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

      *
      *  NO SPOOL MEANS NO REPORT HAS ROUTED A LINE FOR
      *  DISTRIBUTION SINCE THE LAST RUN.
      *
           OPEN INPUT RSPL-FILE.
           IF  WS-RSPL-IO-OK
               SET WS-RSPL-OPEN         TO TRUE
           ELSE
               IF  NOT WS-RSPL-IO-NOFILE
                   MOVE 'RSPL'                 TO WGLOB-TABLE-NAME
                   MOVE WS-RSPL-FILE-STATUS    TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
      *MSG: (I) NO REPORT DISTRIBUTION SPOOL - NOTHING TO DISTRIBUTE
               MOVE 'ZSRDST0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
           END-IF.

      *
      *  NO RULES TABLE YET SENDS EVERY REPORT TO THE ARCHIVE.
      *
           OPEN INPUT RDST-FILE.
           IF  WRDST-IO-OK
               SET WS-RDST-OPEN         TO TRUE
           ELSE
               IF  NOT WRDST-IO-NOFILE
                   MOVE WRDST-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
                   MOVE WRDST-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
                   MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
                   PERFORM 0030-3000-QSAM-ERROR
                      THRU 0030-3000-QSAM-ERROR-X
               END-IF
           END-IF.

      *
      *  THE DISTRIBUTION LOG IS CREATED ON FIRST USE.
      *
           OPEN I-O RDLG-FILE.
           IF  WRDLG-IO-NOFILE
               OPEN OUTPUT RDLG-FILE
               CLOSE RDLG-FILE
               OPEN I-O RDLG-FILE
           END-IF.
           IF  NOT WRDLG-IO-OK
               MOVE WRDLG-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
               MOVE WRDLG-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           OPEN OUTPUT RDWK-FILE.
           IF  NOT WS-RDWK-IO-OK
               MOVE 'RDWK'                 TO WGLOB-TABLE-NAME
               MOVE WS-RDWK-FILE-STATUS    TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-OPEN-O-FILE      TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           OPEN OUTPUT RDSO-FILE.
           IF  NOT WS-RDSO-IO-OK
               MOVE 'RDSO'                 TO WGLOB-TABLE-NAME
               MOVE WS-RDSO-FILE-STATUS    TO WGLOB-SEQ-FILE-STATUS
               MOVE TFCMD-OPEN-O-FILE      TO WGLOB-IO-COMMAND
               PERFORM 0030-3000-QSAM-ERROR
                  THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           MOVE WS-PIECE-CNT             TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (1).
           MOVE WS-RPT-CNT               TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (2).
           MOVE WS-LINE-CNT              TO  WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO  WGLOB-MSG-PARM (3).
           MOVE 'ZSRDST0004'             TO  WGLOB-MSG-REF-INFO.
      *MSG: (I) @1 PIECES DISTRIBUTED FROM @2 REPORTS, @3 LINES
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE RDWK-FILE.

           CLOSE RDSO-FILE.

           CLOSE RDLG-FILE.

           IF  WS-RDST-OPEN
               CLOSE RDST-FILE
           END-IF.

      *
      *  EVERYTHING ON THE SPOOL HAS NOW BEEN SENT AND LOGGED, SO
      *  IT IS EMPTIED FOR THE NEXT DAY'S REPORTS.
      *
           IF  WS-RSPL-OPEN
               CLOSE RSPL-FILE
               OPEN OUTPUT RSPL-FILE
               CLOSE RSPL-FILE
           END-IF.

       9999-CLOSE-FILES-X.
           EXIT.
      /
       COPY XCPL0035.
       COPY CCPPCCC.
       COPY CCPL0950.
       COPY XCPL0260.
       COPY XCPL0040.
       COPY XCPL1610.
       COPY XCPL2490.
       COPY XCPLBCF.
       COPY XCPOBCF.
       COPY XCPNBCF.
       COPY XCPLOCF.
       COPY XCPOOCF.
       COPY CCPIPRT1.
       COPY CCPNMAST.
       COPY CCPNPOL.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMRDST                     **
      *****************************************************************
