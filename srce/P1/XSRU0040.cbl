010418**  30OCT98  56     ADD SUB-COMPANY NAME                       **
007684**  30OCT98  56     CHECKPOINT/RESTART                         **
014590**  15DEC99  60     ARCHITECTURAL CHANGES                      **
S51296**  15OCT26  CTS    SPOOL DETAIL LINES FOR REPORT BURSTING AND **
S51296**                  DISTRIBUTION (WRITE-DIST / CLOSE-DIST)     **
      *****************************************************************
 
       IDENTIFICATION DIVISION.
 
       FILE-CONTROL.
 
S51296     SELECT RSPL-FILE ASSIGN TO ZSRSPL
S51296            ORGANIZATION   IS LINE SEQUENTIAL
S51296            ACCESS         IS SEQUENTIAL
S51296            FILE STATUS    IS WS-RSPL-FILE-STATUS.
S51296
       DATA DIVISION.
      ***************
 
       FILE SECTION.
 
S51296 FD  RSPL-FILE
S51296     RECORDING MODE IS F
S51296     BLOCK CONTAINS 0 RECORDS
S51296     LABEL RECORDS ARE STANDARD.
S51296
S51296 COPY ZCSRRSPL.
S51296
       WORKING-STORAGE SECTION.
 
54-001 COPY XCWWPGWS REPLACING '$VAR1' BY 'XSRU0040'.
                   15  WS-HEADING-LINE      PIC X(132).
           05  WS-PRINT-LINE.
               10  WS-PRINT-TEXT            PIC X(132) VALUE SPACES.
S51296     05  WS-RSPL-FILE-STATUS          PIC X(02)  VALUE SPACES.
S51296     05  WS-RSPL-OPEN-SW              PIC X(01)  VALUE 'N'.
S51296         88  WS-RSPL-OPEN                        VALUE 'Y'.
S51296         88  WS-RSPL-CLOSED                      VALUE 'N'.
S51296     05  WS-RSPL-RPT-ID               PIC X(08)  VALUE SPACES.
       COPY XCWWTIME.
       COPY XCWWHDG.
       COPY XCWTFCMD.
                     PERFORM 5000-WRITE-TOTALS
                        THRU 5000-WRITE-TOTALS-X
 
S51296         WHEN L0040-WRITE-DIST
S51296               PERFORM 6000-WRITE-DIST
S51296                  THRU 6000-WRITE-DIST-X
S51296
S51296         WHEN L0040-CLOSE-DIST
S51296               PERFORM 6500-CLOSE-DIST
S51296                  THRU 6500-CLOSE-DIST-X
S51296
54-001         WHEN OTHER
                     MOVE 'N' TO L0040-RETURN-CODE
 
 
       5000-WRITE-TOTALS-X.
           EXIT.
S51296
S51296*****************
S51296 6000-WRITE-DIST.
S51296*****************
S51296
S51296*
S51296*  THE SPOOL IS OPENED ON THE FIRST LINE OF THE RUN AND
S51296*  EXTENDED, SO EVERY REPORT IN THE JOB STREAM LANDS ON IT
S51296*  FOR THE DISTRIBUTION RUN.  A REPORT'S FIRST LINE ALSO
S51296*  SPOOLS ITS TITLE AND COLUMN HEADING FOR THE BURST PIECES.
S51296*
S51296     IF  WS-RSPL-CLOSED
S51296         OPEN EXTEND RSPL-FILE
S51296         IF  WS-RSPL-FILE-STATUS = '35'
S51296             OPEN OUTPUT RSPL-FILE
S51296         END-IF
S51296         IF  WS-RSPL-FILE-STATUS NOT = '00'
S51296             MOVE 'N'                  TO L0040-RETURN-CODE
S51296             GO TO 6000-WRITE-DIST-X
S51296         END-IF
S51296         SET WS-RSPL-OPEN              TO TRUE
S51296     END-IF.
S51296
S51296     MOVE SPACES                       TO RRSPL-SEQ-REC-INFO.
S51296     MOVE L0040-DIST-RPT-ID            TO RRSPL-RPT-ID.
S51296     MOVE WGLOB-PROCESS-DATE           TO RRSPL-BUS-DT.
S51296
S51296     IF  L0040-DIST-RPT-ID NOT = WS-RSPL-RPT-ID
S51296         MOVE L0040-DIST-RPT-ID        TO WS-RSPL-RPT-ID
S51296         SET  RRSPL-TITLE-REC          TO TRUE
S51296         MOVE L0040-PROGRAM-DESC       TO RRSPL-LINE-TXT
S51296         PERFORM 6100-WRITE-SPOOL
S51296            THRU 6100-WRITE-SPOOL-X
S51296         SET  RRSPL-HDG-REC            TO TRUE
S51296         MOVE L0040-HDG-LINE-3         TO RRSPL-LINE-TXT
S51296         PERFORM 6100-WRITE-SPOOL
S51296            THRU 6100-WRITE-SPOOL-X
S51296     END-IF.
S51296
S51296     SET  RRSPL-DETAIL-REC             TO TRUE.
S51296     MOVE L0040-DIST-POL-ID            TO RRSPL-POL-ID.
S51296     MOVE L0040-DIST-BR-ID             TO RRSPL-BR-ID.
S51296     MOVE L0040-DIST-AGT-ID            TO RRSPL-AGT-ID.
S51296     MOVE L0040-INPUT-LINE             TO RRSPL-LINE-TXT.
S51296     PERFORM 6100-WRITE-SPOOL
S51296        THRU 6100-WRITE-SPOOL-X.
S51296
S51296 6000-WRITE-DIST-X.
S51296     EXIT.
S51296
S51296******************
S51296 6100-WRITE-SPOOL.
S51296******************
S51296
S51296     WRITE RRSPL-SEQ-REC-INFO.
S51296
S51296     IF  WS-RSPL-FILE-STATUS NOT = '00'
S51296         MOVE 'N'                      TO L0040-RETURN-CODE
S51296     END-IF.
S51296
S51296 6100-WRITE-SPOOL-X.
S51296     EXIT.
S51296
S51296*****************
S51296 6500-CLOSE-DIST.
S51296*****************
S51296
S51296     IF  WS-RSPL-OPEN
S51296         CLOSE RSPL-FILE
S51296         SET WS-RSPL-CLOSED            TO TRUE
S51296         MOVE SPACES                   TO WS-RSPL-RPT-ID
S51296     END-IF.
S51296
S51296 6500-CLOSE-DIST-X.
S51296     EXIT.
 
      ***********************
       7000-CHECK-PAGE-BREAK.
