015648**  15DEC99  60     REPLACE * TO SPACE IN MIR                  **
014590**  15DEC99  60     ARCHITECTURAL CHANGES                      **
015543**  15DEC99  60     CODE CLEANUP                               **
S51292**  15OCT26  CTS    AUDIT EVERY CREATE, UPDATE, DELETE AND     **
S51292**                  COPY OF AN ASCL ROW TO THE CONFIGURATION   **
S51292**                  AUDIT TRAIL BEFORE THE CHANGE IS MADE      **
      *****************************************************************
      /
      **********************
           05  WS-COUNT-KLON-RECS           PIC 9(04).
           05  WS-HOLD-LAST-ASCL-KEY        PIC X(14).
           05  WS-DISPLAY-NUM               PIC 9(05).
S51292     05  WS-AUDIT-SW                  PIC X(01) VALUE 'N'.
S51292         88  WS-AUDIT-FAILED                     VALUE 'Y'.
      /
007766*01  WGLOB-GLOBAL-AREA.
007766*COPY XCWWGLOB.
      *COPY XCWC0180.
      /
       COPY XCWWWKDT.
S51292/
S51292 COPY XCWL9691.
      /
      *****************
       LINKAGE SECTION.
               MOVE MIR-CO-ID             TO WAPPL-CO-ID
           END-IF.

S51292* AUDIT THE NEW ROW BEFORE ANYTHING IS WRITTEN - NO AUDIT, NO ROW

S51292     MOVE SPACES                TO L9691-PARM-INFO.
S51292     MOVE 'ASCL'                TO L9691-TBL-ID.
S51292     MOVE RASCL-KEY             TO L9691-ROW-KEY.
S51292     MOVE RASCL-REC-INFO        TO L9691-AFTER-IMAGE.
S51292     IF  WS-BUS-FCN-KLON
S51292         MOVE WS-HOLD-LAST-ASCL-KEY TO L9691-SRCE-KEY
S51292         PERFORM 9691-4000-AUDIT-COPY
S51292            THRU 9691-4000-AUDIT-COPY-X
S51292     ELSE
S51292         PERFORM 9691-1000-AUDIT-CREATE
S51292            THRU 9691-1000-AUDIT-CREATE-X
S51292     END-IF.

S51292     IF  NOT L9691-RETRN-OK
S51292         SET WS-AUDIT-FAILED    TO TRUE
S51292*MSG: 'CHANGE NOT MADE - CONFIGURATION AUDIT TRAIL UNAVAILABLE'
S51292         MOVE 'XS96910001'      TO WGLOB-MSG-REF-INFO
S51292         PERFORM 0260-1000-GENERATE-MESSAGE
S51292            THRU 0260-1000-GENERATE-MESSAGE-X
S51292         GO TO 2230-WRITE-UPDATE-RELA-X
S51292     END-IF.

           PERFORM APPL-1000-READ-FOR-UPDATE
              THRU APPL-1000-READ-FOR-UPDATE-X.
      *
              GO TO 2300-PROCESS-UPDATE-X
557660     END-IF.

S51292     MOVE SPACES                TO L9691-PARM-INFO.
S51292     MOVE RASCL-REC-INFO        TO L9691-BEFORE-IMAGE.

           PERFORM  2330-MAINTAIN-EDITS
               THRU 2330-MAINTAIN-EDITS-X.

S51292     MOVE 'ASCL'                TO L9691-TBL-ID.
S51292     MOVE WASCL-KEY             TO L9691-ROW-KEY.
S51292     MOVE RASCL-REC-INFO        TO L9691-AFTER-IMAGE.
S51292     PERFORM 9691-2000-AUDIT-UPDATE
S51292        THRU 9691-2000-AUDIT-UPDATE-X.

S51292     IF  NOT L9691-RETRN-OK
S51292*MSG: 'CHANGE NOT MADE - CONFIGURATION AUDIT TRAIL UNAVAILABLE'
S51292         MOVE 'XS96910001'      TO WGLOB-MSG-REF-INFO
S51292         PERFORM 0260-1000-GENERATE-MESSAGE
S51292            THRU 0260-1000-GENERATE-MESSAGE-X
S51292         GO TO 2300-PROCESS-UPDATE-X
S51292     END-IF.

           PERFORM ASCL-2000-REWRITE
              THRU ASCL-2000-REWRITE-X.

           PERFORM  ASCL-1000-READ-FOR-UPDATE
               THRU ASCL-1000-READ-FOR-UPDATE-X.

S51292* AUDIT THE ROW AS IT STANDS BEFORE THE APPLICATION COUNT IS
S51292* TOUCHED - NO AUDIT, NO DELETE

S51292     IF  WASCL-IO-OK
S51292         MOVE SPACES            TO L9691-PARM-INFO
S51292         MOVE 'ASCL'            TO L9691-TBL-ID
S51292         MOVE WASCL-KEY         TO L9691-ROW-KEY
S51292         MOVE RASCL-REC-INFO    TO L9691-BEFORE-IMAGE
S51292         PERFORM 9691-3000-AUDIT-DELETE
S51292            THRU 9691-3000-AUDIT-DELETE-X
S51292         IF  NOT L9691-RETRN-OK
S51292*MSG: 'CHANGE NOT MADE - CONFIGURATION AUDIT TRAIL UNAVAILABLE'
S51292             MOVE 'XS96910001'  TO WGLOB-MSG-REF-INFO
S51292             PERFORM 0260-1000-GENERATE-MESSAGE
S51292                THRU 0260-1000-GENERATE-MESSAGE-X
S51292             GO TO 2400-PROCESS-DELETE-X
S51292         END-IF
S51292     END-IF.

           IF WASCL-IO-OK
              PERFORM 2440-UPDATE-APPL-COUNT
                 THRU 2440-UPDATE-APPL-COUNT-X
           MOVE +0                    TO WS-COUNT-KLON-RECS.
           PERFORM  2622-KLON-ONE-REC
               THRU 2622-KLON-ONE-REC-X
S51292              UNTIL WASCL-IO-EOF
S51292              OR    WS-AUDIT-FAILED.
      *
           PERFORM  ASCL-3000-END-BROWSE
               THRU ASCL-3000-END-BROWSE-X.
012624*     MOVE SPACES               TO MIR-APPL-ID.
      *
            IF WAPPL-IO-OK
S51292      AND NOT WS-AUDIT-FAILED
                ADD +1 TO WS-COUNT-KLON-RECS
557660      END-IF.

       COPY XCPECOMP.
      /
       COPY XCCL0260.
S51292 COPY XCPL9691.
      /
557708*COPY XCCPHNDL.
557708 COPY XCCPABND.
