      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51165**  23AUG26  CTS    INITIAL VERSION                            **
S51300**  15OCT26  CTS    REPLACE A MAPPED AGENT WHO IS A PARTY TO   **
S51300**                  THE POLICY'S COMMISSION SPLIT (SPLT) IN A  **
S51300**                  NEW SPLIT ROW FROM THE MAPPING DATE        **
      *****************************************************************

      **********************
       FILE-CONTROL.

       COPY CCSSPRT1.
S51300
S51300     COPY CCFHSPLT.

           SELECT AGRC-DATA-FILE ASSIGN TO ZSAGRC
                  ORGANIZATION   IS LINE SEQUENTIAL

       COPY CCSDPRT1.
       COPY CCSRPRT1.
S51300
S51300 COPY CCFWSPLT.

       FD  AGRC-DATA-FILE
           RECORDING MODE IS F
               88  WAGSV-SEQ-IO-OK             VALUE 0.
               88  WAGSV-SEQ-IO-EOF            VALUE 8.
               88  WAGSV-SEQ-IO-ERROR          VALUE 9.
S51300
S51300 COPY CCWWSPLT.
S51300
S51300****************************************************************
S51300*    COMMISSION SPLIT PARTY REPLACEMENT
S51300****************************************************************
S51300
S51300 01  WS-SPLT-WORK-AREA.
S51300     05  WS-SPLT-OPEN-SW           PIC X(01)  VALUE 'N'.
S51300         88  WS-SPLT-OPEN                     VALUE 'Y'.
S51300     05  WS-SPLT-CHG-SW            PIC X(01).
S51300         88  WS-SPLT-CHANGED                  VALUE 'Y'.
S51300     05  WS-SPLT-NEW-EFF-DT        PIC X(10).
S51300     05  WS-SPLT-AGT-ID            PIC X(06).
S51300     05  WS-SPLT-IX                PIC S9(04) COMP.
S51300     05  WS-SPLT-SUB               PIC S9(04) COMP.
S51300     05  WS-SPLT-NEW-CNT           PIC 9(01).
S51300     05  WS-SPLT-NEW-PRTY-INFO.
S51300         10  WS-SPLT-NEW-PRTY      OCCURS 4 TIMES.
S51300             15  WS-SPLT-NEW-AGT-ID
S51300                                   PIC X(06).
S51300             15  WS-SPLT-NEW-SHR-PCT
S51300                                   PIC 9(03)V99.

      ****************************************************************
      *    REASSIGNMENT MAPPING AND TERMINATED AGENT TABLES
           05  WS-REASGN-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-ORPHAN-CNT           PIC S9(07) COMP-3 VALUE +0.
           05  WS-REWRT-ERR-CNT        PIC S9(07) COMP-3 VALUE +0.
S51300     05  WS-SPLT-CHG-CNT         PIC S9(07) COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT HEADING AND DETAIL LINES
           03  FILLER                      PIC X(09)
               VALUE 'ORPHANS: '.
           03  P-ORPH-CNT-X                PIC ZZZZZZ9.
S51300     03  FILLER                      PIC X(04).
S51300     03  FILLER                      PIC X(16)
S51300         VALUE 'SPLITS CHANGED: '.
S51300     03  P-SPLT-CNT-X                PIC ZZZZZZ9.

       COPY CCFWPOL.
       COPY CCFRPOL.
      *----------------------

           ADD 1                        TO WS-POLS-READ-CNT.
S51300
S51300     IF  WS-SPLT-OPEN
S51300         PERFORM  2200-REPLACE-SPLIT-PARTY
S51300             THRU 2200-REPLACE-SPLIT-PARTY-X
S51300     END-IF.

      *
      *  A MAPPING FOR THE POLICY'S SERVICING AGENT/BRANCH, IN

       2100-REASSIGN-POLICY-X.
           EXIT.
S51300
S51300*--------------------------
S51300 2200-REPLACE-SPLIT-PARTY.
S51300*--------------------------
S51300
S51300*
S51300*  A PARTY TO THE SPLIT IN EFFECT ON THE BUSINESS DATE WHO IS
S51300*  MAPPED TO A NEW AGENT IS REPLACED IN A NEW SPLIT ROW FROM
S51300*  THE MAPPING DATE.  EARLIER ROWS ARE LEFT AS THEY WERE SO
S51300*  PAYMENTS ALREADY SPLIT STAY WITH THE AGENTS WHO HAD THEM.
S51300*
S51300     MOVE RPOL-POL-ID             TO WSPLT-RQST-POL-ID.
S51300     MOVE WGLOB-PROCESS-DATE      TO WSPLT-RQST-AS-OF-DT.
S51300     PERFORM  SPLT-1000-GET-AS-OF
S51300         THRU SPLT-1000-GET-AS-OF-X.
S51300
S51300     IF  WSPLT-NOT-FND
S51300         GO TO 2200-REPLACE-SPLIT-PARTY-X
S51300     END-IF.
S51300
S51300     MOVE 'N'                     TO WS-SPLT-CHG-SW.
S51300     MOVE WSPLT-FND-EFF-DT        TO WS-SPLT-NEW-EFF-DT.
S51300     MOVE ZERO                    TO WS-SPLT-NEW-CNT.
S51300     INITIALIZE WS-SPLT-NEW-PRTY-INFO.
S51300
S51300     PERFORM  2210-MAP-SPLIT-PARTY
S51300         THRU 2210-MAP-SPLIT-PARTY-X
S51300              VARYING WSPLT-SUB FROM 1 BY 1
S51300              UNTIL WSPLT-SUB > WSPLT-FND-AGT-CNT.
S51300
S51300     IF  NOT WS-SPLT-CHANGED
S51300         GO TO 2200-REPLACE-SPLIT-PARTY-X
S51300     END-IF.
S51300
S51300     PERFORM  2240-WRITE-SPLIT-ROW
S51300         THRU 2240-WRITE-SPLIT-ROW-X.
S51300
S51300 2200-REPLACE-SPLIT-PARTY-X.
S51300     EXIT.
S51300
S51300*----------------------
S51300 2210-MAP-SPLIT-PARTY.
S51300*----------------------
S51300
S51300     MOVE WSPLT-FND-AGT-ID (WSPLT-SUB) TO WS-SPLT-AGT-ID.
S51300
S51300     MOVE ZERO                    TO WS-MAP-IX.
S51300     PERFORM  2220-TEST-PARTY-MAPPING
S51300         THRU 2220-TEST-PARTY-MAPPING-X
S51300              VARYING WS-SUB FROM 1 BY 1
S51300              UNTIL WS-SUB > WS-MAP-CNT
S51300                 OR WS-MAP-IX > ZERO.
S51300
S51300     IF  WS-MAP-IX > ZERO
S51300         MOVE 'Y'                 TO WS-SPLT-CHG-SW
S51300         MOVE WS-MAP-NEW-AGT-ID (WS-MAP-IX) TO WS-SPLT-AGT-ID
S51300         IF  WS-MAP-EFF-DT (WS-MAP-IX) > WS-SPLT-NEW-EFF-DT
S51300             MOVE WS-MAP-EFF-DT (WS-MAP-IX)
S51300                                  TO WS-SPLT-NEW-EFF-DT
S51300         END-IF
S51300         PERFORM  2250-AUDIT-SPLIT-PARTY
S51300             THRU 2250-AUDIT-SPLIT-PARTY-X
S51300     END-IF.
S51300
S51300*
S51300*  A NEW AGENT WHO IS ALREADY A PARTY TAKES BOTH SHARES.
S51300*
S51300     MOVE ZERO                    TO WS-SPLT-IX.
S51300     PERFORM  2230-FIND-NEW-PARTY
S51300         THRU 2230-FIND-NEW-PARTY-X
S51300              VARYING WS-SPLT-SUB FROM 1 BY 1
S51300              UNTIL WS-SPLT-SUB > WS-SPLT-NEW-CNT
S51300                 OR WS-SPLT-IX > ZERO.
S51300
S51300     IF  WS-SPLT-IX = ZERO
S51300         ADD 1                    TO WS-SPLT-NEW-CNT
S51300         MOVE WS-SPLT-NEW-CNT     TO WS-SPLT-IX
S51300         MOVE WS-SPLT-AGT-ID
S51300                       TO WS-SPLT-NEW-AGT-ID (WS-SPLT-IX)
S51300     END-IF.
S51300
S51300     ADD WSPLT-FND-SHR-PCT (WSPLT-SUB)
S51300                       TO WS-SPLT-NEW-SHR-PCT (WS-SPLT-IX).
S51300
S51300 2210-MAP-SPLIT-PARTY-X.
S51300     EXIT.
S51300
S51300*-------------------------
S51300 2220-TEST-PARTY-MAPPING.
S51300*-------------------------
S51300
S51300     IF  WS-MAP-OLD-AGT-ID (WS-SUB) = WS-SPLT-AGT-ID
S51300     AND (WS-MAP-OLD-BRNCH-ID (WS-SUB) = SPACES
S51300      OR  WS-MAP-OLD-BRNCH-ID (WS-SUB)
S51300              = RPOL-SERV-BRNCH-ID)
S51300     AND WS-MAP-EFF-DT (WS-SUB) NOT > WGLOB-PROCESS-DATE
S51300         MOVE WS-SUB              TO WS-MAP-IX
S51300     END-IF.
S51300
S51300 2220-TEST-PARTY-MAPPING-X.
S51300     EXIT.
S51300
S51300*---------------------
S51300 2230-FIND-NEW-PARTY.
S51300*---------------------
S51300
S51300     IF  WS-SPLT-NEW-AGT-ID (WS-SPLT-SUB) = WS-SPLT-AGT-ID
S51300         MOVE WS-SPLT-SUB         TO WS-SPLT-IX
S51300     END-IF.
S51300
S51300 2230-FIND-NEW-PARTY-X.
S51300     EXIT.
S51300
S51300*----------------------
S51300 2240-WRITE-SPLIT-ROW.
S51300*----------------------
S51300
S51300*
S51300*  A ROW ALREADY ON FILE FOR THE NEW EFFECTIVE DATE IS
S51300*  REWRITTEN, OTHERWISE A NEW ROW IS ADDED.
S51300*
S51300     MOVE RPOL-POL-ID             TO WSPLT-POL-ID.
S51300     MOVE WS-SPLT-NEW-EFF-DT      TO WSPLT-EFF-DT.
S51300     READ SPLT-FILE
S51300         INVALID KEY
S51300             MOVE '23'            TO WSPLT-SEQ-FILE-STATUS
S51300     END-READ.
S51300
S51300     MOVE RPOL-POL-ID             TO WSPLT-POL-ID.
S51300     MOVE WS-SPLT-NEW-EFF-DT      TO WSPLT-EFF-DT.
S51300     MOVE WS-SPLT-NEW-CNT         TO WSPLT-AGT-CNT.
S51300     MOVE WS-SPLT-NEW-PRTY-INFO   TO WSPLT-PRTY-INFO.
S51300     MOVE WPGWS-CRNT-PGM-ID       TO WSPLT-LAST-CHG-USER-ID.
S51300     MOVE WGLOB-PROCESS-DATE      TO WSPLT-LAST-CHG-DT.
S51300
S51300     IF  WSPLT-IO-OK
S51300         REWRITE WSPLT-REC-INFO
S51300             INVALID KEY
S51300                 MOVE '99'        TO WSPLT-SEQ-FILE-STATUS
S51300         END-REWRITE
S51300     ELSE
S51300         WRITE WSPLT-REC-INFO
S51300             INVALID KEY
S51300                 MOVE '22'        TO WSPLT-SEQ-FILE-STATUS
S51300         END-WRITE
S51300     END-IF.
S51300
S51300     IF  NOT WSPLT-IO-OK
S51300         ADD 1                    TO WS-REWRT-ERR-CNT
S51300*MSG: (W) COMMISSION SPLIT FOR POLICY @1 COULD NOT BE UPDATED
S51300         MOVE RPOL-POL-ID         TO WGLOB-MSG-PARM (1)
S51300         MOVE 'ZSAGRE0006'        TO WGLOB-MSG-REF-INFO
S51300         PERFORM  0260-1000-GENERATE-MESSAGE
S51300             THRU 0260-1000-GENERATE-MESSAGE-X
S51300         GO TO 2240-WRITE-SPLIT-ROW-X
S51300     END-IF.
S51300
S51300     ADD 1                        TO WS-SPLT-CHG-CNT.
S51300
S51300 2240-WRITE-SPLIT-ROW-X.
S51300     EXIT.
S51300
S51300*------------------------
S51300 2250-AUDIT-SPLIT-PARTY.
S51300*------------------------
S51300
S51300*
S51300*  THE SPLIT PARTY CHANGE IS AUDITED WITH NO BRANCH, WHICH
S51300*  TELLS IT APART FROM A SERVICING AGENT REASSIGNMENT.
S51300*
S51300     MOVE SPACES                  TO RAGAU-SEQ-REC-INFO.
S51300     MOVE RPOL-POL-ID             TO RAGAU-POL-ID.
S51300     MOVE WSPLT-FND-AGT-ID (WSPLT-SUB) TO RAGAU-OLD-AGT-ID.
S51300     MOVE WS-SPLT-AGT-ID          TO RAGAU-NEW-AGT-ID.
S51300     MOVE WS-MAP-EFF-DT (WS-MAP-IX) TO RAGAU-EFF-DT.
S51300     MOVE WGLOB-PROCESS-DATE      TO RAGAU-CHNG-DT.
S51300     MOVE WPGWS-CRNT-PGM-ID       TO RAGAU-CHNG-PGM-ID.
S51300
S51300     WRITE RAGAU-SEQ-REC-INFO.
S51300     IF WAGAU-SEQ-FILE-STATUS  NOT = ZERO
S51300        PERFORM 9700-HANDLE-AGAU-ERROR
S51300           THRU 9700-HANDLE-AGAU-ERROR-X
S51300     END-IF.
S51300
S51300     PERFORM  8420-WRITE-SPLIT-LINE
S51300         THRU 8420-WRITE-SPLIT-LINE-X.
S51300
S51300 2250-AUDIT-SPLIT-PARTY-X.
S51300     EXIT.

      *-----------------------
       2900-POLICY-READ-NEXT.

       8410-WRITE-ORPHAN-LINE-X.
           EXIT.
S51300
S51300*-----------------------
S51300 8420-WRITE-SPLIT-LINE.
S51300*-----------------------
S51300
S51300     MOVE SPACES                  TO P-DETAIL-LINE.
S51300     MOVE RAGAU-POL-ID            TO P-POL-ID.
S51300     MOVE RAGAU-OLD-AGT-ID        TO P-OLD-AGT.
S51300     MOVE RAGAU-NEW-AGT-ID        TO P-NEW-AGT.
S51300     MOVE 'SPLIT PARTY '          TO P-DISP.
S51300
S51300     MOVE +1                      TO WPRT1-NUMBER-LINES.
S51300     MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
S51300     PERFORM  PRT1-1000-WRITE
S51300         THRU PRT1-1000-WRITE-X.
S51300
S51300 8420-WRITE-SPLIT-LINE-X.
S51300     EXIT.

      *------------------------
       8600-WRITE-SUMMARY-LINE.
           MOVE WS-POLS-READ-CNT         TO P-READ-CNT-X.
           MOVE WS-REASGN-CNT            TO P-REAS-CNT-X.
           MOVE WS-ORPHAN-CNT            TO P-ORPH-CNT-X.
S51300     MOVE WS-SPLT-CHG-CNT          TO P-SPLT-CNT-X.

           MOVE +2                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
              PERFORM 9700-HANDLE-AGSV-ERROR
                 THRU 9700-HANDLE-AGSV-ERROR-X
           END-IF.
S51300
S51300*
S51300*  NO SPLIT TABLE YET MEANS NO JOINTLY WRITTEN POLICIES.
S51300*
S51300     OPEN I-O SPLT-FILE.
S51300     IF  WSPLT-IO-OK
S51300         SET WS-SPLT-OPEN         TO TRUE
S51300     ELSE
S51300         IF  NOT WSPLT-IO-NOFILE
S51300             MOVE WSPLT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
S51300             MOVE WSPLT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
S51300             MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
S51300             PERFORM 0030-3000-QSAM-ERROR
S51300                THRU 0030-3000-QSAM-ERROR-X
S51300         END-IF
S51300     END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.
           CLOSE TAGT-DATA-FILE.
           CLOSE AGAU-DATA-FILE.
           CLOSE AGSV-DATA-FILE.
S51300
S51300     IF  WS-SPLT-OPEN
S51300         CLOSE SPLT-FILE
S51300     END-IF.

       9999-CLOSE-FILES-X.
           EXIT.
       COPY CCPTPOL.
       COPY CCPNPOL.
       COPY CCPUPOL.
S51300*
S51300* COMMISSION SPLIT LOOKUP
S51300*
S51300 COPY CCPPSPLT.
      *
      * QSAM ERROR HANDLING
      *
