S51205**                  EACH FUND VALUED AT ITS OWN STATEMENT-     **
S51205**                  DATE PRICE; TRANSFER LEGS CARRIED VIA THE  **
S51205**                  UNIT DIRECTION FLAG                        **
S51269**  15OCT26  CTS    FUND RETURN FOR THE STATEMENT PERIOD FROM  **
S51269**                  THE UNIT PRICE HISTORY ('R' RECORD PER     **
S51269**                  FUND HELD)                                 **
S51295**  15OCT26  CTS    BALANCE THE SFTX INPUT (ZSSFTX) TO THE     **
S51295**                  CONTROL TOTAL REGISTRY (CTRG) BEFORE       **
S51295**                  PROCESSING AND STOP ON ANY DIFFERENCE      **
S51297**  15OCT26  CTS    ROUTE THE STATEMENT BY THE POLICYHOLDER'S   **
S51297**                  STATEMENT PREFERENCE (CPRF)                **
      *****************************************************************

      **********************
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WSFST-SEQ-FILE-STATUS.

S51269     COPY SCFHUPHS.

S51297     COPY CCFHCPRF.
S51297
S51297     COPY CCFHCNTQ.
S51297
      /
      ***************
       DATA DIVISION.

       COPY SCSRSFST.

S51269 COPY SCFWUPHS.

S51297 COPY CCFWCPRF.
S51297
S51297 COPY CCFWCNTQ.
S51297
      /
      *************************
       WORKING-STORAGE SECTION.
               88  WSFST-SEQ-IO-EOF            VALUE 8.
               88  WSFST-SEQ-IO-ERROR          VALUE 9.

S51269 COPY SCWWUPHS.

      ****************************************************************
      *    CONTROL CARD - STATEMENT PERIOD FROM/TO DATES

      ****************************************************************
      *    STATEMENT-DATE UNIT PRICE TABLE (VALIDATED SNAPSHOT)
S51269*    WITH EACH FUND'S OPENING AND CLOSING HISTORY PRICE FOR
S51269*    THE STATEMENT PERIOD RETURN.
      ****************************************************************

       01  WS-UVPR-TABLE-AREA.
           05  WS-UVPR-ENTRY             OCCURS 500 TIMES.
               10  WS-UVPR-FUND-CD       PIC X(04).
               10  WS-UVPR-UNIT-VALUE    PIC 9(07)V9(06).
S51269         10  WS-UVPR-CRCY-CD       PIC X(02).
S51269         10  WS-UVPR-OPEN-DT       PIC X(10).
S51269         10  WS-UVPR-OPEN-VALUE    PIC 9(07)V9(06).
S51269         10  WS-UVPR-CLOSE-DT      PIC X(10).
S51269         10  WS-UVPR-CLOSE-VALUE   PIC 9(07)V9(06).
S51269         10  WS-UVPR-LAUNCH-SW     PIC X(01).
S51269             88  WS-UVPR-LAUNCHED-IN-PRD      VALUE 'Y'.
S51269             88  WS-UVPR-NOT-LAUNCHED         VALUE 'N'.
S51269
S51269 01  WS-UPHS-WORK-AREA.
S51269     05  WS-UPHS-AVAIL-SW          PIC X(01)  VALUE 'Y'.
S51269         88  WS-UPHS-AVAIL                    VALUE 'Y'.
S51269         88  WS-UPHS-NOT-AVAIL                VALUE 'N'.
S51269     05  WS-UPHS-DONE-SW           PIC X(01)  VALUE 'N'.
S51269         88  WS-UPHS-DONE                     VALUE 'Y'.
S51269         88  WS-UPHS-NOT-DONE                 VALUE 'N'.

      ****************************************************************
      *    ONE POLICY STATEMENT IN PROGRESS
               VALUE 'TOTAL CLOSING VALUE: '.
           03  P-CLOSE-VAL-X               PIC Z(14)9.99.

S51297 COPY CCFWPOL.
       COPY CCFRPOL.

S51297 COPY CCFRCPRF.
S51297 COPY CCWWCPRF.
S51297 COPY CCWWCNTQ.
S51297
      *
      * GUARANTEED SURRENDER VALUE BASIS (SSRV6601)
      *
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

S51295 01  WS-HNDF-WORK-AREA.
S51295     05  WS-HNDF-REC-CNT         PIC S9(09) COMP-3 VALUE +0.
S51295     05  WS-HNDF-HASH-AMT        PIC S9(15)V9(06) COMP-3
S51295                                                   VALUE +0.
S51295     05  WS-HNDF-REASON-TXT      PIC X(30)  VALUE SPACES.
S51295     05  WS-HNDF-DISP-CNT        PIC ZZZZZZZZ9.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.

       COPY CCWL0950.

S51295 COPY XCWL0017.

       COPY CCWWCCC.

       COPY XCSWBCF.
               THRU 1000-LOAD-UNIT-PRICES-X
                    UNTIL WUVSI-SEQ-IO-EOF.

S51269     PERFORM  1100-LOAD-FUND-HISTORY
S51269         THRU 1100-LOAD-FUND-HISTORY-X
S51269         VARYING WS-UVPR-IX FROM 1 BY 1
S51269         UNTIL   WS-UVPR-IX > WS-UVPR-CNT.

           PERFORM  2000-PROCESS-POSITIONS
               THRU 2000-PROCESS-POSITIONS-X
                    UNTIL WOFHL-SEQ-IO-EOF.
           PERFORM  9500-OFHL-READ
              THRU 9500-OFHL-READ-X.

S51295     PERFORM  0400-BALANCE-INPUT
S51295         THRU 0400-BALANCE-INPUT-X.

           PERFORM  9500-SFTX-READ
              THRU 9500-SFTX-READ-X.

       0200-INITIALIZE-X.
           EXIT.

S51295*---------------------
S51295 0400-BALANCE-INPUT.
S51295*---------------------

S51295*
S51295* COUNT THE SEGFUND TRANSACTION FILE AND BALANCE IT TO THE FIGURES
S51295* ITS PRODUCER REGISTERED FOR THE BUSINESS DATE BEFORE ANY
S51295* RECORD IS PROCESSED.  A SHORT, STALE OR UNREGISTERED FILE
S51295* STOPS THE JOB; THE FAILED CHECK IS RECORDED ON THE REGISTRY
S51295* AND HOLDS A RERUN AT THE DEPENDENCY GATE UNTIL THE PRODUCER
S51295* HAS RUN AGAIN.
S51295*
S51295     MOVE ZERO                     TO WS-HNDF-REC-CNT
S51295                                      WS-HNDF-HASH-AMT.

S51295     PERFORM  9500-SFTX-READ
S51295         THRU 9500-SFTX-READ-X.

S51295     PERFORM  0410-COUNT-INPUT-REC
S51295         THRU 0410-COUNT-INPUT-REC-X
S51295              UNTIL WSFTX-SEQ-IO-EOF.

S51295     CLOSE SFTX-DATA-FILE.

S51295     MOVE ZERO TO WSFTX-SEQ-IO-STATUS.
S51295     OPEN INPUT SFTX-DATA-FILE.
S51295     IF WSFTX-SEQ-FILE-STATUS  NOT = ZERO
S51295        PERFORM 9700-HANDLE-SFTX-ERROR
S51295           THRU 9700-HANDLE-SFTX-ERROR-X
S51295     END-IF.

S51295     INITIALIZE L0017-PARM-INFO.
S51295     MOVE 'ZSSFTX'                 TO L0017-HNDF-ID.
S51295     MOVE WS-HNDF-REC-CNT          TO L0017-REC-CNT.
S51295     MOVE WS-HNDF-HASH-AMT         TO L0017-HASH-AMT.

S51295     PERFORM  0017-2000-CHECK-INPUT
S51295         THRU 0017-2000-CHECK-INPUT-X.

S51295     IF  NOT L0017-RETRN-OK
S51295         MOVE L0017-HNDF-ID        TO WGLOB-MSG-PARM (1)
S51295         MOVE 'ZSSFAS0005'         TO WGLOB-MSG-REF-INFO
S51295*MSG: (S) CONTROL TOTAL REGISTRY UNAVAILABLE - @1 NOT BALANCED
S51295         PERFORM  0260-1000-GENERATE-MESSAGE
S51295             THRU 0260-1000-GENERATE-MESSAGE-X
S51295         PERFORM  0030-5000-LOGIC-ERROR
S51295             THRU 0030-5000-LOGIC-ERROR-X
S51295     END-IF.

S51295     IF  L0017-BALANCED
S51295         GO TO 0400-BALANCE-INPUT-X
S51295     END-IF.

S51295     EVALUATE TRUE
S51295         WHEN L0017-NOT-REGISTERED
S51295             MOVE 'NOT REGISTERED FOR THE DATE'
S51295                                   TO WS-HNDF-REASON-TXT
S51295         WHEN L0017-DATE-DIFF
S51295             MOVE SPACES           TO WS-HNDF-REASON-TXT
S51295             STRING 'REGISTERED ONLY FOR '
S51295                    L0017-REG-BUS-DT
S51295                    DELIMITED BY SIZE
S51295                    INTO WS-HNDF-REASON-TXT
S51295         WHEN L0017-COUNT-DIFF
S51295             MOVE 'RECORD COUNT DIFFERS'
S51295                                   TO WS-HNDF-REASON-TXT
S51295         WHEN OTHER
S51295             MOVE 'HASH TOTAL DIFFERS'
S51295                                   TO WS-HNDF-REASON-TXT
S51295     END-EVALUATE.

S51295     MOVE L0017-HNDF-ID            TO WGLOB-MSG-PARM (1).
S51295     MOVE WS-HNDF-REASON-TXT       TO WGLOB-MSG-PARM (2).
S51295     MOVE WS-HNDF-REC-CNT          TO WS-HNDF-DISP-CNT.
S51295     MOVE WS-HNDF-DISP-CNT         TO WGLOB-MSG-PARM (3).
S51295     MOVE L0017-REG-REC-CNT        TO WS-HNDF-DISP-CNT.
S51295     MOVE WS-HNDF-DISP-CNT         TO WGLOB-MSG-PARM (4).
S51295     MOVE 'ZSSFAS0006'             TO WGLOB-MSG-REF-INFO.
S51295*MSG: (S) INPUT @1 OUT OF BALANCE - @2 - READ @3 REGISTERED @4
S51295     PERFORM  0260-1000-GENERATE-MESSAGE
S51295         THRU 0260-1000-GENERATE-MESSAGE-X.
S51295     PERFORM  0030-5000-LOGIC-ERROR
S51295         THRU 0030-5000-LOGIC-ERROR-X.

S51295 0400-BALANCE-INPUT-X.
S51295     EXIT.

S51295*-----------------------
S51295 0410-COUNT-INPUT-REC.
S51295*-----------------------

S51295     ADD 1                         TO WS-HNDF-REC-CNT.
S51295     IF  RSFTX-TRXN-AMT NUMERIC
S51295         ADD RSFTX-TRXN-AMT
S51295                                 TO WS-HNDF-HASH-AMT
S51295     END-IF.

S51295     PERFORM  9500-SFTX-READ
S51295         THRU 9500-SFTX-READ-X.

S51295 0410-COUNT-INPUT-REC-X.
S51295     EXIT.
      /
      *-------------------------
       1000-LOAD-UNIT-PRICES.
           MOVE WS-UVPR-CNT             TO WS-UVPR-IX.
           MOVE RUVSN-FUND-CD       TO WS-UVPR-FUND-CD    (WS-UVPR-IX).
           MOVE RUVSN-UNIT-VALUE    TO WS-UVPR-UNIT-VALUE (WS-UVPR-IX).
S51269     MOVE RUVSN-CRCY-CD       TO WS-UVPR-CRCY-CD    (WS-UVPR-IX).

           PERFORM  9500-UVSI-READ
              THRU 9500-UVSI-READ-X.

       1000-LOAD-UNIT-PRICES-X.
           EXIT.

S51269*-------------------------
S51269 1100-LOAD-FUND-HISTORY.
S51269*-------------------------
S51269
S51269*
S51269*  THE PERIOD OPENS AT THE FUND'S LAST HISTORY PRICE BEFORE
S51269*  THE STATEMENT FROM-DATE AND CLOSES AT ITS LAST PRICE ON OR
S51269*  BEFORE THE TO-DATE.  A FUND WITH NO PRICE BEFORE THE
S51269*  PERIOD WAS LAUNCHED IN IT AND OPENS AT ITS FIRST PRICE.
S51269*
S51269     MOVE SPACES            TO WS-UVPR-OPEN-DT   (WS-UVPR-IX)
S51269                               WS-UVPR-CLOSE-DT  (WS-UVPR-IX).
S51269     MOVE ZERO              TO WS-UVPR-OPEN-VALUE  (WS-UVPR-IX)
S51269                               WS-UVPR-CLOSE-VALUE (WS-UVPR-IX).
S51269     SET  WS-UVPR-NOT-LAUNCHED (WS-UVPR-IX) TO TRUE.
S51269
S51269     IF  WS-UPHS-NOT-AVAIL
S51269         GO TO 1100-LOAD-FUND-HISTORY-X
S51269     END-IF.
S51269
S51269     MOVE WS-UVPR-FUND-CD (WS-UVPR-IX) TO WUPHS-FUND-CD.
S51269     MOVE WS-UVPR-CRCY-CD (WS-UVPR-IX) TO WUPHS-CRCY-CD.
S51269     MOVE LOW-VALUES                   TO WUPHS-PRICE-DT.
S51269     SET  WS-UPHS-NOT-DONE             TO TRUE.
S51269
S51269     START UPHS-FILE
S51269         KEY IS NOT LESS THAN WUPHS-KEY
S51269         INVALID KEY
S51269             SET  WS-UPHS-DONE         TO TRUE
S51269     END-START.
S51269
S51269     PERFORM  1110-TAKE-HISTORY-PRICE
S51269         THRU 1110-TAKE-HISTORY-PRICE-X
S51269         UNTIL WS-UPHS-DONE.
S51269
S51269 1100-LOAD-FUND-HISTORY-X.
S51269     EXIT.
S51269
S51269*--------------------------
S51269 1110-TAKE-HISTORY-PRICE.
S51269*--------------------------
S51269
S51269     MOVE TFCMD-READNEXT-RECORD   TO WUPHS-SEQ-IO-COMMAND.
S51269     READ UPHS-FILE NEXT
S51269         AT END
S51269             SET  WS-UPHS-DONE    TO TRUE
S51269             GO TO 1110-TAKE-HISTORY-PRICE-X
S51269     END-READ.
S51269
S51269     IF  NOT WUPHS-IO-OK
S51269         PERFORM  9700-HANDLE-UPHS-ERROR
S51269             THRU 9700-HANDLE-UPHS-ERROR-X
S51269     END-IF.
S51269
S51269     IF  WUPHS-FUND-CD NOT = WS-UVPR-FUND-CD (WS-UVPR-IX)
S51269     OR  WUPHS-CRCY-CD NOT = WS-UVPR-CRCY-CD (WS-UVPR-IX)
S51269     OR  WUPHS-PRICE-DT > CR-STMT-TO-DT
S51269         SET  WS-UPHS-DONE        TO TRUE
S51269         GO TO 1110-TAKE-HISTORY-PRICE-X
S51269     END-IF.
S51269
S51269     IF  WUPHS-PRICE-DT < CR-STMT-FROM-DT
S51269         MOVE WUPHS-PRICE-DT   TO WS-UVPR-OPEN-DT    (WS-UVPR-IX)
S51269         MOVE WUPHS-UNIT-VALUE TO WS-UVPR-OPEN-VALUE (WS-UVPR-IX)
S51269         GO TO 1110-TAKE-HISTORY-PRICE-X
S51269     END-IF.
S51269
S51269     IF  WS-UVPR-OPEN-DT (WS-UVPR-IX) = SPACES
S51269         MOVE WUPHS-PRICE-DT   TO WS-UVPR-OPEN-DT    (WS-UVPR-IX)
S51269         MOVE WUPHS-UNIT-VALUE TO WS-UVPR-OPEN-VALUE (WS-UVPR-IX)
S51269         SET  WS-UVPR-LAUNCHED-IN-PRD (WS-UVPR-IX) TO TRUE
S51269     END-IF.
S51269
S51269     MOVE WUPHS-PRICE-DT      TO WS-UVPR-CLOSE-DT    (WS-UVPR-IX).
S51269     MOVE WUPHS-UNIT-VALUE    TO WS-UVPR-CLOSE-VALUE (WS-UVPR-IX).
S51269
S51269 1110-TAKE-HISTORY-PRICE-X.
S51269     EXIT.
      /
      *--------------------------
       2000-PROCESS-POSITIONS.
                                           WS-CLOSE-VALUE-AMT
                                           WS-FUND-CNT.

S51297*
S51297*  THE WHOLE STATEMENT GOES BY THE POLICYHOLDER'S STATEMENT
S51297*  PREFERENCE - EVERY RECORD OF IT IS WRITTEN OR QUEUED THE
S51297*  SAME WAY IN 9650-SFST-WRITE.
S51297*
S51297     MOVE SPACES                  TO WCPRF-RQST-CLI-ID.
S51297     MOVE RFHLD-POL-ID            TO WPOL-POL-ID.
S51297     PERFORM  POL-1000-READ
S51297         THRU POL-1000-READ-X.
S51297     IF  WPOL-IO-OK
S51297         MOVE RPOL-HLDR-CLI-ID    TO WCPRF-RQST-CLI-ID
S51297     END-IF.
S51297
S51297     MOVE 'ST'                    TO WCPRF-RQST-DOC-CAT-CD.
S51297     SET  WCPRF-RQST-NOT-LEGAL    TO TRUE.
S51297     PERFORM  CPRF-1000-GET-CHANNEL
S51297         THRU CPRF-1000-GET-CHANNEL-X.
S51297
       3000-OPEN-STATEMENT-X.
           EXIT.

           MOVE CR-STMT-TO-DT           TO RSFST-STMT-TO-DT.
           MOVE WS-OPEN-UNITS           TO RSFST-OPEN-UNITS.

S51297     PERFORM  9650-SFST-WRITE
S51297         THRU 9650-SFST-WRITE-X.

           PERFORM  4100-WRITE-TRANSACTIONS
               THRU 4100-WRITE-TRANSACTIONS-X.
           PERFORM  4200-VALUE-CLOSING
               THRU 4200-VALUE-CLOSING-X.

S51269     PERFORM  4300-WRITE-FUND-RETURN
S51269         THRU 4300-WRITE-FUND-RETURN-X
S51269         VARYING WS-FUND-IX FROM 1 BY 1
S51269         UNTIL   WS-FUND-IX > WS-FUND-CNT.

           MOVE SPACES                  TO RSFST-SEQ-REC-INFO.
           SET  RSFST-REC-TRAILER       TO TRUE.
           MOVE WS-STMT-POL-ID          TO RSFST-POL-ID.
                                        TO RSFST-GTD-SURR-VAL-AMT
           END-IF.

S51297     PERFORM  9650-SFST-WRITE
S51297         THRU 9650-SFST-WRITE-X.

           ADD 1                        TO WS-POLS-STMT-CNT.
           ADD WS-CLOSE-VALUE-AMT       TO WS-TOT-CLOSE-VALUE.
               END-EVALUATE
           END-IF.

S51297     PERFORM  9650-SFST-WRITE
S51297         THRU 9650-SFST-WRITE-X.

           ADD 1                        TO WS-TRXN-CNT.


       4210-VALUE-ONE-FUND-X.
           EXIT.

S51269*------------------------
S51269 4300-WRITE-FUND-RETURN.
S51269*------------------------
S51269
S51269*
S51269*  ONE 'R' RECORD PER FUND HELD IN THE PERIOD WITH THE FUND'S
S51269*  UNIT PRICE RETURN OVER THE STATEMENT PERIOD.
S51269*
S51269     MOVE ZERO                    TO WS-UVPR-IX.
S51269     PERFORM  4310-MATCH-FUND-PRICE
S51269         THRU 4310-MATCH-FUND-PRICE-X
S51269         VARYING WS-SUB FROM 1 BY 1
S51269         UNTIL   WS-SUB > WS-UVPR-CNT
S51269         OR      WS-UVPR-IX > ZERO.
S51269
S51269     MOVE SPACES                  TO RSFST-SEQ-REC-INFO.
S51269     SET  RSFST-REC-FUND-RTN      TO TRUE.
S51269     MOVE WS-STMT-POL-ID          TO RSFST-POL-ID.
S51269     MOVE WS-FUND-CD (WS-FUND-IX) TO RSFST-RTN-FUND-CD.
S51269     MOVE ZERO                    TO RSFST-OPEN-UNIT-VALUE
S51269                                     RSFST-CLOSE-UNIT-VALUE
S51269                                     RSFST-RTN-PCT.
S51269     SET  RSFST-RTN-NOT-AVAIL     TO TRUE.
S51269     SET  RSFST-NOT-LAUNCHED-IN-PRD TO TRUE.
S51269
S51269     IF  WS-UVPR-IX = ZERO
S51269         GO TO 4300-WRITE-RECORD
S51269     END-IF.
S51269
S51269     MOVE WS-UVPR-OPEN-DT     (WS-UVPR-IX) TO RSFST-OPEN-PRICE-DT.
S51269     MOVE WS-UVPR-OPEN-VALUE  (WS-UVPR-IX)
S51269                                  TO RSFST-OPEN-UNIT-VALUE.
S51269     MOVE WS-UVPR-CLOSE-DT    (WS-UVPR-IX)
S51269                                  TO RSFST-CLOSE-PRICE-DT.
S51269     MOVE WS-UVPR-CLOSE-VALUE (WS-UVPR-IX)
S51269                                  TO RSFST-CLOSE-UNIT-VALUE.
S51269     IF  WS-UVPR-LAUNCHED-IN-PRD (WS-UVPR-IX)
S51269         SET  RSFST-LAUNCHED-IN-PRD TO TRUE
S51269     END-IF.
S51269
S51269     IF  WS-UVPR-CLOSE-DT (WS-UVPR-IX)
S51269                                > WS-UVPR-OPEN-DT (WS-UVPR-IX)
S51269     AND WS-UVPR-OPEN-VALUE (WS-UVPR-IX) > ZERO
S51269         COMPUTE RSFST-RTN-PCT ROUNDED =
S51269             ((WS-UVPR-CLOSE-VALUE (WS-UVPR-IX)
S51269             / WS-UVPR-OPEN-VALUE  (WS-UVPR-IX)) - 1) * 100
S51269         SET  RSFST-RTN-AVAIL     TO TRUE
S51269     END-IF.
S51269
S51269 4300-WRITE-RECORD.
S51269
S51297     PERFORM  9650-SFST-WRITE
S51297         THRU 9650-SFST-WRITE-X.
S51269
S51269 4300-WRITE-FUND-RETURN-X.
S51269     EXIT.
S51269
S51269*------------------------
S51269 4310-MATCH-FUND-PRICE.
S51269*------------------------
S51269
S51269     IF  WS-UVPR-FUND-CD (WS-SUB) = WS-FUND-CD (WS-FUND-IX)
S51269         MOVE WS-SUB              TO WS-UVPR-IX
S51269     END-IF.
S51269
S51269 4310-MATCH-FUND-PRICE-X.
S51269     EXIT.
      /
      *------------------------
       8600-WRITE-SUMMARY-LINE.
                 THRU 9700-HANDLE-SFST-ERROR-X
           END-IF.

S51269*
S51269*  NO PRICE HISTORY YET - RETURNS ARE SHOWN AS NOT AVAILABLE.
S51269*
S51269     OPEN INPUT UPHS-FILE.
S51269     IF  WUPHS-IO-NOFILE
S51269         SET  WS-UPHS-NOT-AVAIL   TO TRUE
S51269     ELSE
S51269     IF  NOT WUPHS-IO-OK
S51269        MOVE TFCMD-OPEN-I-FILE    TO WUPHS-SEQ-IO-COMMAND
S51269        PERFORM 9700-HANDLE-UPHS-ERROR
S51269           THRU 9700-HANDLE-UPHS-ERROR-X
S51269     END-IF
S51269     END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

           CLOSE OFHL-DATA-FILE.
           CLOSE SFTX-DATA-FILE.
           CLOSE SFST-DATA-FILE.
S51269     IF  WS-UPHS-AVAIL
S51269         CLOSE UPHS-FILE
S51269     END-IF.

S51297     PERFORM  CPRF-9000-CLOSE
S51297         THRU CPRF-9000-CLOSE-X.
S51297
       9999-CLOSE-FILES-X.
           EXIT.

       9500-SFTX-READ-X.
           EXIT.

S51297*----------------
S51297 9650-SFST-WRITE.
S51297*----------------
S51297
S51297     IF  WCPRF-ROUTE-NO-CONTACT
S51297         GO TO 9650-SFST-WRITE-X
S51297     END-IF.
S51297
S51297     IF  WCPRF-ROUTE-ELECTRONIC
S51297         MOVE WS-STMT-POL-ID      TO WCNTQ-RQST-POL-ID
S51297         MOVE RSFST-SEQ-REC-INFO  TO WCNTQ-RQST-NTC-IMAGE-TXT
S51297         PERFORM  CPRF-2000-QUEUE-NOTICE
S51297             THRU CPRF-2000-QUEUE-NOTICE-X
S51297         GO TO 9650-SFST-WRITE-X
S51297     END-IF.
S51297
S51297     WRITE RSFST-SEQ-REC-INFO.
S51297     IF WSFST-SEQ-FILE-STATUS  NOT = ZERO
S51297        PERFORM 9700-HANDLE-SFST-ERROR
S51297           THRU 9700-HANDLE-SFST-ERROR-X
S51297     END-IF.
S51297
S51297 9650-SFST-WRITE-X.
S51297     EXIT.
S51297

      *-----------------------
       9700-HANDLE-UVSI-ERROR.
       9700-HANDLE-SFTX-ERROR-X.
           EXIT.

S51269*-----------------------
S51269 9700-HANDLE-UPHS-ERROR.
S51269*-----------------------
S51269
S51269     MOVE WUPHS-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
S51269     MOVE WUPHS-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
S51269     MOVE WUPHS-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
S51269     PERFORM 0030-3000-QSAM-ERROR
S51269        THRU 0030-3000-QSAM-ERROR-X.
S51269
S51269 9700-HANDLE-UPHS-ERROR-X.
S51269     EXIT.

      *-----------------------
       9700-HANDLE-SFST-ERROR.
      *-----------------------
      *
       COPY XCPL0260.
      *
      * CONTROL TOTAL REGISTRY
      *
S51295 COPY XCPL0017.
      *
      * TITLE / HEADING BUILD
      *
       COPY XCPL0040.
      * APPLICATION CONTROL MASTER
      *
       COPY CCPNMAST.
S51297*
S51297* POLICY MASTER
S51297*
S51297 COPY CCPNPOL.
S51297*
S51297* COMMUNICATION PREFERENCE ROUTING
S51297*
S51297 COPY CCPPCPRF.
      *
      * QSAM ERROR HANDLING
      *
