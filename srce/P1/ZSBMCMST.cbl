      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51216**  02SEP26  CTS    INITIAL VERSION                            **
S51299**  15OCT26  CTS    MANAGER OVERRIDES AND OVERRIDE CLAWBACKS   **
S51299**                  SHOWN WITH THE WRITING AGENT AND NETTED    **
S51299**                  INTO THE STATEMENT                         **
S51300**  15OCT26  CTS    SHOW THE AGENT'S SHARE AND THE CO-AGENT ON **
S51300**                  A JOINTLY WRITTEN POLICY FROM THE          **
S51300**                  COMMISSION SPLIT (SPLT)                    **
S51303**  15OCT26  CTS    A CASE CLOSED OR DECLINED BEFORE ISSUE     **
S51303**                  (ZSBMNBAG) IS LISTED AS NOT ISSUED         **
      *****************************************************************

      **********************
       FILE-CONTROL.

       COPY CCSSPRT1.
S51300
S51300     COPY CCFHSPLT.

           SELECT AGSO-DATA-FILE ASSIGN TO ZSAGSO
                  ORGANIZATION   IS LINE SEQUENTIAL

       COPY CCSDPRT1.
       COPY CCSRPRT1.
S51300
S51300 COPY CCFWSPLT.

       FD  AGSO-DATA-FILE
           RECORDING MODE IS F
           02  CR-STMT-YYMM                    PIC X(07).
           02  FILLER                          PIC X(66).

S51300 COPY CCWWSPLT.
S51300
S51300 01  WS-SPLT-WORK-AREA.
S51300     05  WS-SPLT-OPEN-SW           PIC X(01)  VALUE 'N'.
S51300         88  WS-SPLT-OPEN                     VALUE 'Y'.
S51300
      ****************************************************************
      *    ONE AGENT STATEMENT IN PROGRESS
      ****************************************************************
                                                    VALUE ZERO.
           05  WS-CHRGBK-TOT-AMT         PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
S51299     05  WS-OVRD-TOT-AMT           PIC S9(13)V99 COMP-3
S51299                                              VALUE ZERO.
           05  WS-NET-AMT                PIC S9(13)V99 COMP-3
                                                    VALUE ZERO.
           05  WS-SUB                    PIC S9(04) COMP.
                                                      VALUE ZERO.
           05  WS-GRND-CHRGBK-AMT      PIC S9(15)V99 COMP-3
                                                      VALUE ZERO.
S51299     05  WS-GRND-OVRD-AMT        PIC S9(15)V99 COMP-3
S51299                                                VALUE ZERO.

      ****************************************************************
      *    STATEMENT PRINT LINES
           03  P-TRXN-DT                   PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-TRXN-AMT                  PIC Z(10)9.99-.
S51299     03  FILLER                      PIC X(02).
S51299     03  P-WRTG-AGT-LBL              PIC X(07).
S51299     03  P-WRTG-AGT-ID               PIC X(06).
S51300     03  FILLER                      PIC X(02).
S51300     03  P-SHR-LBL                   PIC X(07).
S51300     03  P-SHR-PCT                   PIC ZZ9.99.

       01  P-NET-LINE.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(13)
               VALUE 'CHARGEBACKS: '.
           03  P-CB-AMT-X                  PIC Z(13)9.99.
S51299
S51299 01  P-SUMMARY-LINE-2.
S51299     03  FILLER                      PIC X(36).
S51299     03  FILLER                      PIC X(13)
S51299         VALUE 'OVERRIDES:   '.
S51299     03  P-OVRD-AMT-X                PIC Z(13)9.99-.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
               THRU 2100-RESOLVE-AGENT-X.

           MOVE ZERO                    TO WS-COMM-TOT-AMT
S51299                                     WS-OVRD-TOT-AMT
                                           WS-CHRGBK-TOT-AMT.

           PERFORM  3000-WRITE-HEADER
           MOVE RCOMX-POL-ID            TO RCMST-POL-ID.
           MOVE RCOMX-COMM-PAID-DT      TO RCMST-TRXN-DT.
           MOVE RCOMX-COMM-PAID-AMT     TO RCMST-TRXN-AMT.
S51299
S51299*
S51299*  A MANAGER OVERRIDE CARRIES THE AGENT WHOSE SALE EARNED IT.
S51299*
S51299     IF  NOT RCOMX-WRTG-AGT-COMM
S51299         SET  RCMST-REC-OVRD-DETAIL
S51299                                  TO TRUE
S51299         MOVE RCOMX-WRTG-AGT-ID   TO RCMST-WRTG-AGT-ID
S51299         MOVE RCOMX-OVRD-LVL-CD   TO RCMST-OVRD-LVL-CD
S51299     END-IF.
S51300
S51300*
S51300*  A JOINTLY WRITTEN POLICY CARRIES THE AGENT'S SHARE AND THE
S51300*  CO-AGENT FROM THE SPLIT IN EFFECT ON THE PAID DATE.
S51300*
S51300     MOVE ZERO                    TO RCMST-SHR-PCT
S51300                                     WSPLT-PRTY-IX.
S51300     IF  RCOMX-WRTG-AGT-COMM
S51300         MOVE RCOMX-POL-ID        TO WSPLT-RQST-POL-ID
S51300         MOVE RCOMX-COMM-PAID-DT  TO WSPLT-RQST-AS-OF-DT
S51300         PERFORM  3500-LOOKUP-SHARE
S51300             THRU 3500-LOOKUP-SHARE-X
S51300     END-IF.

           PERFORM  9600-CMST-WRITE
               THRU 9600-CMST-WRITE-X.

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE 'COMMISSION '           TO P-DTL-TYPE.
S51299     EVALUATE TRUE
S51299         WHEN RCOMX-OVRD-UNIT-MGR
S51299             MOVE 'OVERRIDE-UM'   TO P-DTL-TYPE
S51299         WHEN RCOMX-OVRD-BRANCH-MGR
S51299             MOVE 'OVERRIDE-BM'   TO P-DTL-TYPE
S51299         WHEN RCOMX-OVRD-REGION-MGR
S51299             MOVE 'OVERRIDE-RM'   TO P-DTL-TYPE
S51299     END-EVALUATE.
S51299     IF  NOT RCOMX-WRTG-AGT-COMM
S51299         MOVE 'AGENT: '           TO P-WRTG-AGT-LBL
S51299         MOVE RCOMX-WRTG-AGT-ID   TO P-WRTG-AGT-ID
S51299     END-IF.
S51300     PERFORM  3510-PRINT-SHARE
S51300         THRU 3510-PRINT-SHARE-X.
           MOVE RCOMX-POL-ID            TO P-POL-ID.
           MOVE RCOMX-COMM-PAID-DT      TO P-TRXN-DT.
           MOVE RCOMX-COMM-PAID-AMT     TO P-TRXN-AMT.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

S51299     IF  RCOMX-WRTG-AGT-COMM
S51299         ADD RCOMX-COMM-PAID-AMT  TO WS-COMM-TOT-AMT
S51299     ELSE
S51299         ADD RCOMX-COMM-PAID-AMT  TO WS-OVRD-TOT-AMT
S51299     END-IF.

           PERFORM  9500-COMX-READ
               THRU 9500-COMX-READ-X.
           MOVE RCBTX-POL-ID            TO RCMST-POL-ID.
           MOVE RCBTX-TERM-DT           TO RCMST-TRXN-DT.
           COMPUTE RCMST-TRXN-AMT = ZERO - RCBTX-CHRGBK-AMT.
S51299
S51299*
S51299*  AN OVERRIDE CLAWBACK CARRIES THE AGENT WHOSE LAPSED SALE
S51299*  CAUSED IT.
S51299*
S51299     IF  RCBTX-TRXN-OVRD-CLAWBK
S51299         SET  RCMST-REC-OVRD-CLAWBK
S51299                                  TO TRUE
S51299         MOVE RCBTX-WRTG-AGT-ID   TO RCMST-WRTG-AGT-ID
S51299         MOVE RCBTX-OVRD-LVL-CD   TO RCMST-OVRD-LVL-CD
S51299     END-IF.
S51303
S51303*
S51303*  A CASE THAT WILL NEVER ISSUE IS LISTED SO THE AGENT SEES
S51303*  THE PENDING COMMISSION WILL NOT BE EARNED - IT CARRIES NO
S51303*  AMOUNT.
S51303*
S51303     IF  RCBTX-TRXN-NOT-ISSUED
S51303         SET  RCMST-REC-NOT-ISSUED
S51303                                  TO TRUE
S51303     END-IF.
S51300
S51300*
S51300*  A CHARGEBACK ON A JOINTLY WRITTEN POLICY CARRIES THE SHARE
S51300*  IN EFFECT ON THE TERMINATION DATE.
S51300*
S51300     MOVE ZERO                    TO RCMST-SHR-PCT
S51300                                     WSPLT-PRTY-IX.
S51300     IF  NOT RCBTX-TRXN-OVRD-CLAWBK
S51300         MOVE RCBTX-POL-ID        TO WSPLT-RQST-POL-ID
S51300         MOVE RCBTX-TERM-DT       TO WSPLT-RQST-AS-OF-DT
S51300         PERFORM  3500-LOOKUP-SHARE
S51300             THRU 3500-LOOKUP-SHARE-X
S51300     END-IF.

           PERFORM  9600-CMST-WRITE
               THRU 9600-CMST-WRITE-X.

           MOVE SPACES                  TO P-DETAIL-LINE.
           MOVE 'CHARGEBACK '           TO P-DTL-TYPE.
S51299     IF  RCBTX-TRXN-OVRD-CLAWBK
S51299         MOVE 'OVRD CLAWBK'       TO P-DTL-TYPE
S51299         MOVE 'AGENT: '           TO P-WRTG-AGT-LBL
S51299         MOVE RCBTX-WRTG-AGT-ID   TO P-WRTG-AGT-ID
S51299     END-IF.
S51303     IF  RCBTX-TRXN-NOT-ISSUED
S51303         MOVE 'NOT ISSUED '       TO P-DTL-TYPE
S51303     END-IF.
S51300     PERFORM  3510-PRINT-SHARE
S51300         THRU 3510-PRINT-SHARE-X.
           MOVE RCBTX-POL-ID            TO P-POL-ID.
           MOVE RCBTX-TERM-DT           TO P-TRXN-DT.
           COMPUTE P-TRXN-AMT = ZERO - RCBTX-CHRGBK-AMT.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

S51299     IF  RCBTX-TRXN-OVRD-CLAWBK
S51299         SUBTRACT RCBTX-CHRGBK-AMT
S51299                                  FROM WS-OVRD-TOT-AMT
S51299     ELSE
S51299         ADD RCBTX-CHRGBK-AMT     TO WS-CHRGBK-TOT-AMT
S51299     END-IF.

           PERFORM  9500-CBTX-READ
               THRU 9500-CBTX-READ-X.
      *-----------------------

           COMPUTE WS-NET-AMT =
S51299         WS-COMM-TOT-AMT - WS-CHRGBK-TOT-AMT
S51299       + WS-OVRD-TOT-AMT.

           MOVE SPACES                  TO RCMST-SEQ-REC-INFO.
           SET  RCMST-REC-TRAILER       TO TRUE.
           MOVE WS-COMM-TOT-AMT         TO RCMST-COMM-TOT-AMT.
           MOVE WS-CHRGBK-TOT-AMT       TO RCMST-CHRGBK-TOT-AMT.
           MOVE WS-NET-AMT              TO RCMST-NET-AMT.
S51299     MOVE WS-OVRD-TOT-AMT         TO RCMST-OVRD-TOT-AMT.

           PERFORM  9600-CMST-WRITE
               THRU 9600-CMST-WRITE-X.
           ADD 1                        TO WS-AGT-STMT-CNT.
           ADD WS-COMM-TOT-AMT          TO WS-GRND-COMM-AMT.
           ADD WS-CHRGBK-TOT-AMT        TO WS-GRND-CHRGBK-AMT.
S51299     ADD WS-OVRD-TOT-AMT          TO WS-GRND-OVRD-AMT.

           PERFORM  3400-ADD-TO-SO
               THRU 3400-ADD-TO-SO-X.

       3410-TEST-ONE-SO-X.
           EXIT.
S51300
S51300*----------------------
S51300 3500-LOOKUP-SHARE.
S51300*----------------------
S51300
S51300     MOVE ZERO                    TO WSPLT-PRTY-IX.
S51300
S51300     IF  NOT WS-SPLT-OPEN
S51300         GO TO 3500-LOOKUP-SHARE-X
S51300     END-IF.
S51300
S51300     PERFORM  SPLT-1000-GET-AS-OF
S51300         THRU SPLT-1000-GET-AS-OF-X.
S51300
S51300     IF  WSPLT-NOT-FND
S51300         GO TO 3500-LOOKUP-SHARE-X
S51300     END-IF.
S51300
S51300     MOVE WS-CRNT-AGT-ID          TO WSPLT-RQST-AGT-ID.
S51300     PERFORM  SPLT-2000-FIND-PARTY
S51300         THRU SPLT-2000-FIND-PARTY-X.
S51300
S51300     IF  WSPLT-PRTY-IX > ZERO
S51300         MOVE WSPLT-FND-SHR-PCT (WSPLT-PRTY-IX)
S51300                                  TO RCMST-SHR-PCT
S51300         MOVE WSPLT-CO-AGT-ID     TO RCMST-CO-AGT-ID
S51300     END-IF.
S51300
S51300 3500-LOOKUP-SHARE-X.
S51300     EXIT.
S51300
S51300*----------------------
S51300 3510-PRINT-SHARE.
S51300*----------------------
S51300
S51300     IF  WSPLT-PRTY-IX > ZERO
S51300         MOVE 'WITH:  '           TO P-WRTG-AGT-LBL
S51300         MOVE WSPLT-CO-AGT-ID     TO P-WRTG-AGT-ID
S51300         MOVE 'SHARE: '           TO P-SHR-LBL
S51300         MOVE RCMST-SHR-PCT       TO P-SHR-PCT
S51300     END-IF.
S51300
S51300 3510-PRINT-SHARE-X.
S51300     EXIT.
      /
      *--------------------
       6000-SO-ROLLUP.
           SET  RCMST-REC-GRAND-TOTAL   TO TRUE.
           MOVE WS-GRND-COMM-AMT        TO RCMST-COMM-TOT-AMT.
           MOVE WS-GRND-CHRGBK-AMT      TO RCMST-CHRGBK-TOT-AMT.
S51299     MOVE WS-GRND-OVRD-AMT        TO RCMST-OVRD-TOT-AMT.
           COMPUTE RCMST-NET-AMT =
S51299         WS-GRND-COMM-AMT - WS-GRND-CHRGBK-AMT
S51299       + WS-GRND-OVRD-AMT.

           PERFORM  9600-CMST-WRITE
               THRU 9600-CMST-WRITE-X.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.
S51299
S51299     MOVE WS-GRND-OVRD-AMT         TO P-OVRD-AMT-X.
S51299     MOVE +1                       TO WPRT1-NUMBER-LINES.
S51299     MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
S51299     PERFORM  PRT1-1000-WRITE
S51299         THRU PRT1-1000-WRITE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.
              PERFORM 9700-HANDLE-CMST-ERROR
                 THRU 9700-HANDLE-CMST-ERROR-X
           END-IF.
S51300
S51300*
S51300*  NO SPLIT TABLE YET MEANS NO JOINTLY WRITTEN POLICIES.
S51300*
S51300     OPEN INPUT SPLT-FILE.
S51300     IF  WSPLT-IO-OK
S51300         SET WS-SPLT-OPEN         TO TRUE
S51300     ELSE
S51300         IF  NOT WSPLT-IO-NOFILE
S51300             MOVE WSPLT-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
S51300             MOVE WSPLT-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
S51300             MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
S51300             PERFORM 0030-3000-QSAM-ERROR
S51300                THRU 0030-3000-QSAM-ERROR-X
S51300         END-IF
S51300     END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.
           CLOSE COMX-DATA-FILE.
           CLOSE CBTX-DATA-FILE.
           CLOSE CMST-DATA-FILE.
S51300
S51300     IF  WS-SPLT-OPEN
S51300         CLOSE SPLT-FILE
S51300     END-IF.

       9999-CLOSE-FILES-X.
           EXIT.
      * APPLICATION CONTROL MASTER
      *
       COPY CCPNMAST.
S51300*
S51300* COMMISSION SPLIT LOOKUP
S51300*
S51300 COPY CCPPSPLT.
      *
      * QSAM ERROR HANDLING
      *
