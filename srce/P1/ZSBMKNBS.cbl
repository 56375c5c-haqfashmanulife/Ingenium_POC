      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51220**  02SEP26  CTS    INITIAL VERSION                            **
S51298**  15OCT26  CTS    ALSO ISSUES SLIPS FROM THE MANDATE-PENDING **
S51298**                  FALLBACK FILE (ZSMNDF) WRITTEN BY ZSBMM19B **
      *****************************************************************
      **********************
       ENVIRONMENT DIVISION.
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WKNBS-SEQ-FILE-STATUS.

S51298     SELECT MNDF-DATA-FILE ASSIGN TO ZSMNDF
S51298            ORGANIZATION   IS LINE SEQUENTIAL
S51298            ACCESS         IS SEQUENTIAL
S51298            FILE STATUS    IS WMNDF-SEQ-FILE-STATUS.
S51298
      /
      ***************
       DATA DIVISION.

       COPY ZCSRKNBS.

S51298 FD  MNDF-DATA-FILE
S51298     RECORDING MODE IS F
S51298     BLOCK CONTAINS 0 RECORDS
S51298     LABEL RECORDS ARE STANDARD.
S51298
S51298 01  RMNDF-SEQ-REC-INFO                  PIC X(45).
S51298
      /
      *************************
       WORKING-STORAGE SECTION.
               88  WKNBS-SEQ-IO-OK             VALUE 0.
               88  WKNBS-SEQ-IO-ERROR          VALUE 9.

S51298 01  WMNDF-SEQ-IO-WORK-AREA.
S51298     05  WMNDF-SEQ-FILE-NAME             PIC X(04)
S51298                                         VALUE 'MNDF'.
S51298     05  WMNDF-SEQ-IO-COMMAND            PIC X(02).
S51298     05  WMNDF-SEQ-FILE-STATUS           PIC X(02).
S51298     05  WMNDF-OPEN-SW                   PIC X(01) VALUE 'N'.
S51298         88  WMNDF-OPEN                  VALUE 'Y'.
S51298
      ****************************************************************
      *    CONTROL CARD - SLIP NUMBER BASE FOR THE RUN
      ****************************************************************

       01  WS-WORK-AREA.
           05  WS-NEXT-SLIP-NUM          PIC 9(10)  VALUE ZERO.
S51298     05  WS-SRCE-SW                PIC X(01)  VALUE 'P'.
S51298         88  WS-SRCE-PDUE                     VALUE 'P'.
S51298         88  WS-SRCE-MNDF                     VALUE 'M'.

       01  WS-REPORT-TOTALS.
           05  WS-SLIP-CNT             PIC S9(07) COMP-3 VALUE +0.
           05  WS-SKIP-CNT             PIC S9(07) COMP-3 VALUE +0.
S51298     05  WS-MNDF-SLIP-CNT        PIC S9(07) COMP-3 VALUE +0.
           05  WS-TOT-PREM-AMT         PIC S9(15)V99 COMP-3
                                                      VALUE ZERO.

               VALUE 'TOTAL BILLED:  '.
           03  P-PREM-AMT-X                PIC Z(13)9.99.

S51298 01  P-SUMMARY-LINE-2.
S51298     03  FILLER                      PIC X(01).
S51298     03  FILLER                      PIC X(39)
S51298         VALUE 'OF WHICH ISSUED WHILE MANDATE PENDING: '.
S51298     03  P-MNDF-SLIP-CNT-X           PIC ZZZZZZ9.
S51298
       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.
               THRU 2000-ISSUE-SLIPS-X
                    UNTIL WPDUE-SEQ-IO-EOF.

S51298     IF  WMNDF-OPEN
S51298         SET  WS-SRCE-MNDF        TO TRUE
S51298         PERFORM  9550-MNDF-READ
S51298             THRU 9550-MNDF-READ-X
S51298         PERFORM  2000-ISSUE-SLIPS
S51298             THRU 2000-ISSUE-SLIPS-X
S51298                  UNTIL WPDUE-SEQ-IO-EOF
S51298     END-IF.
S51298
           PERFORM  8600-WRITE-SUMMARY-LINE
               THRU 8600-WRITE-SUMMARY-LINE-X.


           ADD 1                        TO WS-SLIP-CNT.
           ADD RPDUE-MPREM-AMT          TO WS-TOT-PREM-AMT.
S51298     IF  WS-SRCE-MNDF
S51298         ADD 1                    TO WS-MNDF-SLIP-CNT
S51298     END-IF.

       2000-NEXT-ITEM.

S51298     IF  WS-SRCE-MNDF
S51298         PERFORM  9550-MNDF-READ
S51298             THRU 9550-MNDF-READ-X
S51298         GO TO 2000-ISSUE-SLIPS-X
S51298     END-IF.
S51298
           PERFORM  9500-PDUE-READ
               THRU 9500-PDUE-READ-X.

           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

S51298     MOVE SPACES                   TO P-SUMMARY-LINE-2.
S51298     MOVE WS-MNDF-SLIP-CNT         TO P-MNDF-SLIP-CNT-X.
S51298
S51298     MOVE +1                       TO WPRT1-NUMBER-LINES.
S51298     MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
S51298     PERFORM  PRT1-1000-WRITE
S51298         THRU PRT1-1000-WRITE-X.
S51298
       8600-WRITE-SUMMARY-LINE-X.
           EXIT.
      /
                 THRU 9700-HANDLE-KNBS-ERROR-X
           END-IF.

S51298*    THE MANDATE-PENDING FALLBACK FILE IS OPTIONAL - NOT
S51298*    PRESENT MEANS ZSBMM19B HELD NOTHING BACK THIS CYCLE
S51298     MOVE TFCMD-OPEN-I-FILE       TO WMNDF-SEQ-IO-COMMAND.
S51298     OPEN INPUT MNDF-DATA-FILE.
S51298     IF  WMNDF-SEQ-FILE-STATUS = '00'
S51298         SET  WMNDF-OPEN          TO TRUE
S51298     ELSE
S51298         IF  WMNDF-SEQ-FILE-STATUS NOT = '35'
S51298             PERFORM 9710-HANDLE-MNDF-ERROR
S51298                THRU 9710-HANDLE-MNDF-ERROR-X
S51298         END-IF
S51298     END-IF.
S51298
           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

S51298     IF  WS-MNDF-SLIP-CNT > ZERO
S51298         MOVE WS-MNDF-SLIP-CNT     TO  WS-DISP-CTR
S51298         MOVE WS-DISP-CTR          TO  WGLOB-MSG-PARM (1)
S51298         MOVE 'ZSKNBS0003'         TO  WGLOB-MSG-REF-INFO
S51298*MSG: (I) SLIPS ISSUED WHILE DIRECT-DEBIT MANDATE PENDING @1
S51298         PERFORM  0260-1000-GENERATE-MESSAGE
S51298             THRU 0260-1000-GENERATE-MESSAGE-X
S51298     END-IF.
S51298
           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           CLOSE KNBR-FILE.
           CLOSE PDUE-DATA-FILE.
           CLOSE KNBS-DATA-FILE.
S51298     IF  WMNDF-OPEN
S51298         CLOSE MNDF-DATA-FILE
S51298     END-IF.

       9999-CLOSE-FILES-X.
           EXIT.
       9500-PDUE-READ-X.
           EXIT.

S51298*----------------
S51298 9550-MNDF-READ.
S51298*----------------
S51298
S51298     MOVE ZERO                   TO WPDUE-SEQ-IO-STATUS.
S51298     MOVE TFCMD-READNEXT-RECORD  TO WMNDF-SEQ-IO-COMMAND.
S51298
S51298     READ MNDF-DATA-FILE
S51298          AT END
S51298            MOVE 8               TO WPDUE-SEQ-IO-STATUS
S51298            GO TO 9550-MNDF-READ-X.
S51298
S51298     IF WMNDF-SEQ-FILE-STATUS  NOT = ZERO
S51298        PERFORM 9710-HANDLE-MNDF-ERROR
S51298           THRU 9710-HANDLE-MNDF-ERROR-X
S51298     END-IF.
S51298
S51298     MOVE RMNDF-SEQ-REC-INFO     TO RPDUE-SEQ-REC-INFO.
S51298
S51298 9550-MNDF-READ-X.
S51298     EXIT.
S51298
      *----------------
       9600-KNBS-WRITE.
      *----------------
       9700-HANDLE-KNBS-ERROR-X.
           EXIT.

S51298*-----------------------
S51298 9710-HANDLE-MNDF-ERROR.
S51298*-----------------------
S51298
S51298     MOVE WMNDF-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME.
S51298     MOVE WMNDF-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS.
S51298     MOVE WMNDF-SEQ-IO-COMMAND   TO WGLOB-IO-COMMAND.
S51298     PERFORM 0030-3000-QSAM-ERROR
S51298        THRU 0030-3000-QSAM-ERROR-X.
S51298
S51298 9710-HANDLE-MNDF-ERROR-X.
S51298     EXIT.
S51298
      /
       COPY XCPL0035.
      *
