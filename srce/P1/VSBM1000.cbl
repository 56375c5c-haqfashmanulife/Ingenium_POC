S51205**  23AUG26  CTS    COMPLETION REGISTRATION SKIPPED IN         **
S51205**           PARTITION MODE - VSBM1020 REGISTERS THE JOB       **
S51205**           ONCE THE MERGE BALANCES                           **
S51270**  15OCT26  CTS    PLAN CODE AND GROSS ANNUAL PREMIUM ADDED   **
S51270**           TO THE VCMP RECORD FOR THE RESERVE ROLL-FORWARD   **
S51271**  15OCT26  CTS    IFRS 17 CONTRACT GROUP FROM THE GROUPING   **
S51271**           MASTER (IFGR) CARRIED ON THE VCMP RECORD          **
      *****************************************************************
      /
      **********************
                  FILE STATUS    IS WVPTC-SEQ-FILE-STATUS.

           COPY CCFHRNPG.

S51271     COPY CCFHIFGR.
      /
      ***************
       DATA DIVISION.
       COPY ZCSRVPTC.

       COPY CCFWRNPG.

S51271 COPY CCFWIFGR.
      /
       WORKING-STORAGE SECTION.

                               ==':ID:'==  BY =='VCMP'==.
       COPY ZCSRVCMP.
      /
S51271 COPY CCWWIFGR.
S51271
S51271 01  WS-IFGR-CONTROL.
S51271     03  WS-IFGR-OPEN-SW           PIC X     VALUE  'N'.
S51271         88  WS-IFGR-OPEN                    VALUE  'Y'.
S51271         88  WS-IFGR-NOT-OPEN                VALUE  'N'.
      /
       01  MISC-WORK-AREA.
           03  WS-EXTRACT-WRITE-IND      PIC X     VALUE  'N'.
               88  EXTRACT-NOT-WRITTEN             VALUE  'N'.
           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

S51271*
S51271*  NO GROUPING MASTER YET MEANS NO COVERAGE HAS A GROUP - THE
S51271*  VCMP GROUP IS LEFT BLANK AND ZSBMIFGR REPORTS THE GAP.
S51271*
S51271     OPEN INPUT IFGR-FILE.
S51271     IF  WIFGR-IO-OK
S51271         SET WS-IFGR-OPEN        TO TRUE
S51271     ELSE
S51271         IF  NOT WIFGR-IO-NOFILE
S51271            MOVE WIFGR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
S51271            MOVE WIFGR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
S51271            MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
S51271            PERFORM 0030-3000-QSAM-ERROR
S51271               THRU 0030-3000-QSAM-ERROR-X
S51271         END-IF
S51271     END-IF.

       0100-OPEN-FILES-X.
           EXIT.
      /
           MOVE R2000-CF-GROSS-CASH-VAL  TO RVCMP-GROSS-CASH-VAL.
           MOVE R2000-CF-NET-CASH-VAL    TO RVCMP-NET-CASH-VAL.
           MOVE EXT-DATE                 TO RVCMP-RUN-DT.
S51270     MOVE R2000-CO-PLAN-CODE       TO RVCMP-PLAN-ID.
S51270     MOVE R2000-CO-GROSS-ANN-PREM  TO WS-VAL-AMT.
S51270     MOVE WS-VAL-TXT               TO RVCMP-ANN-PREM.
S51271
S51271     PERFORM  4060-GET-IFRS-GROUP
S51271         THRU 4060-GET-IFRS-GROUP-X.

           PERFORM  VCMP-1000-WRITE
               THRU VCMP-1000-WRITE-X.

       4050-WRITE-VCMP-EXTRACT-X.
           EXIT.
S51271
S51271*-----------------------------
S51271 4060-GET-IFRS-GROUP.
S51271*-----------------------------
S51271
S51271*  THE IFRS 17 CONTRACT GROUP IS ONLY CARRIED ONCE IT IS FIXED
S51271*  ON THE GROUPING MASTER - A PENDING STAMP IS LEFT BLANK.
S51271
S51271     MOVE SPACES                   TO RVCMP-IFRS-GRP.
S51271
S51271     IF  WS-IFGR-NOT-OPEN
S51271         GO TO 4060-GET-IFRS-GROUP-X
S51271     END-IF.
S51271
S51271     MOVE R2000-PO-POLICY-NUMBER   TO WIFGR-POL-ID.
S51271     MOVE R2000-CO-COVERAGE-NUMBER TO WIFGR-CVG-NUM.
S51271
S51271     READ IFGR-FILE
S51271         INVALID KEY
S51271             GO TO 4060-GET-IFRS-GROUP-X
S51271     END-READ.
S51271
S51271     IF  WIFGR-SEQ-FILE-STATUS NOT = '00'
S51271        MOVE WIFGR-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
S51271        MOVE WIFGR-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
S51271        MOVE TFCMD-READ-RECORD      TO WGLOB-IO-COMMAND
S51271        PERFORM 0030-3000-QSAM-ERROR
S51271           THRU 0030-3000-QSAM-ERROR-X
S51271     END-IF.
S51271
S51271     IF  WIFGR-GRP-ASSIGNED
S51271         MOVE WIFGR-IFRS-GRP       TO RVCMP-IFRS-GRP
S51271     END-IF.
S51271
S51271 4060-GET-IFRS-GROUP-X.
S51271     EXIT.
      /
      *-----------------
       5000-POLICY-READ.
           PERFORM  VCMP-4000-CLOSE
               THRU VCMP-4000-CLOSE-X.

S51271     IF  WS-IFGR-OPEN
S51271         CLOSE IFGR-FILE
S51271     END-IF.

           PERFORM  POLQ-4000-CLOSE
               THRU POLQ-4000-CLOSE-X.

