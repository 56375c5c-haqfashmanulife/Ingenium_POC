S51221**                  MATCHES THE ONE THAT BOUNCED               **
S51257**  02SEP26  CTS    PAYORS ON THE DEATH-MATCH ACTIVITY-STOP    **
S51257**                  FEED (ZCSRDSTP) ARE SKIPPED                **
S51289**  15OCT26  CTS    CCWLSALG COPIED FOR THE BANK ACCOUNT       **
S51289**                  RETRIEVAL (CCPS5020) ACCESS LOG            **
S51298**  15OCT26  CTS    POLICIES WITH A DIRECT-DEBIT MANDATE STILL **
S51298**                  PENDING AT THE BANK (MAND) ARE HELD BACK   **
S51298**                  AND THE PREMIUM WRITTEN TO THE SLIP        **
S51298**                  FALLBACK FILE (ZSMNDF) FOR ZSBMKNBS        **
S51308**  15OCT26  CTS    POLICIES PAID TO THE END OF THEIR PREMIUM- **
S51308**                  PAYING PERIOD (PCMP REGISTER) OR MARKED    **
S51308**                  PREMIUM PAYMENT COMPLETE ARE NOT DEBITED   **
      *****************************************************************

      **********************
S51257            ORGANIZATION   IS LINE SEQUENTIAL
S51257            ACCESS         IS SEQUENTIAL
S51257            FILE STATUS    IS WDSTP-SEQ-FILE-STATUS.
S51298
S51298 COPY CCFHMAND.
S51298
S51298     SELECT MNDF-DATA-FILE ASSIGN TO ZSMNDF
S51298            ORGANIZATION   IS LINE SEQUENTIAL
S51298            ACCESS         IS SEQUENTIAL
S51298            FILE STATUS    IS WMNDF-SEQ-FILE-STATUS.
S51308
S51308 COPY CCFHPCMP.
      /
       DATA DIVISION.
       FILE SECTION.
S51257     LABEL RECORDS ARE STANDARD.

S51257 COPY ZCSRDSTP.
S51298
S51298 COPY CCFWMAND.
S51298
S51298 FD  MNDF-DATA-FILE
S51298     RECORDING MODE IS F
S51298     BLOCK CONTAINS 0 RECORDS
S51298     LABEL RECORDS ARE STANDARD.
S51298
S51298 COPY ZCSRPDUE.
S51308
S51308 COPY CCFWPCMP.
      /
       WORKING-STORAGE SECTION.

S51221     05  WS-DEBIT-BLOCK-CNT        PIC S9(7).
S51221     05  WS-BLOCK-CLEAR-CNT        PIC S9(7).
S51257     05  WS-DEATH-STOP-CNT         PIC S9(7).
S51298     05  WS-MAND-PEND-CNT          PIC S9(7).
S51308     05  WS-PREM-CMPLT-CNT         PIC S9(7).

       01  WORK-AREAS.
           05  WS-BNK-ACCT-NUM.                                                 
S51257     05  WS-STOP-FOUND-SW          PIC X(01).
S51257         88  WS-STOP-FOUND                VALUE 'Y'.
S51257         88  WS-STOP-NOT-FOUND            VALUE 'N'.
S51298
S51298 COPY CCWWMAND.
S51298
S51298 01  WMNDF-SEQ-IO-WORK-AREA.
S51298     05  WMNDF-SEQ-FILE-NAME              PIC X(04)
S51298                                          VALUE 'MNDF'.
S51298     05  WMNDF-SEQ-IO-COMMAND             PIC X(02).
S51298     05  WMNDF-SEQ-FILE-STATUS            PIC X(02).
S51298
S51298 01  WS-MAND-WORK-AREA.
S51298     05  WS-MAND-OPEN-SW           PIC X(01) VALUE 'N'.
S51298         88  WS-MAND-OPEN                 VALUE 'Y'.
S51298     05  WS-MAND-PEND-SW           PIC X(01).
S51298         88  WS-MAND-PENDING              VALUE 'Y'.
S51298         88  WS-MAND-NOT-PENDING          VALUE 'N'.
S51298     05  WS-MAND-BROWSE-SW         PIC X(01).
S51298         88  WS-MAND-BROWSE-DONE          VALUE 'Y'.
S51298         88  WS-MAND-BROWSE-MORE          VALUE 'N'.
S51308
S51308 COPY CCWWPCMP.
S51308
S51308 01  WS-PCMP-WORK-AREA.
S51308     05  WS-PCMP-OPEN-SW           PIC X(01) VALUE 'N'.
S51308         88  WS-PCMP-OPEN                 VALUE 'Y'.
S51308     05  WS-PCMP-DONE-SW           PIC X(01).
S51308         88  WS-PCMP-DONE                 VALUE 'Y'.
S51308         88  WS-PCMP-NOT-DONE             VALUE 'N'.
S51308     05  WS-PCMP-PDTO-DT           PIC X(10).

       01  WM19B-SEQ-IO-WORK-AREA.
           05  WM19B-SEQ-FILE-NAME              PIC X(04)
       COPY CCWL0010.
       COPY CCWL2430.
       COPY CCWL5020.
S51289 COPY CCWLSALG.
       COPY XCWL0015.
       COPY XCWL0040.
       COPY XCWLDTLK.
S51257     IF  WDSTP-SEQ-FILE-STATUS = '35'
S51257         MOVE 8                  TO WDSTP-SEQ-IO-STATUS
S51257     END-IF.
S51298
S51298*
S51298* NO MANDATE REGISTER MEANS NO MANDATE IS PENDING - EVERY PAC
S51298* POLICY IS DEBITED AS BEFORE.
S51298*
S51298     OPEN INPUT MAND-FILE.
S51298     IF  WMAND-IO-OK
S51298         SET WS-MAND-OPEN         TO TRUE
S51298     END-IF.
S51298
S51308
S51308*
S51308* NO COMPLETION REGISTER MEANS NO POLICY HAS BEEN LISTED YET -
S51308* ONLY THE COMPLETION INDICATOR ON THE POLICY IS TESTED.
S51308*
S51308     OPEN INPUT PCMP-FILE.
S51308     IF  WPCMP-IO-OK
S51308         SET WS-PCMP-OPEN         TO TRUE
S51308     END-IF.
S51298
S51298     MOVE TFCMD-OPEN-O-FILE      TO WMNDF-SEQ-IO-COMMAND.
S51298     OPEN OUTPUT MNDF-DATA-FILE.
S51298     IF  WMNDF-SEQ-FILE-STATUS NOT = ZERO
S51298         PERFORM 9710-HANDLE-MNDF-ERROR
S51298            THRU 9710-HANDLE-MNDF-ERROR-X
S51298     END-IF.

       0100-OPEN-FILES-X.
           EXIT.
S51221     MOVE ZERO                 TO WS-DEBIT-BLOCK-CNT.
S51221     MOVE ZERO                 TO WS-BLOCK-CLEAR-CNT.
S51257     MOVE ZERO                 TO WS-DEATH-STOP-CNT.
S51298     MOVE ZERO                 TO WS-MAND-PEND-CNT.
S51308     MOVE ZERO                 TO WS-PREM-CMPLT-CNT.

S51257     MOVE ZERO                 TO WS-STOP-CNT.
S51257     PERFORM 1100-LOAD-STOP-TABLE
               ADD 1                 TO WS-NOT-BT-CNT 
               GO TO 2000-PROCESS-IN-RECS-X                                    
           END-IF.
S51308
S51308*
S51308* NOTHING IS DRAWN FOR A DUE DATE ON OR AFTER THE END OF THE
S51308* PREMIUM-PAYING PERIOD - THE LAST DUE DATE IS THE LAST DEBIT.
S51308*
S51308     PERFORM  2090-CHECK-PREM-CMPLT
S51308         THRU 2090-CHECK-PREM-CMPLT-X.
S51308
S51308     IF  WS-PCMP-DONE
S51308         ADD 1                 TO WS-PREM-CMPLT-CNT
S51308         GO TO 2000-PROCESS-IN-RECS-X
S51308     END-IF.
S51298
S51298*
S51298* NO DEBIT GOES TO AN ACCOUNT THE BANK HAS NOT YET ACCEPTED A
S51298* MANDATE FOR - THE PREMIUM GOES OUT ON A CONVENIENCE-STORE
S51298* SLIP INSTEAD UNTIL THE RESULT COMES BACK.
S51298*
S51298     PERFORM  2080-CHECK-MANDATE
S51298         THRU 2080-CHECK-MANDATE-X.
S51298
S51298     IF  WS-MAND-PENDING
S51298         PERFORM  9450-MNDF-WRITE
S51298             THRU 9450-MNDF-WRITE-X
S51298         ADD 1                 TO WS-MAND-PEND-CNT
S51298         GO TO 2000-PROCESS-IN-RECS-X
S51298     END-IF.

           MOVE SPACES TO RM19B-SEQ-REC-INFO.

S51257 2060-CHECK-DEATH-STOP-X.
S51257     EXIT.

S51298*--------------------
S51298 2080-CHECK-MANDATE.
S51298*--------------------
S51298
S51298     SET  WS-MAND-NOT-PENDING    TO TRUE.
S51298
S51298     IF  NOT WS-MAND-OPEN
S51298         GO TO 2080-CHECK-MANDATE-X
S51298     END-IF.
S51298
S51298     MOVE RPOL-POL-ID            TO WMAND-POL-ID.
S51298     MOVE ZERO                   TO WMAND-SEQ-NUM.
S51298
S51298     START MAND-FILE
S51298         KEY IS NOT LESS THAN WMAND-KEY
S51298         INVALID KEY
S51298             MOVE '23'           TO WMAND-SEQ-FILE-STATUS
S51298     END-START.
S51298
S51298     IF  WMAND-IO-OK
S51298         SET WS-MAND-BROWSE-MORE TO TRUE
S51298     ELSE
S51298         SET WS-MAND-BROWSE-DONE TO TRUE
S51298     END-IF.
S51298
S51298     PERFORM  2085-SCAN-MANDATE
S51298         THRU 2085-SCAN-MANDATE-X
S51298         UNTIL WS-MAND-BROWSE-DONE
S51298            OR WS-MAND-PENDING.
S51298
S51298 2080-CHECK-MANDATE-X.
S51298     EXIT.
S51298
S51298*-------------------
S51298 2085-SCAN-MANDATE.
S51298*-------------------
S51298
S51298     READ MAND-FILE NEXT RECORD
S51298         AT END
S51298             MOVE '10'           TO WMAND-SEQ-FILE-STATUS
S51298     END-READ.
S51298
S51298     IF  NOT WMAND-IO-OK
S51298     OR  WMAND-POL-ID NOT = RPOL-POL-ID
S51298         SET WS-MAND-BROWSE-DONE TO TRUE
S51298         GO TO 2085-SCAN-MANDATE-X
S51298     END-IF.
S51298
S51298     IF  WMAND-STAT-PENDING
S51298         SET WS-MAND-PENDING     TO TRUE
S51298     END-IF.
S51298
S51298 2085-SCAN-MANDATE-X.
S51298     EXIT.
S51298
S51308*-----------------------
S51308 2090-CHECK-PREM-CMPLT.
S51308*-----------------------
S51308
S51308     SET  WS-PCMP-NOT-DONE       TO TRUE.
S51308
S51308     IF  RPOL-PREM-PMT-CMPLT-YES
S51308         SET WS-PCMP-DONE        TO TRUE
S51308         GO TO 2090-CHECK-PREM-CMPLT-X
S51308     END-IF.
S51308
S51308     IF  NOT WS-PCMP-OPEN
S51308         GO TO 2090-CHECK-PREM-CMPLT-X
S51308     END-IF.
S51308
S51308     MOVE RPOL-POL-ID            TO WPCMP-POL-ID.
S51308
S51308     READ PCMP-FILE
S51308         INVALID KEY
S51308             MOVE '23'           TO WPCMP-SEQ-FILE-STATUS
S51308     END-READ.
S51308
S51308     IF  NOT WPCMP-IO-OK
S51308     OR  WPCMP-STAT-DROPPED
S51308         GO TO 2090-CHECK-PREM-CMPLT-X
S51308     END-IF.
S51308
S51308     MOVE SPACES                 TO WS-PCMP-PDTO-DT.
S51308     IF  RPOL-POL-PD-TO-DT-NUM NUMERIC
S51308         MOVE RPOL-POL-PD-TO-DT-NUM-YR
S51308                                 TO WS-PCMP-PDTO-DT (1:4)
S51308         MOVE '-'                TO WS-PCMP-PDTO-DT (5:1)
S51308         MOVE RPOL-POL-PD-TO-DT-NUM-MO
S51308                                 TO WS-PCMP-PDTO-DT (6:2)
S51308         MOVE '-'                TO WS-PCMP-PDTO-DT (8:1)
S51308         MOVE RPOL-POL-PD-TO-DT-NUM-DY
S51308                                 TO WS-PCMP-PDTO-DT (9:2)
S51308     END-IF.
S51308
S51308     IF  WPCMP-STAT-COMPLETED
S51308     OR  WS-DRV-DUE-DT   NOT < WPCMP-PREM-END-DT
S51308     OR  WS-PCMP-PDTO-DT NOT < WPCMP-PREM-END-DT
S51308         SET WS-PCMP-DONE        TO TRUE
S51308     END-IF.
S51308
S51308 2090-CHECK-PREM-CMPLT-X.
S51308     EXIT.
S51308
S51257*-------------------------
S51257 2070-SCAN-STOP-TABLE.
S51257*-------------------------
S51257     MOVE WS-COUNTER-LINE              TO L0040-INPUT-LINE.
S51257     PERFORM  0040-3000-WRITE-OTHER
S51257         THRU 0040-3000-WRITE-OTHER-X.
S51298
S51298     MOVE SPACES                       TO WS-COUNTER-LINE.
S51298     MOVE 'NUMBER HELD - MANDATE PENDING (SLIP):'
S51298                                       TO WS-COUNTER-MSG.
S51298     MOVE WS-MAND-PEND-CNT             TO WS-COUNTER-AMT.
S51298     MOVE WS-COUNTER-LINE              TO L0040-INPUT-LINE.
S51298     PERFORM  0040-3000-WRITE-OTHER
S51298         THRU 0040-3000-WRITE-OTHER-X.
S51308
S51308     MOVE SPACES                       TO WS-COUNTER-LINE.
S51308     MOVE 'NUMBER SKIPPED - PREMIUM PAYMENT COMPLETE:'
S51308                                       TO WS-COUNTER-MSG.
S51308     MOVE WS-PREM-CMPLT-CNT            TO WS-COUNTER-AMT.
S51308     MOVE WS-COUNTER-LINE              TO L0040-INPUT-LINE.
S51308     PERFORM  0040-3000-WRITE-OTHER
S51308         THRU 0040-3000-WRITE-OTHER-X.

       9000-FINISH-X.
           EXIT.

       9400-M19B-WRITE-X.
           EXIT.
S51298
S51298*----------------
S51298 9450-MNDF-WRITE.
S51298*----------------
S51298
S51298*
S51298* THE SLIP FALLBACK ITEM IS IN THE PREMIUM-DUE LAYOUT SO THE
S51298* CONVENIENCE-STORE SLIP RUN TAKES IT WITH ITS OWN DUE ITEMS.
S51298*
S51298     MOVE SPACES                 TO RPDUE-SEQ-REC-INFO.
S51298     MOVE RPOL-POL-ID            TO RPDUE-POL-ID.
S51298     MOVE RPOL-HLDR-CLI-ID       TO RPDUE-HLDR-CLI-ID.
S51298     MOVE WS-DRV-DUE-DT          TO RPDUE-DUE-DT.
S51298     MOVE RPOL-POL-MPREM-AMT     TO RPDUE-MPREM-AMT.
S51298     MOVE RPOL-POL-BILL-MODE-CD  TO RPDUE-BILL-MODE-CD.
S51298
S51298     MOVE TFCMD-WRITE-RECORD     TO WMNDF-SEQ-IO-COMMAND.
S51298
S51298     WRITE RPDUE-SEQ-REC-INFO.
S51298
S51298     IF  WMNDF-SEQ-FILE-STATUS NOT = ZERO
S51298         PERFORM 9710-HANDLE-MNDF-ERROR
S51298            THRU 9710-HANDLE-MNDF-ERROR-X
S51298     END-IF.
S51298
S51298 9450-MNDF-WRITE-X.
S51298     EXIT.

      *-----------------------
       9700-HANDLE-ERROR.                                                       

       9700-HANDLE-ERROR-X.                                                     
           EXIT.
S51298
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

      *-----------------
       9999-CLOSE-FILES.

S51221     CLOSE DBLK-FILE.
S51257     CLOSE DSTP-DATA-FILE.
S51298
S51298     IF  WS-MAND-OPEN
S51298         CLOSE MAND-FILE
S51298     END-IF.
S51308
S51308     IF  WS-PCMP-OPEN
S51308         CLOSE PCMP-FILE
S51308     END-IF.
S51298
S51298     MOVE TFCMD-CLOSE-FILE       TO WMNDF-SEQ-IO-COMMAND.
S51298     CLOSE MNDF-DATA-FILE.
S51298     IF  WMNDF-SEQ-FILE-STATUS NOT = ZERO
S51298         PERFORM 9710-HANDLE-MNDF-ERROR
S51298            THRU 9710-HANDLE-MNDF-ERROR-X
S51298     END-IF.

           PERFORM OCF-4000-CLOSE
              THRU OCF-4000-CLOSE-X.
