      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQHHSQ.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQHHSQ                                         **
      **  REMARKS:  PREMIUM-PAYER BASIS QUERY.  WORKS OUT WHO PAID   **
      **            A POLICY'S PREMIUMS FROM THE POLICYHOLDER        **
      **            HISTORY REGISTER (HHST):                         **
      **              - PREMIUMS PAID TO DATE ARE THE MODAL PREMIUM  **
      **                TIMES THE MODAL PAYMENTS FROM ISSUE TO THE   **
      **                PAID-TO DATE (ONE MODAL PREMIUM FOR A SINGLE **
      **                PREMIUM POLICY)                              **
      **              - EACH FORMER HOLDER PAID THE AMOUNT FROZEN ON **
      **                THEIR ROW AT TRANSFER                        **
      **              - THE CURRENT HOLDER PAID THE REST             **
      **            A POLICY WITH NO HISTORY HAS ONLY EVER HAD ITS   **
      **            CURRENT HOLDER.  THE PAYEE'S SHARE DECIDES THE   **
      **            PAYER BASIS - SELF, OTHER OR MIXED.  USED BY THE **
      **            OWNERSHIP TRANSFER, THE DISBURSEMENT DRAIN AND   **
      **            THE STATUTORY PAYMENT RECORD RUN.  INQUIRY ONLY. **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51277**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHHHST.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWHHST.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQHHSQ'.

       COPY SQLCA.

       COPY CCWWHHST.

       01  WS-HHSQ-WORK-AREA.
           05  WS-PD-MO-CNT                 PIC S9(05) COMP-3.
           05  WS-PMT-CNT                   PIC S9(05) COMP-3.
           05  WS-CLOSED-PREM-PD-AMT        PIC S9(13)V99 COMP-3.

       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLHHSQ.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LHHSQ-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           SET  LHHSQ-RETRN-OK           TO TRUE.
           SET  LHHSQ-PAYER-OTHER        TO TRUE.
           MOVE ZERO                     TO LHHSQ-TOT-PREM-PD-AMT
                                            LHHSQ-PAYEE-PREM-PD-AMT
                                            LHHSQ-CRNT-PREM-PD-AMT
                                            LHHSQ-HLDR-CNT
                                            WS-CLOSED-PREM-PD-AMT.
           MOVE SPACES                   TO LHHSQ-CRNT-HLDR-CLI-ID.

           MOVE LHHSQ-POL-ID             TO WPOL-POL-ID.
           PERFORM POL-1000-READ
              THRU POL-1000-READ-X.

           IF  NOT WPOL-IO-OK
               SET LHHSQ-RETRN-NOTFND    TO TRUE
               GO TO 0000-MAINLINE-X
           END-IF.

           MOVE RPOL-HLDR-CLI-ID         TO LHHSQ-CRNT-HLDR-CLI-ID.

           PERFORM 1000-CALC-PREM-PAID
              THRU 1000-CALC-PREM-PAID-X.

      *
      *  NO REGISTER YET MEANS NO POLICY HAS CHANGED HANDS.
      *
           OPEN INPUT HHST-FILE.
           IF  WHHST-IO-NOFILE
               GO TO 0000-FINISH
           END-IF.
           IF  NOT WHHST-IO-OK
               SET LHHSQ-RETRN-ERROR     TO TRUE
               GO TO 0000-MAINLINE-X
           END-IF.

           MOVE LHHSQ-POL-ID             TO WHHST-POL-ID.
           MOVE ZERO                     TO WHHST-SEQ-NUM.

           START HHST-FILE
               KEY IS NOT LESS THAN WHHST-KEY
               INVALID KEY
                   MOVE '23' TO WHHST-SEQ-FILE-STATUS
           END-START.

           IF  WHHST-IO-OK
               PERFORM 1900-READ-NEXT
                  THRU 1900-READ-NEXT-X
           END-IF.

           PERFORM 2000-ADD-ONE-HOLDER
              THRU 2000-ADD-ONE-HOLDER-X
               UNTIL NOT WHHST-IO-OK
               OR    WHHST-POL-ID NOT = LHHSQ-POL-ID.

           IF  NOT WHHST-IO-OK
           AND NOT WHHST-IO-EOF
           AND NOT WHHST-IO-NOTFND
               SET LHHSQ-RETRN-ERROR     TO TRUE
               CLOSE HHST-FILE
               GO TO 0000-MAINLINE-X
           END-IF.

           CLOSE HHST-FILE.

       0000-FINISH.

      *
      *  THE CURRENT HOLDER PAID WHATEVER THE FORMER HOLDERS DID
      *  NOT.
      *
           COMPUTE LHHSQ-CRNT-PREM-PD-AMT =
                   LHHSQ-TOT-PREM-PD-AMT - WS-CLOSED-PREM-PD-AMT.
           IF  LHHSQ-CRNT-PREM-PD-AMT < ZERO
               MOVE ZERO                 TO LHHSQ-CRNT-PREM-PD-AMT
           END-IF.

           ADD  1                        TO LHHSQ-HLDR-CNT.

           IF  LHHSQ-CRNT-HLDR-CLI-ID = LHHSQ-PAYEE-CLI-ID
               ADD LHHSQ-CRNT-PREM-PD-AMT
                                         TO LHHSQ-PAYEE-PREM-PD-AMT
           END-IF.

      *
      *  WITH NOTHING PAID YET THE CURRENT HOLDER COUNTS AS THE
      *  PAYER.
      *
           EVALUATE TRUE
               WHEN LHHSQ-TOT-PREM-PD-AMT = ZERO
                   IF  LHHSQ-CRNT-HLDR-CLI-ID = LHHSQ-PAYEE-CLI-ID
                       SET LHHSQ-PAYER-SELF
                                         TO TRUE
                   END-IF
               WHEN LHHSQ-PAYEE-PREM-PD-AMT NOT < LHHSQ-TOT-PREM-PD-AMT
                   SET LHHSQ-PAYER-SELF  TO TRUE
               WHEN LHHSQ-PAYEE-PREM-PD-AMT > ZERO
                   SET LHHSQ-PAYER-MIXED TO TRUE
           END-EVALUATE.

       0000-MAINLINE-X.
           GOBACK.

      *---------------------
       1000-CALC-PREM-PAID.
      *---------------------

           IF  RPOL-POL-BILL-TYP-SINGLE
           OR  RPOL-POL-BILL-MODE-CD-N NOT NUMERIC
           OR  RPOL-POL-BILL-MODE-CD-N = ZERO
               MOVE RPOL-MODE-PREM-AMT   TO LHHSQ-TOT-PREM-PD-AMT
               GO TO 1000-CALC-PREM-PAID-X
           END-IF.

           COMPUTE WS-PD-MO-CNT =
                   (RPOL-POL-PD-TO-DT-NUM-YR * 12
                  + RPOL-POL-PD-TO-DT-NUM-MO)
                 - (RPOL-POL-ISS-EFF-DT-YR * 12
                  + RPOL-POL-ISS-EFF-DT-MO).

           IF  WS-PD-MO-CNT < ZERO
               MOVE ZERO                 TO WS-PD-MO-CNT
           END-IF.

           COMPUTE WS-PMT-CNT =
                   WS-PD-MO-CNT * RPOL-POL-BILL-MODE-CD-N / 12.

           COMPUTE LHHSQ-TOT-PREM-PD-AMT =
                   RPOL-MODE-PREM-AMT * WS-PMT-CNT.

       1000-CALC-PREM-PAID-X.
           EXIT.

      *---------------------
       2000-ADD-ONE-HOLDER.
      *---------------------

      *
      *  ONLY A CLOSED HOLDING HAS ITS PREMIUMS FROZEN; THE OPEN
      *  ROW IS THE CURRENT HOLDER, COUNTED ONCE AT THE END.
      *
           IF  WHHST-END-DT = SPACES
               GO TO 2000-NEXT
           END-IF.

           ADD  1                        TO LHHSQ-HLDR-CNT.
           ADD  WHHST-PREM-PD-AMT        TO WS-CLOSED-PREM-PD-AMT.

           IF  WHHST-HLDR-CLI-ID = LHHSQ-PAYEE-CLI-ID
               ADD WHHST-PREM-PD-AMT     TO LHHSQ-PAYEE-PREM-PD-AMT
           END-IF.

       2000-NEXT.

           PERFORM 1900-READ-NEXT
              THRU 1900-READ-NEXT-X.

       2000-ADD-ONE-HOLDER-X.
           EXIT.

      *----------------
       1900-READ-NEXT.
      *----------------

           READ HHST-FILE NEXT
               AT END
                   MOVE '10' TO WHHST-SEQ-FILE-STATUS
           END-READ.

       1900-READ-NEXT-X.
           EXIT.
      /
       COPY CCPNPOL.
      *****************************************************************
      **                 END OF PROGRAM ZSRQHHSQ                     **
      *****************************************************************
