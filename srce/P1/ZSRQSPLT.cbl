      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQSPLT.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQSPLT                                         **
      **  REMARKS:  ONLINE MAINTENANCE OF THE COMMISSION SPLIT     **
      **            TABLE (SPLT).  EACH ROW LISTS THE WRITING AGENTS **
      **            OF A JOINTLY WRITTEN POLICY AND THEIR SHARE OF   **
      **            EVERY COMMISSION PAID ON IT FROM ITS EFFECTIVE   **
      **            DATE UNTIL THE POLICY'S NEXT ROW, SO A CHANGE OF **
      **            PARTNER OR SHARE IS A NEW ROW AND COMMISSION     **
      **            ALREADY PAID STAYS DIVIDED AS IT WAS.  THE       **
      **            COMMISSION EXTRACT (ZSBMCOMP) DIVIDES EACH       **
      **            PAYMENT BY THE ROW IN EFFECT ON THE PAID DATE.   **
      **            ONE TO FOUR DIFFERENT AGENTS, EACH WITH A SHARE  **
      **            ABOVE ZERO, THE SHARES TOTALLING 100.00.         **
      **                                                             **
      **  DOMAIN :  AG                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51300**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHSPLT.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWSPLT.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQSPLT'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWSPLT.

       01  WS-SPLT-WORK-AREA.
           05  WS-EDIT-SW                   PIC X(01).
               88  WS-EDIT-OK                         VALUE 'Y'.
               88  WS-EDIT-NOT-OK                     VALUE 'N'.
               88  WS-EDIT-BAD-TOTAL                  VALUE 'T'.
           05  WS-SUB                       PIC S9(04) COMP.
           05  WS-SUB2                      PIC S9(04) COMP.
           05  WS-TOT-SHR-PCT               PIC 9(05)V99.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLSPLT.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LSPLT-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LSPLT-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LSPLT-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-SPLIT
                      THRU 1000-INQUIRE-SPLIT-X
               WHEN LSPLT-FUNCTION-ADD
                   PERFORM 2000-ADD-SPLIT
                      THRU 2000-ADD-SPLIT-X
               WHEN LSPLT-FUNCTION-CHANGE
                   PERFORM 3000-CHANGE-SPLIT
                      THRU 3000-CHANGE-SPLIT-X
               WHEN LSPLT-FUNCTION-DELETE
                   PERFORM 4000-DELETE-SPLIT
                      THRU 4000-DELETE-SPLIT-X
               WHEN LSPLT-FUNCTION-NEXT
                   PERFORM 5000-READNEXT-SPLIT
                      THRU 5000-READNEXT-SPLIT-X
               WHEN OTHER
                   SET LSPLT-RETRN-ERROR TO TRUE
           END-EVALUATE.

           GOBACK.

       0000-MAINLINE-X.
           EXIT.

      *------------------------
       0050-CHECK-AUTHORITY.
      *------------------------

      *
      *  THE ROLE-BASED ENTRY CHECK - FAILS CLOSED: A CHECK THAT
      *  CANNOT BE MADE IS A DENIAL.
      *
           MOVE SPACES                   TO LSECT-PARM-INFO.
           SET  LSECT-FUNCTION-CHECK     TO TRUE.
           SET  LSECT-NOT-AUTHORIZED     TO TRUE.
           MOVE WPGWS-CRNT-PGM-ID        TO LSECT-TRAN-ID.

           CALL 'XSRU9690' USING WGLOB-GLOBAL-AREA
                                 LSECT-PARM-INFO
               ON EXCEPTION
                   SET LSECT-NOT-AUTHORIZED
                                         TO TRUE
           END-CALL.

       0050-CHECK-AUTHORITY-X.
           EXIT.

      *-------------------------
       0100-OPEN-MASTER-UPDATE.
      *-------------------------

      *
      *  THE MASTER IS CREATED ON FIRST USE.
      *
           OPEN I-O SPLT-FILE.
           IF  WSPLT-IO-NOFILE
               OPEN OUTPUT SPLT-FILE
               CLOSE SPLT-FILE
               OPEN I-O SPLT-FILE
           END-IF.

       0100-OPEN-MASTER-UPDATE-X.
           EXIT.

      *------------------------
       1000-INQUIRE-SPLIT.
      *------------------------

           OPEN INPUT SPLT-FILE.
           IF  WSPLT-SEQ-FILE-STATUS NOT = '00'
               SET LSPLT-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-SPLIT-X
           END-IF.

           IF  LSPLT-EFF-DT = SPACES
               MOVE WGLOB-CRNT-DT            TO LSPLT-EFF-DT
           END-IF.

           MOVE LSPLT-POL-ID                 TO WSPLT-RQST-POL-ID.
           MOVE LSPLT-EFF-DT                 TO WSPLT-RQST-AS-OF-DT.
           PERFORM SPLT-1000-GET-AS-OF
              THRU SPLT-1000-GET-AS-OF-X.

           IF  WSPLT-NOT-FND
               SET LSPLT-RETRN-NOTFND        TO TRUE
               CLOSE SPLT-FILE
               GO TO 1000-INQUIRE-SPLIT-X
           END-IF.

           MOVE LSPLT-POL-ID                 TO WSPLT-POL-ID.
           MOVE WSPLT-FND-EFF-DT             TO WSPLT-EFF-DT.
           PERFORM 1100-READ-ROW
              THRU 1100-READ-ROW-X.

           IF  WSPLT-IO-OK
               PERFORM 1900-RETURN-SPLIT
                  THRU 1900-RETURN-SPLIT-X
               SET LSPLT-RETRN-OK            TO TRUE
           ELSE
               SET LSPLT-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE SPLT-FILE.

       1000-INQUIRE-SPLIT-X.
           EXIT.

      *---------------
       1100-READ-ROW.
      *---------------

           READ SPLT-FILE
               INVALID KEY
                   MOVE '23' TO WSPLT-SEQ-FILE-STATUS
           END-READ.

       1100-READ-ROW-X.
           EXIT.

      *--------------------
       2000-ADD-SPLIT.
      *--------------------

           PERFORM 0100-OPEN-MASTER-UPDATE
              THRU 0100-OPEN-MASTER-UPDATE-X.
           IF  WSPLT-SEQ-FILE-STATUS NOT = '00'
               SET LSPLT-RETRN-ERROR         TO TRUE
               GO TO 2000-ADD-SPLIT-X
           END-IF.

           PERFORM 6000-EDIT-SPLIT
              THRU 6000-EDIT-SPLIT-X.

           IF  NOT WS-EDIT-OK
               PERFORM 6900-SET-EDIT-RETURN
                  THRU 6900-SET-EDIT-RETURN-X
               CLOSE SPLT-FILE
               GO TO 2000-ADD-SPLIT-X
           END-IF.

           MOVE SPACES                       TO WSPLT-REC-INFO.
           MOVE LSPLT-POL-ID                 TO WSPLT-POL-ID.
           MOVE LSPLT-EFF-DT                 TO WSPLT-EFF-DT.
           PERFORM 6100-MOVE-SPLIT
              THRU 6100-MOVE-SPLIT-X.

           WRITE WSPLT-REC-INFO
               INVALID KEY
                   MOVE '22' TO WSPLT-SEQ-FILE-STATUS
           END-WRITE.

           IF  WSPLT-IO-DUPKEY
               SET LSPLT-RETRN-DUPKEY        TO TRUE
               CLOSE SPLT-FILE
               GO TO 2000-ADD-SPLIT-X
           END-IF.

           IF  NOT WSPLT-IO-OK
               SET LSPLT-RETRN-ERROR         TO TRUE
               CLOSE SPLT-FILE
               GO TO 2000-ADD-SPLIT-X
           END-IF.

           PERFORM 1900-RETURN-SPLIT
              THRU 1900-RETURN-SPLIT-X.
           SET LSPLT-RETRN-OK                TO TRUE.

           CLOSE SPLT-FILE.

       2000-ADD-SPLIT-X.
           EXIT.

      *-----------------------
       3000-CHANGE-SPLIT.
      *-----------------------

           OPEN I-O SPLT-FILE.
           IF  WSPLT-SEQ-FILE-STATUS NOT = '00'
               SET LSPLT-RETRN-NOTFND        TO TRUE
               GO TO 3000-CHANGE-SPLIT-X
           END-IF.

           PERFORM 6000-EDIT-SPLIT
              THRU 6000-EDIT-SPLIT-X.

           IF  NOT WS-EDIT-OK
               PERFORM 6900-SET-EDIT-RETURN
                  THRU 6900-SET-EDIT-RETURN-X
               CLOSE SPLT-FILE
               GO TO 3000-CHANGE-SPLIT-X
           END-IF.

           MOVE LSPLT-POL-ID                 TO WSPLT-POL-ID.
           MOVE LSPLT-EFF-DT                 TO WSPLT-EFF-DT.
           PERFORM 1100-READ-ROW
              THRU 1100-READ-ROW-X.

           IF  NOT WSPLT-IO-OK
               SET LSPLT-RETRN-NOTFND        TO TRUE
               CLOSE SPLT-FILE
               GO TO 3000-CHANGE-SPLIT-X
           END-IF.

           PERFORM 6100-MOVE-SPLIT
              THRU 6100-MOVE-SPLIT-X.

           REWRITE WSPLT-REC-INFO
               INVALID KEY
                   MOVE '99' TO WSPLT-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WSPLT-IO-OK
               SET LSPLT-RETRN-ERROR         TO TRUE
               CLOSE SPLT-FILE
               GO TO 3000-CHANGE-SPLIT-X
           END-IF.

           PERFORM 1900-RETURN-SPLIT
              THRU 1900-RETURN-SPLIT-X.
           SET LSPLT-RETRN-OK                TO TRUE.

           CLOSE SPLT-FILE.

       3000-CHANGE-SPLIT-X.
           EXIT.

      *-----------------------
       4000-DELETE-SPLIT.
      *-----------------------

      *
      *  REMOVING A ROW LEAVES THE POLICY'S EARLIER ROW, OR NO
      *  SPLIT AT ALL, IN EFFECT FROM THIS DATE.  COMMISSION
      *  ALREADY EXTRACTED STAYS DIVIDED AS IT WAS.
      *
           OPEN I-O SPLT-FILE.
           IF  WSPLT-SEQ-FILE-STATUS NOT = '00'
               SET LSPLT-RETRN-NOTFND        TO TRUE
               GO TO 4000-DELETE-SPLIT-X
           END-IF.

           MOVE LSPLT-POL-ID                 TO WSPLT-POL-ID.
           MOVE LSPLT-EFF-DT                 TO WSPLT-EFF-DT.
           PERFORM 1100-READ-ROW
              THRU 1100-READ-ROW-X.

           IF  NOT WSPLT-IO-OK
               SET LSPLT-RETRN-NOTFND        TO TRUE
               CLOSE SPLT-FILE
               GO TO 4000-DELETE-SPLIT-X
           END-IF.

           PERFORM 1900-RETURN-SPLIT
              THRU 1900-RETURN-SPLIT-X.

           DELETE SPLT-FILE
               INVALID KEY
                   MOVE '99' TO WSPLT-SEQ-FILE-STATUS
           END-DELETE.

           IF  NOT WSPLT-IO-OK
               SET LSPLT-RETRN-ERROR         TO TRUE
           ELSE
               SET LSPLT-RETRN-OK            TO TRUE
           END-IF.

           CLOSE SPLT-FILE.

       4000-DELETE-SPLIT-X.
           EXIT.

      *-------------------------
       5000-READNEXT-SPLIT.
      *-------------------------

           OPEN INPUT SPLT-FILE.
           IF  WSPLT-SEQ-FILE-STATUS NOT = '00'
               SET LSPLT-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-SPLIT-X
           END-IF.

           MOVE LSPLT-POL-ID                 TO WSPLT-POL-ID.
           MOVE LSPLT-EFF-DT                 TO WSPLT-EFF-DT.

           START SPLT-FILE
               KEY IS GREATER THAN WSPLT-KEY
               INVALID KEY
                   MOVE '23' TO WSPLT-SEQ-FILE-STATUS
           END-START.

           IF  WSPLT-IO-OK
               READ SPLT-FILE NEXT
                   AT END
                       MOVE '10' TO WSPLT-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WSPLT-IO-OK
           AND WSPLT-POL-ID = LSPLT-POL-ID
               PERFORM 1900-RETURN-SPLIT
                  THRU 1900-RETURN-SPLIT-X
               SET LSPLT-RETRN-OK            TO TRUE
           ELSE
               SET LSPLT-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE SPLT-FILE.

       5000-READNEXT-SPLIT-X.
           EXIT.

      *-----------------------
       1900-RETURN-SPLIT.
      *-----------------------

           MOVE WSPLT-POL-ID                 TO LSPLT-POL-ID.
           MOVE WSPLT-EFF-DT                 TO LSPLT-EFF-DT.
           MOVE WSPLT-AGT-CNT                TO LSPLT-AGT-CNT.
           MOVE WSPLT-PRTY-INFO              TO LSPLT-PRTY-INFO.
           MOVE WSPLT-LAST-CHG-USER-ID       TO LSPLT-LAST-CHG-USER-ID.
           MOVE WSPLT-LAST-CHG-DT            TO LSPLT-LAST-CHG-DT.

       1900-RETURN-SPLIT-X.
           EXIT.

      *-----------------
       6000-EDIT-SPLIT.
      *-----------------

      *
      *  ONE TO FOUR PARTIES, EACH A DIFFERENT AGENT WITH A SHARE
      *  ABOVE ZERO, AND THE SHARES TOGETHER EXACTLY 100.00 - SO
      *  EVERY YEN OF COMMISSION GOES TO SOMEONE, AND ONCE.
      *
           SET WS-EDIT-OK                    TO TRUE.
           MOVE ZERO                         TO WS-TOT-SHR-PCT
                                                LSPLT-TOT-SHR-PCT.

           IF  LSPLT-POL-ID = SPACES
           OR  LSPLT-EFF-DT = SPACES
           OR  LSPLT-AGT-CNT NOT NUMERIC
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6000-EDIT-SPLIT-X
           END-IF.

           IF  LSPLT-AGT-CNT < 1
           OR  LSPLT-AGT-CNT > 4
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6000-EDIT-SPLIT-X
           END-IF.

           PERFORM 6010-EDIT-ONE-PARTY
              THRU 6010-EDIT-ONE-PARTY-X
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > LSPLT-AGT-CNT
                   OR    NOT WS-EDIT-OK.

           IF  NOT WS-EDIT-OK
               GO TO 6000-EDIT-SPLIT-X
           END-IF.

           MOVE WS-TOT-SHR-PCT               TO LSPLT-TOT-SHR-PCT.

           IF  WS-TOT-SHR-PCT NOT = 100
               SET WS-EDIT-BAD-TOTAL         TO TRUE
           END-IF.

       6000-EDIT-SPLIT-X.
           EXIT.

      *---------------------
       6010-EDIT-ONE-PARTY.
      *---------------------

           IF  LSPLT-AGT-ID (WS-SUB) = SPACES
           OR  LSPLT-SHR-PCT (WS-SUB) NOT NUMERIC
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6010-EDIT-ONE-PARTY-X
           END-IF.

           IF  LSPLT-SHR-PCT (WS-SUB) = ZERO
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6010-EDIT-ONE-PARTY-X
           END-IF.

           ADD LSPLT-SHR-PCT (WS-SUB)        TO WS-TOT-SHR-PCT.

           PERFORM 6020-TEST-DUPLICATE
              THRU 6020-TEST-DUPLICATE-X
                   VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 NOT < WS-SUB.

       6010-EDIT-ONE-PARTY-X.
           EXIT.

      *---------------------
       6020-TEST-DUPLICATE.
      *---------------------

           IF  LSPLT-AGT-ID (WS-SUB2) = LSPLT-AGT-ID (WS-SUB)
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

       6020-TEST-DUPLICATE-X.
           EXIT.

      *---------------------
       6100-MOVE-SPLIT.
      *---------------------

      *
      *  PARTIES PAST THE COUNT ARE CLEARED SO THE ROW CARRIES ONLY
      *  THE SPLIT IN USE.
      *
           MOVE LSPLT-AGT-CNT                TO WSPLT-AGT-CNT.
           MOVE LSPLT-PRTY-INFO              TO WSPLT-PRTY-INFO.
           PERFORM 6110-CLEAR-UNUSED-PARTY
              THRU 6110-CLEAR-UNUSED-PARTY-X
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 4.
           MOVE WGLOB-CRNT-DT                TO WSPLT-LAST-CHG-DT.
           MOVE WGLOB-USER-ID                TO WSPLT-LAST-CHG-USER-ID.

       6100-MOVE-SPLIT-X.
           EXIT.

      *-------------------------
       6110-CLEAR-UNUSED-PARTY.
      *-------------------------

           IF  WS-SUB > LSPLT-AGT-CNT
               MOVE SPACES                   TO WSPLT-AGT-ID (WS-SUB)
               MOVE ZERO                     TO WSPLT-SHR-PCT (WS-SUB)
           END-IF.

       6110-CLEAR-UNUSED-PARTY-X.
           EXIT.

      *----------------------
       6900-SET-EDIT-RETURN.
      *----------------------

           IF  WS-EDIT-BAD-TOTAL
               SET LSPLT-RETRN-BAD-TOTAL     TO TRUE
           ELSE
               SET LSPLT-RETRN-INVALID       TO TRUE
           END-IF.

       6900-SET-EDIT-RETURN-X.
           EXIT.
      /
       COPY CCPPSPLT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQSPLT                     **
      *****************************************************************
