      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQCNPL.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQCNPL                                         **
      **  REMARKS:  ONLINE MAINTENANCE FOR THE CONVERSION PLAN       **
      **            MASTER (CNPL) THE TERM CONVERSION MODULE         **
      **            (ZSRQCNVR) READS.  SUPPORTS ADD, CHANGE, DELETE, **
      **            INQUIRE AND PAGING IN PLAN ORDER.  A PLAN NEEDS  **
      **            ITS INSURANCE TYPE AND A MATURITY AGE ABOVE ITS  **
      **            HIGHEST ISSUE AGE; THE ORIGINAL-AGE SWITCH IS    **
      **            'Y' OR 'N'.                                      **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51281**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHCNPL.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWCNPL.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQCNPL'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWCNPL.

       01  WS-CNPL-WORK-AREA.
           05  WS-EDIT-SW                   PIC X(01).
               88  WS-EDIT-OK                         VALUE 'Y'.
               88  WS-EDIT-NOT-OK                     VALUE 'N'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLCNPL.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LCNPL-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LCNPL-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LCNPL-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-PLAN
                      THRU 1000-INQUIRE-PLAN-X
               WHEN LCNPL-FUNCTION-ADD
                   PERFORM 2000-ADD-PLAN
                      THRU 2000-ADD-PLAN-X
               WHEN LCNPL-FUNCTION-CHANGE
                   PERFORM 3000-CHANGE-PLAN
                      THRU 3000-CHANGE-PLAN-X
               WHEN LCNPL-FUNCTION-DELETE
                   PERFORM 4000-DELETE-PLAN
                      THRU 4000-DELETE-PLAN-X
               WHEN LCNPL-FUNCTION-READNEXT
                   PERFORM 5000-READNEXT-PLAN
                      THRU 5000-READNEXT-PLAN-X
               WHEN OTHER
                   SET LCNPL-RETRN-ERROR TO TRUE
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


      *-------------------
       1000-INQUIRE-PLAN.
      *-------------------

           OPEN INPUT CNPL-FILE.
           IF  WCNPL-SEQ-FILE-STATUS NOT = '00'
               SET LCNPL-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-PLAN-X
           END-IF.

           MOVE LCNPL-PLAN-ID                TO WCNPL-PLAN-ID.

           READ CNPL-FILE
               INVALID KEY
                   MOVE '23' TO WCNPL-SEQ-FILE-STATUS
           END-READ.

           IF  WCNPL-IO-OK
               PERFORM 1900-RETURN-PLAN
                  THRU 1900-RETURN-PLAN-X
               SET LCNPL-RETRN-OK            TO TRUE
           ELSE
               SET LCNPL-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE CNPL-FILE.

       1000-INQUIRE-PLAN-X.
           EXIT.

      *---------------
       2000-ADD-PLAN.
      *---------------

           PERFORM 6000-EDIT-PLAN
              THRU 6000-EDIT-PLAN-X.

           IF  WS-EDIT-NOT-OK
               SET LCNPL-RETRN-INVALID       TO TRUE
               GO TO 2000-ADD-PLAN-X
           END-IF.

           OPEN I-O CNPL-FILE.
           IF  WCNPL-IO-NOFILE
               OPEN OUTPUT CNPL-FILE
               CLOSE CNPL-FILE
               OPEN I-O CNPL-FILE
           END-IF.
           IF  WCNPL-SEQ-FILE-STATUS NOT = '00'
               SET LCNPL-RETRN-ERROR         TO TRUE
               GO TO 2000-ADD-PLAN-X
           END-IF.

           MOVE SPACES                       TO WCNPL-REC-INFO.
           MOVE LCNPL-PLAN-ID                TO WCNPL-PLAN-ID.
           PERFORM 2900-MOVE-PLAN
              THRU 2900-MOVE-PLAN-X.

           WRITE WCNPL-REC-INFO
               INVALID KEY
                   MOVE '22' TO WCNPL-SEQ-FILE-STATUS
           END-WRITE.

           IF  WCNPL-IO-DUPKEY
               SET LCNPL-RETRN-DUPLICATE     TO TRUE
           ELSE
               SET LCNPL-RETRN-OK            TO TRUE
           END-IF.

           CLOSE CNPL-FILE.

       2000-ADD-PLAN-X.
           EXIT.

      *----------------
       2900-MOVE-PLAN.
      *----------------

           MOVE LCNPL-PLAN-DESC-TXT          TO WCNPL-PLAN-DESC-TXT.
           MOVE LCNPL-INS-TYP-CD             TO WCNPL-INS-TYP-CD.
           MOVE LCNPL-MAT-AGE                TO WCNPL-MAT-AGE.
           MOVE LCNPL-MAX-ISS-AGE            TO WCNPL-MAX-ISS-AGE.
           MOVE LCNPL-ORIG-AGE-SW            TO WCNPL-ORIG-AGE-SW.
           MOVE WGLOB-USER-ID                TO WCNPL-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WCNPL-LAST-CHG-DT.

       2900-MOVE-PLAN-X.
           EXIT.

      *------------------
       3000-CHANGE-PLAN.
      *------------------

           PERFORM 6000-EDIT-PLAN
              THRU 6000-EDIT-PLAN-X.

           IF  WS-EDIT-NOT-OK
               SET LCNPL-RETRN-INVALID       TO TRUE
               GO TO 3000-CHANGE-PLAN-X
           END-IF.

           OPEN I-O CNPL-FILE.
           IF  WCNPL-SEQ-FILE-STATUS NOT = '00'
               SET LCNPL-RETRN-ERROR         TO TRUE
               GO TO 3000-CHANGE-PLAN-X
           END-IF.

           MOVE LCNPL-PLAN-ID                TO WCNPL-PLAN-ID.

           READ CNPL-FILE
               INVALID KEY
                   MOVE '23' TO WCNPL-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCNPL-IO-OK
               SET LCNPL-RETRN-NOTFND        TO TRUE
               CLOSE CNPL-FILE
               GO TO 3000-CHANGE-PLAN-X
           END-IF.

           PERFORM 2900-MOVE-PLAN
              THRU 2900-MOVE-PLAN-X.

           REWRITE WCNPL-REC-INFO
               INVALID KEY
                   MOVE '99' TO WCNPL-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WCNPL-IO-OK
               SET LCNPL-RETRN-OK            TO TRUE
           ELSE
               SET LCNPL-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE CNPL-FILE.

       3000-CHANGE-PLAN-X.
           EXIT.

      *------------------
       4000-DELETE-PLAN.
      *------------------

      *
      *  COVERAGES ALREADY CONVERTED TO THE PLAN KEEP THEIR TERMS;
      *  REMOVING THE ROW ONLY STOPS FURTHER CONVERSIONS TO IT.
      *
           OPEN I-O CNPL-FILE.
           IF  WCNPL-SEQ-FILE-STATUS NOT = '00'
               SET LCNPL-RETRN-ERROR         TO TRUE
               GO TO 4000-DELETE-PLAN-X
           END-IF.

           MOVE LCNPL-PLAN-ID                TO WCNPL-PLAN-ID.

           DELETE CNPL-FILE
               INVALID KEY
                   MOVE '23' TO WCNPL-SEQ-FILE-STATUS
           END-DELETE.

           IF  WCNPL-IO-OK
               SET LCNPL-RETRN-OK            TO TRUE
           ELSE
               SET LCNPL-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE CNPL-FILE.

       4000-DELETE-PLAN-X.
           EXIT.

      *--------------------
       5000-READNEXT-PLAN.
      *--------------------

           OPEN INPUT CNPL-FILE.
           IF  WCNPL-SEQ-FILE-STATUS NOT = '00'
               SET LCNPL-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-PLAN-X
           END-IF.

           MOVE LCNPL-PLAN-ID                TO WCNPL-PLAN-ID.

           START CNPL-FILE
               KEY IS GREATER THAN WCNPL-KEY
               INVALID KEY
                   MOVE '23' TO WCNPL-SEQ-FILE-STATUS
           END-START.

           IF  WCNPL-IO-OK
               READ CNPL-FILE NEXT
                   AT END
                       MOVE '10' TO WCNPL-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WCNPL-IO-OK
               MOVE WCNPL-PLAN-ID            TO LCNPL-PLAN-ID
               PERFORM 1900-RETURN-PLAN
                  THRU 1900-RETURN-PLAN-X
               SET LCNPL-RETRN-OK            TO TRUE
           ELSE
               SET LCNPL-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE CNPL-FILE.

       5000-READNEXT-PLAN-X.
           EXIT.

      *------------------
       1900-RETURN-PLAN.
      *------------------

           MOVE WCNPL-PLAN-DESC-TXT          TO LCNPL-PLAN-DESC-TXT.
           MOVE WCNPL-INS-TYP-CD             TO LCNPL-INS-TYP-CD.
           MOVE WCNPL-MAT-AGE                TO LCNPL-MAT-AGE.
           MOVE WCNPL-MAX-ISS-AGE            TO LCNPL-MAX-ISS-AGE.
           MOVE WCNPL-ORIG-AGE-SW            TO LCNPL-ORIG-AGE-SW.
           MOVE WCNPL-LAST-CHG-USER-ID       TO LCNPL-LAST-CHG-USER-ID.
           MOVE WCNPL-LAST-CHG-DT            TO LCNPL-LAST-CHG-DT.

       1900-RETURN-PLAN-X.
           EXIT.

      *----------------
       6000-EDIT-PLAN.
      *----------------

      *
      *  A PLAN NEEDS ITS KEY AND INSURANCE TYPE, A NUMERIC
      *  MATURITY AGE ABOVE THE HIGHEST AGE IT MAY BE ISSUED AT,
      *  AND A 'Y' OR 'N' ORIGINAL-AGE SWITCH.
      *
           SET WS-EDIT-OK                    TO TRUE.

           IF  LCNPL-PLAN-ID = SPACES
           OR  LCNPL-INS-TYP-CD = SPACES
           OR  LCNPL-MAT-AGE NOT NUMERIC
           OR  LCNPL-MAX-ISS-AGE NOT NUMERIC
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6000-EDIT-PLAN-X
           END-IF.

           IF  LCNPL-MAX-ISS-AGE = ZERO
           OR  LCNPL-MAT-AGE NOT > LCNPL-MAX-ISS-AGE
               SET WS-EDIT-NOT-OK            TO TRUE
               GO TO 6000-EDIT-PLAN-X
           END-IF.

           IF  LCNPL-ORIG-AGE-SW NOT = 'Y'
           AND LCNPL-ORIG-AGE-SW NOT = 'N'
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

       6000-EDIT-PLAN-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQCNPL                     **
      *****************************************************************
