      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQASGC.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQASGC                                         **
      **  REMARKS:  ASSIGNED-POLICY PAYOUT CHECK.  READS THE         **
      **            POLICY'S ROWS ON THE ASSIGNMENT REGISTER (ASGN)  **
      **            AND TELLS THE PAYING PROGRAM WHETHER MONEY MAY   **
      **            LEAVE:                                           **
      **              FREE      - NO ACTIVE ASSIGNMENT               **
      **              CONSENTED - EVERY ACTIVE ASSIGNEE HAS CONSENT  **
      **                          ON FILE COVERING THE PAYOUT DATE   **
      **              HELD      - AT LEAST ONE ACTIVE ASSIGNEE HAS   **
      **                          NOT CONSENTED; THAT ASSIGNEE IS    **
      **                          RETURNED SO THE CONSENT CAN BE     **
      **                          CHASED                             **
      **            A REGISTER THAT CANNOT BE OPENED OR READ IS      **
      **            TREATED AS HELD - A PAYOUT IS NEVER RELEASED ON  **
      **            A CHECK THAT COULD NOT BE MADE.  USED BY THE     **
      **            SURRENDER QUOTE, LOAN ORIGINATION, MATURITY      **
      **            ROUTING AND DISBURSEMENT DRAIN.  INQUIRY ONLY.   **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51276**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHASGN.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWASGN.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQASGC'.

       COPY SQLCA.

       COPY CCWWASGN.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLASGC.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LASGC-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           SET  LASGC-RETRN-OK           TO TRUE.
           SET  LASGC-PAYOUT-FREE        TO TRUE.
           MOVE ZERO                     TO LASGC-ACTV-CNT
                                            LASGC-SECR-AMT
                                            LASGC-SEQ-NUM.
           MOVE SPACES                   TO LASGC-ASGNE-TYP-CD
                                            LASGC-ASGNE-CLI-ID
                                            LASGC-ASGNE-FI-ID
                                            LASGC-ASGNE-NM.

           IF  LASGC-EFF-DT = SPACES
               MOVE WGLOB-PROCESS-DATE   TO LASGC-EFF-DT
           END-IF.

      *
      *  NO REGISTER YET MEANS NO POLICY HAS EVER BEEN ASSIGNED.
      *
           OPEN INPUT ASGN-FILE.
           IF  WASGN-IO-NOFILE
               GO TO 0000-MAINLINE-X
           END-IF.
           IF  NOT WASGN-IO-OK
               SET LASGC-RETRN-ERROR     TO TRUE
               SET LASGC-PAYOUT-HELD     TO TRUE
               GO TO 0000-MAINLINE-X
           END-IF.

           MOVE LASGC-POL-ID             TO WASGN-POL-ID.
           MOVE ZERO                     TO WASGN-SEQ-NUM.

           START ASGN-FILE
               KEY IS NOT LESS THAN WASGN-KEY
               INVALID KEY
                   MOVE '23' TO WASGN-SEQ-FILE-STATUS
           END-START.

           IF  WASGN-IO-OK
               PERFORM  1900-READ-NEXT
                   THRU 1900-READ-NEXT-X
           END-IF.

           PERFORM  1000-CHECK-ONE-ASSIGNMENT
               THRU 1000-CHECK-ONE-ASSIGNMENT-X
               UNTIL NOT WASGN-IO-OK
               OR    WASGN-POL-ID NOT = LASGC-POL-ID.

           IF  NOT WASGN-IO-OK
           AND NOT WASGN-IO-EOF
           AND NOT WASGN-IO-NOTFND
               SET LASGC-RETRN-ERROR     TO TRUE
               SET LASGC-PAYOUT-HELD     TO TRUE
           END-IF.

           CLOSE ASGN-FILE.

       0000-MAINLINE-X.
           GOBACK.

      *---------------------------
       1000-CHECK-ONE-ASSIGNMENT.
      *---------------------------

           IF  NOT WASGN-STAT-ACTIVE
               GO TO 1000-NEXT
           END-IF.

           ADD  1                        TO LASGC-ACTV-CNT.
           ADD  WASGN-SECR-AMT           TO LASGC-SECR-AMT.

      *
      *  CONSENT COUNTS FROM ITS DATE TO ITS EXPIRY; A BLANK EXPIRY
      *  IS OPEN-ENDED.  THE FIRST ASSIGNEE WITHOUT IT IS THE ONE
      *  RETURNED; WHILE ALL HAVE CONSENTED THE FIRST IS RETURNED.
      *
           IF  WASGN-CNSNT-DT NOT = SPACES
           AND WASGN-CNSNT-DT NOT > LASGC-EFF-DT
           AND (WASGN-CNSNT-EXPRY-DT = SPACES
           OR   WASGN-CNSNT-EXPRY-DT NOT < LASGC-EFF-DT)
               IF  LASGC-PAYOUT-FREE
                   SET LASGC-PAYOUT-CONSENTED
                                         TO TRUE
                   PERFORM  1100-RETURN-ASSIGNEE
                       THRU 1100-RETURN-ASSIGNEE-X
               END-IF
           ELSE
               IF  NOT LASGC-PAYOUT-HELD
                   SET LASGC-PAYOUT-HELD TO TRUE
                   PERFORM  1100-RETURN-ASSIGNEE
                       THRU 1100-RETURN-ASSIGNEE-X
               END-IF
           END-IF.

       1000-NEXT.

           PERFORM  1900-READ-NEXT
               THRU 1900-READ-NEXT-X.

       1000-CHECK-ONE-ASSIGNMENT-X.
           EXIT.

      *----------------------
       1100-RETURN-ASSIGNEE.
      *----------------------

           MOVE WASGN-SEQ-NUM            TO LASGC-SEQ-NUM.
           MOVE WASGN-ASGNE-TYP-CD       TO LASGC-ASGNE-TYP-CD.
           MOVE WASGN-ASGNE-CLI-ID       TO LASGC-ASGNE-CLI-ID.
           MOVE WASGN-ASGNE-FI-ID        TO LASGC-ASGNE-FI-ID.
           MOVE WASGN-ASGNE-NM           TO LASGC-ASGNE-NM.

       1100-RETURN-ASSIGNEE-X.
           EXIT.

      *----------------
       1900-READ-NEXT.
      *----------------

           READ ASGN-FILE NEXT
               AT END
                   MOVE '10' TO WASGN-SEQ-FILE-STATUS
           END-READ.

       1900-READ-NEXT-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQASGC                     **
      *****************************************************************
