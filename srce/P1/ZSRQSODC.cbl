      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQSODC.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQSODC                                         **
      **  REMARKS:  SEGREGATION-OF-DUTIES ROLE CHECK.  ANSWERS       **
      **            WHETHER A ROLE ON THE PERMISSION MATRIX (RPRM)   **
      **            IS ALLOWED BOTH SIDES OF AN ACTIVE CONFLICT      **
      **            RULE (SODR) WITHOUT AN APPROVED EXCEPTION IN     **
      **            FORCE FOR THE ROLE AND RULE (SODX).              **
      **                                                             **
      **            THE ROLE MATRIX MAINTENANCE (ZSRQROLM) ASKS      **
      **            WITH THE TRANSACTION IT IS ABOUT TO ALLOW, SO    **
      **            ONLY THE RULES THAT TRANSACTION WOULD COMPLETE   **
      **            ARE LOOKED AT; THE USER ACCESS MAINTENANCE       **
      **            (ZSRQUACM) ASKS WITHOUT ONE BEFORE GRANTING A    **
      **            USER THE ROLE.                                   **
      **                                                             **
      **            NO RULE TABLE OR NO MATRIX MEANS NO CONFLICT.    **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51291**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHSODR.

           COPY CCFHSODX.

           COPY CCFHRPRM.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWSODR.

       COPY CCFWSODX.

       COPY CCFWRPRM.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQSODC'.

       COPY SQLCA.

       COPY CCWWSODR.
       COPY CCWWSODX.
       COPY CCWWRPRM.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-SIDE-TRAN-ID            PIC X(08)  VALUE SPACES.
           05  WS-SIDE-SWITCH             PIC X(01)  VALUE 'N'.
               88  WS-SIDE-ALLOWED                   VALUE 'Y'.
               88  WS-SIDE-NOT-ALLOWED               VALUE 'N'.
           05  WS-SIDE-1-SWITCH           PIC X(01)  VALUE 'N'.
               88  WS-SIDE-1-ALLOWED                 VALUE 'Y'.
           05  WS-EXCP-SWITCH             PIC X(01)  VALUE 'N'.
               88  WS-EXCP-IN-FORCE                  VALUE 'Y'.
               88  WS-EXCP-NOT-IN-FORCE              VALUE 'N'.
           05  WS-SODX-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
               88  WS-SODX-OPEN                      VALUE 'Y'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLSODC.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LSODC-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           SET  LSODC-RETRN-OK           TO TRUE.
           SET  LSODC-NO-CONFLICT        TO TRUE.
           MOVE SPACES                   TO LSODC-TRAN-ID-1
                                            LSODC-TRAN-ID-2
                                            LSODC-RULE-DESC-TXT.

           IF  NOT LSODC-FUNCTION-ROLE-CHECK
           OR  LSODC-ROLE-ID = SPACES
               SET LSODC-RETRN-ERROR     TO TRUE
               GO TO 0000-MAINLINE-X
           END-IF.

           PERFORM 0100-OPEN-FILES
              THRU 0100-OPEN-FILES-X.

           IF  NOT LSODC-RETRN-OK
           OR  NOT WSODR-IO-OK
               GO TO 0000-MAINLINE-X
           END-IF.

           MOVE LOW-VALUES               TO WSODR-KEY.

           START SODR-FILE
               KEY IS NOT LESS THAN WSODR-KEY
               INVALID KEY
                   MOVE '10' TO WSODR-SEQ-FILE-STATUS
           END-START.

           IF  WSODR-IO-OK
               PERFORM 1900-READ-NEXT-RULE
                  THRU 1900-READ-NEXT-RULE-X
           END-IF.

           PERFORM 1000-CHECK-RULE
              THRU 1000-CHECK-RULE-X
                   UNTIL NOT WSODR-IO-OK
                   OR    LSODC-CONFLICT.

           IF  NOT WSODR-IO-OK
           AND NOT WSODR-IO-EOF
               SET LSODC-RETRN-ERROR     TO TRUE
           END-IF.

           CLOSE SODR-FILE
                 RPRM-FILE.

           IF  WS-SODX-OPEN
               CLOSE SODX-FILE
           END-IF.

       0000-MAINLINE-X.
           GOBACK.

      *-----------------
       0100-OPEN-FILES.
      *-----------------

      *
      *  NO RULE TABLE OR NO MATRIX LEAVES NOTHING TO CONFLICT; NO
      *  EXCEPTION REGISTER MEANS NO EXCEPTION.  THE RULE TABLE IS
      *  LEFT CLOSED (STATUS NOT '00') WHEN THERE IS NOTHING TO DO.
      *
           MOVE 'N'                      TO WS-SODX-OPEN-SWITCH.

           OPEN INPUT SODR-FILE.
           IF  NOT WSODR-IO-OK
               IF  NOT WSODR-IO-NOFILE
                   SET LSODC-RETRN-ERROR TO TRUE
               END-IF
               GO TO 0100-OPEN-FILES-X
           END-IF.

           OPEN INPUT RPRM-FILE.
           IF  NOT WRPRM-IO-OK
               IF  NOT WRPRM-IO-NOFILE
                   SET LSODC-RETRN-ERROR TO TRUE
               END-IF
               CLOSE SODR-FILE
               MOVE '35'                 TO WSODR-SEQ-FILE-STATUS
               GO TO 0100-OPEN-FILES-X
           END-IF.

           OPEN INPUT SODX-FILE.
           IF  WSODX-IO-OK
               SET WS-SODX-OPEN          TO TRUE
           ELSE
           IF  NOT WSODX-IO-NOFILE
               SET LSODC-RETRN-ERROR     TO TRUE
               CLOSE SODR-FILE
                     RPRM-FILE
           END-IF
           END-IF.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       1000-CHECK-RULE.
      *-----------------

      *
      *  WITH AN ADDED TRANSACTION ONLY THE RULES IT IS A SIDE OF
      *  ARE LOOKED AT.
      *
           IF  NOT WSODR-RULE-ACTIVE
               GO TO 1000-NEXT-RULE
           END-IF.

           IF  LSODC-ADD-TRAN-ID NOT = SPACES
           AND LSODC-ADD-TRAN-ID NOT = WSODR-TRAN-ID-1
           AND LSODC-ADD-TRAN-ID NOT = WSODR-TRAN-ID-2
               GO TO 1000-NEXT-RULE
           END-IF.

           MOVE WSODR-TRAN-ID-1          TO WS-SIDE-TRAN-ID.
           PERFORM 1100-CHECK-SIDE
              THRU 1100-CHECK-SIDE-X.
           MOVE WS-SIDE-SWITCH           TO WS-SIDE-1-SWITCH.

           IF  NOT WS-SIDE-1-ALLOWED
               GO TO 1000-NEXT-RULE
           END-IF.

           MOVE WSODR-TRAN-ID-2          TO WS-SIDE-TRAN-ID.
           PERFORM 1100-CHECK-SIDE
              THRU 1100-CHECK-SIDE-X.

           IF  WS-SIDE-NOT-ALLOWED
               GO TO 1000-NEXT-RULE
           END-IF.

           PERFORM 1200-CHECK-EXCEPTION
              THRU 1200-CHECK-EXCEPTION-X.

           IF  WS-EXCP-NOT-IN-FORCE
               SET LSODC-CONFLICT        TO TRUE
               MOVE WSODR-TRAN-ID-1      TO LSODC-TRAN-ID-1
               MOVE WSODR-TRAN-ID-2      TO LSODC-TRAN-ID-2
               MOVE WSODR-RULE-DESC-TXT  TO LSODC-RULE-DESC-TXT
               GO TO 1000-CHECK-RULE-X
           END-IF.

       1000-NEXT-RULE.

           PERFORM 1900-READ-NEXT-RULE
              THRU 1900-READ-NEXT-RULE-X.

       1000-CHECK-RULE-X.
           EXIT.

      *-----------------
       1100-CHECK-SIDE.
      *-----------------

      *
      *  THE ADDED TRANSACTION COUNTS AS ALLOWED; ANY OTHER MUST BE
      *  ON THE MATRIX AND ALLOWED.
      *
           SET  WS-SIDE-NOT-ALLOWED      TO TRUE.

           IF  WS-SIDE-TRAN-ID = LSODC-ADD-TRAN-ID
               SET WS-SIDE-ALLOWED       TO TRUE
               GO TO 1100-CHECK-SIDE-X
           END-IF.

           MOVE LSODC-ROLE-ID            TO WRPRM-ROLE-ID.
           MOVE WS-SIDE-TRAN-ID          TO WRPRM-TRAN-ID.

           READ RPRM-FILE
               INVALID KEY
                   MOVE '23' TO WRPRM-SEQ-FILE-STATUS
           END-READ.

           IF  WRPRM-IO-OK
           AND WRPRM-ALLOWED
               SET WS-SIDE-ALLOWED       TO TRUE
           END-IF.

       1100-CHECK-SIDE-X.
           EXIT.

      *----------------------
       1200-CHECK-EXCEPTION.
      *----------------------

      *
      *  AN EXCEPTION IS IN FORCE WHEN APPROVED AND NOT PAST ITS
      *  EXPIRY DATE.
      *
           SET  WS-EXCP-NOT-IN-FORCE     TO TRUE.

           IF  NOT WS-SODX-OPEN
               GO TO 1200-CHECK-EXCEPTION-X
           END-IF.

           MOVE LSODC-ROLE-ID            TO WSODX-ROLE-ID.
           MOVE WSODR-TRAN-ID-1          TO WSODX-TRAN-ID-1.
           MOVE WSODR-TRAN-ID-2          TO WSODX-TRAN-ID-2.

           READ SODX-FILE
               INVALID KEY
                   MOVE '23' TO WSODX-SEQ-FILE-STATUS
           END-READ.

           IF  WSODX-IO-OK
           AND WSODX-EXCP-APPROVED
           AND WSODX-XPRY-DT NOT < WGLOB-CRNT-DT
               SET WS-EXCP-IN-FORCE      TO TRUE
           END-IF.

       1200-CHECK-EXCEPTION-X.
           EXIT.

      *---------------------
       1900-READ-NEXT-RULE.
      *---------------------

           READ SODR-FILE NEXT
               AT END
                   MOVE '10' TO WSODR-SEQ-FILE-STATUS
           END-READ.

       1900-READ-NEXT-RULE-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQSODC                     **
      *****************************************************************
