      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  SSRQTRST.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  SSRQTRST                                         **
      **  REMARKS:  ONLINE REVIEW PROGRAM FOR THE SEGREGATED FUND    **
      **            TRANSFER RESTRICTION TABLE (TRST).  WORKS THE    **
      **            MARKET-TIMING REVIEW LIST RAISED BY ZSBMMTSV:    **
      **            INQUIRE, APPROVE A RESTRICTION (WITH A RELEASE   **
      **            DATE), DISMISS A FLAG, OR RELEASE A RESTRICTION  **
      **            EARLY.  WHILE A RESTRICTION IS IN FORCE SSRF6350 **
      **            REFUSES TRANSFERS INTO THE FUND.  EVERY ACTION   **
      **            IS WRITTEN TO THE POLICY CHANGE HISTORY (PHST).  **
      **            UPDATES ARE ROLE CHECKED (XSRU9690) AND FLAGGED  **
      **            UPDATES QUEUE FOR MAKER-CHECKER APPROVAL         **
      **            (ZSRQAPRQ).                                      **
      **                                                             **
      **  DOMAIN :  CV                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51265**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY SCFHTRST.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY SCFWTRST.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'SSRQTRST'.

       COPY SQLCA.

       COPY SCFRTRST.

       COPY SCWWTRST.

       COPY CCFWPHST.
       COPY CCFRPHST.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-FILE-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
               88  WS-FILE-IS-OPEN                   VALUE 'Y'.
               88  WS-FILE-IS-CLOSED                 VALUE 'N'.
           05  WS-OLD-STAT-CD             PIC X(01).
           05  WS-OLD-RSTR-EFF-DT         PIC X(10).
           05  WS-OLD-RLSE-DT             PIC X(10).
           05  WS-PHST-ACTVTY-TYP-CD      PIC X(02).
           05  WS-PHST-ACTN-TXT           PIC X(26).

      *
      *  PHST DESCRIPTION AND BEFORE/AFTER VALUE TEXT
      *
       01  WS-PHST-DESC-TXT.
           05  WS-PHST-DESC-ACTN          PIC X(26).
           05  FILLER                     PIC X(05)  VALUE 'FUND '.
           05  WS-PHST-DESC-FUND-CD       PIC X(04).
           05  FILLER                     PIC X(05)  VALUE SPACES.

       01  WS-PHST-VALU-TXT.
           05  WS-PHST-VALU-STAT-CD       PIC X(01).
           05  FILLER                     PIC X(01)  VALUE SPACES.
           05  WS-PHST-VALU-EFF-DT        PIC X(10).
           05  FILLER                     PIC X(01)  VALUE SPACES.
           05  WS-PHST-VALU-RLSE-DT       PIC X(10).
           05  FILLER                     PIC X(07)  VALUE SPACES.

       COPY XCWLSECT.

       COPY CCWLAPRQ.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLTRST.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LTRST-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LTRST-RETRN-NOTAUTH       TO TRUE
               GOBACK
           END-IF.

           IF  LSECT-APPRV-REQUIRED
           AND NOT LTRST-FUNCTION-INQUIRE
               PERFORM 0060-QUEUE-FOR-APPROVAL
                  THRU 0060-QUEUE-FOR-APPROVAL-X
               GOBACK
           END-IF.

           PERFORM 0100-OPEN-FILE
              THRU 0100-OPEN-FILE-X.

           IF  LTRST-FUNCTION-INQUIRE
               PERFORM 1000-INQUIRE
                  THRU 1000-INQUIRE-X
           ELSE
           IF  LTRST-FUNCTION-APPROVE
               PERFORM 2000-APPROVE
                  THRU 2000-APPROVE-X
           ELSE
           IF  LTRST-FUNCTION-DISMISS
               PERFORM 3000-DISMISS
                  THRU 3000-DISMISS-X
           ELSE
           IF  LTRST-FUNCTION-RELEASE
               PERFORM 4000-RELEASE
                  THRU 4000-RELEASE-X
           ELSE
               SET LTRST-RETRN-ERROR         TO TRUE
           END-IF.

           PERFORM 9999-CLOSE-FILE
              THRU 9999-CLOSE-FILE-X.

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

      *---------------------------
       0060-QUEUE-FOR-APPROVAL.
      *---------------------------

      *
      *  DUAL CONTROL: THE REVIEW DECISION GOES TO THE PENDING
      *  APPROVAL QUEUE WITH THE IMAGE OF THIS PARM AREA.  WHEN A
      *  SECOND USER RELEASES IT, ZSRQAPRQ RE-DRIVES THIS PROGRAM
      *  WITH THE SAME IMAGE AND THE DECISION APPLIES.
      *
           MOVE SPACES                   TO LAPRQ-PARM-INFO.
           SET  LAPRQ-FUNCTION-QUEUE     TO TRUE.
           MOVE WPGWS-CRNT-PGM-ID        TO LAPRQ-TARGET-PGM-ID.
           MOVE 'SEGFUND TRANSFER RESTRICTION'
                                         TO LAPRQ-TRAN-DESC-TXT.
           MOVE SPACES                   TO LAPRQ-RCRD-KEY-TXT.
           MOVE LTRST-POL-ID             TO LAPRQ-RCRD-KEY-TXT (1:10).
           MOVE LTRST-FUND-CD            TO LAPRQ-RCRD-KEY-TXT (12:4).
           MOVE LTRST-PARM-INFO          TO LAPRQ-PARM-IMAGE.
      *
      *  WHERE LTRST-RETRN-CD SITS INSIDE THE IMAGE (SEE CCWLTRST:
      *  FUNCTION-CD 1, POL-ID 10, FUND-CD 4, RSTR-STAT-CD 1,
      *  FLAG-DT 10, RTRP-CNT 3, RSTR-EFF-DT 10, RLSE-DT 10,
      *  LAST-CHG-USER-ID 8 = RETURN CODE AT BYTE 58) - THE
      *  RELEASE CHECKS IT TO PROVE THE DECISION APPLIED.
      *
           MOVE 58                       TO LAPRQ-RETRN-CD-OFST.

           CALL 'ZSRQAPRQ' USING WGLOB-GLOBAL-AREA
                                 LAPRQ-PARM-INFO
               ON EXCEPTION
                   SET LAPRQ-RETRN-ERROR TO TRUE
           END-CALL.

           IF  LAPRQ-RETRN-OK
               SET LTRST-RETRN-QUEUED    TO TRUE
           ELSE
               SET LTRST-RETRN-ERROR     TO TRUE
           END-IF.

       0060-QUEUE-FOR-APPROVAL-X.
           EXIT.

      *------------------
       0100-OPEN-FILE.
      *------------------

           MOVE '00'                  TO WTRST-SEQ-FILE-STATUS.
           OPEN I-O TRST-FILE.
           IF  WTRST-SEQ-FILE-STATUS = '35'
               MOVE '00'               TO WTRST-SEQ-FILE-STATUS
               OPEN OUTPUT TRST-FILE
               CLOSE TRST-FILE
               OPEN I-O TRST-FILE
           END-IF.
           IF  WTRST-IO-OK
               SET WS-FILE-IS-OPEN     TO TRUE
           END-IF.

       0100-OPEN-FILE-X.
           EXIT.

      *----------------
       1000-INQUIRE.
      *----------------

           PERFORM 1100-READ-TRST
              THRU 1100-READ-TRST-X.

           IF  WTRST-IO-OK
               SET LTRST-RETRN-OK            TO TRUE
           ELSE
           IF  WTRST-IO-NOTFND
               SET LTRST-RETRN-NOTFND        TO TRUE
           ELSE
               SET LTRST-RETRN-ERROR         TO TRUE
           END-IF.

       1000-INQUIRE-X.
           EXIT.

      *------------------
       1100-READ-TRST.
      *------------------

           IF  WS-FILE-IS-CLOSED
               MOVE '99'                  TO WTRST-SEQ-FILE-STATUS
               GO TO 1100-READ-TRST-X
           END-IF.

           MOVE LTRST-POL-ID              TO WTRST-POL-ID.
           MOVE LTRST-FUND-CD             TO WTRST-FUND-CD.

           READ TRST-FILE
               INVALID KEY
                   MOVE '23'              TO WTRST-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WTRST-IO-OK
               GO TO 1100-READ-TRST-X
           END-IF.

           MOVE WTRST-REC-INFO            TO RTRST-REC-INFO.
           MOVE RTRST-RSTR-STAT-CD        TO WS-OLD-STAT-CD.
           MOVE RTRST-RSTR-EFF-DT         TO WS-OLD-RSTR-EFF-DT.
           MOVE RTRST-RLSE-DT             TO WS-OLD-RLSE-DT.

           MOVE RTRST-RSTR-STAT-CD        TO LTRST-RSTR-STAT-CD.
           MOVE RTRST-FLAG-DT             TO LTRST-FLAG-DT.
           MOVE RTRST-RTRP-CNT            TO LTRST-RTRP-CNT.

           IF  LTRST-FUNCTION-INQUIRE
               MOVE RTRST-RSTR-EFF-DT     TO LTRST-RSTR-EFF-DT
               MOVE RTRST-RLSE-DT         TO LTRST-RLSE-DT
               MOVE RTRST-LAST-CHG-USER-ID
                                          TO LTRST-LAST-CHG-USER-ID
           END-IF.

       1100-READ-TRST-X.
           EXIT.

      *----------------
       2000-APPROVE.
      *----------------

      *
      *  A FLAG UNDER REVIEW IS TURNED INTO A RESTRICTION, OR THE
      *  DATES OF A RESTRICTION ALREADY IN FORCE ARE AMENDED.  THE
      *  RESTRICTION STARTS ON THE BUSINESS DATE UNLESS ANOTHER DATE
      *  IS GIVEN, AND THE RELEASE DATE MUST FALL AFTER IT.
      *
           PERFORM 1100-READ-TRST
              THRU 1100-READ-TRST-X.

           IF  NOT WTRST-IO-OK
               GO TO 2000-APPROVE-RETURN
           END-IF.

           IF  NOT RTRST-STAT-OPEN
               SET LTRST-RETRN-BAD-STAT      TO TRUE
               GO TO 2000-APPROVE-X
           END-IF.

           IF  LTRST-RSTR-EFF-DT = SPACES
               MOVE WGLOB-PROCESS-DATE       TO LTRST-RSTR-EFF-DT
           END-IF.

           IF  LTRST-RLSE-DT = SPACES
           OR  LTRST-RLSE-DT NOT > LTRST-RSTR-EFF-DT
               SET LTRST-RETRN-BAD-DATE      TO TRUE
               GO TO 2000-APPROVE-X
           END-IF.

           SET  RTRST-STAT-RESTRICTED        TO TRUE.
           MOVE LTRST-RSTR-EFF-DT            TO RTRST-RSTR-EFF-DT.
           MOVE LTRST-RLSE-DT                TO RTRST-RLSE-DT.
           MOVE LTRST-LAST-CHG-USER-ID       TO RTRST-APPRV-USER-ID.

           MOVE 'MR'                         TO WS-PHST-ACTVTY-TYP-CD.
           MOVE 'TRANSFER RESTRICTION SET'   TO WS-PHST-ACTN-TXT.

           PERFORM 5000-REWRITE-TRST
              THRU 5000-REWRITE-TRST-X.

       2000-APPROVE-RETURN.

           PERFORM 9000-SET-RETURN
              THRU 9000-SET-RETURN-X.

       2000-APPROVE-X.
           EXIT.

      *----------------
       3000-DISMISS.
      *----------------

      *
      *  THE REVIEWER FOUND NO MARKET TIMING - THE FLAG IS CLOSED
      *  WITHOUT A RESTRICTION.  ONLY A FLAG STILL UNDER REVIEW CAN
      *  BE DISMISSED; A RESTRICTION IN FORCE IS RELEASED INSTEAD.
      *
           PERFORM 1100-READ-TRST
              THRU 1100-READ-TRST-X.

           IF  NOT WTRST-IO-OK
               GO TO 3000-DISMISS-RETURN
           END-IF.

           IF  NOT RTRST-STAT-PENDING
               SET LTRST-RETRN-BAD-STAT      TO TRUE
               GO TO 3000-DISMISS-X
           END-IF.

           SET  RTRST-STAT-DISMISSED         TO TRUE.

           MOVE 'MD'                         TO WS-PHST-ACTVTY-TYP-CD.
           MOVE 'MARKET-TIMING FLAG CLEARED' TO WS-PHST-ACTN-TXT.

           PERFORM 5000-REWRITE-TRST
              THRU 5000-REWRITE-TRST-X.

       3000-DISMISS-RETURN.

           PERFORM 9000-SET-RETURN
              THRU 9000-SET-RETURN-X.

       3000-DISMISS-X.
           EXIT.

      *----------------
       4000-RELEASE.
      *----------------

      *
      *  EARLY RELEASE OF A RESTRICTION IN FORCE - THE RELEASE DATE
      *  BECOMES THE BUSINESS DATE, SO TRANSFERS INTO THE FUND ARE
      *  ACCEPTED AGAIN FROM TODAY.
      *
           PERFORM 1100-READ-TRST
              THRU 1100-READ-TRST-X.

           IF  NOT WTRST-IO-OK
               GO TO 4000-RELEASE-RETURN
           END-IF.

           IF  NOT RTRST-STAT-RESTRICTED
               SET LTRST-RETRN-BAD-STAT      TO TRUE
               GO TO 4000-RELEASE-X
           END-IF.

           SET  RTRST-STAT-RELEASED          TO TRUE.
           MOVE WGLOB-PROCESS-DATE           TO RTRST-RLSE-DT
                                                LTRST-RLSE-DT.

           MOVE 'ML'                         TO WS-PHST-ACTVTY-TYP-CD.
           MOVE 'RESTRICTION RELEASED EARLY' TO WS-PHST-ACTN-TXT.

           PERFORM 5000-REWRITE-TRST
              THRU 5000-REWRITE-TRST-X.

       4000-RELEASE-RETURN.

           PERFORM 9000-SET-RETURN
              THRU 9000-SET-RETURN-X.

       4000-RELEASE-X.
           EXIT.

      *---------------------
       5000-REWRITE-TRST.
      *---------------------

           MOVE WGLOB-PROCESS-DATE           TO RTRST-LAST-CHG-DT.
           MOVE LTRST-LAST-CHG-USER-ID       TO RTRST-LAST-CHG-USER-ID.
           MOVE RTRST-REC-INFO               TO WTRST-REC-INFO.

           REWRITE WTRST-REC-INFO
               INVALID KEY
                   MOVE '99'                 TO WTRST-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WTRST-IO-OK
               MOVE RTRST-RSTR-STAT-CD       TO LTRST-RSTR-STAT-CD
               PERFORM 5100-WRITE-PHST-ACTIVITY
                  THRU 5100-WRITE-PHST-ACTIVITY-X
           END-IF.

       5000-REWRITE-TRST-X.
           EXIT.

      *----------------------------
       5100-WRITE-PHST-ACTIVITY.
      *----------------------------

           MOVE SPACES                       TO RPHST-REC-INFO.
           MOVE RTRST-POL-ID                 TO RPHST-POL-ID.
           MOVE WGLOB-PROCESS-DATE           TO RPHST-PCHST-EFF-DT
                                                RPHST-ACTVTY-EFF-DT.
           MOVE ZEROES                       TO RPHST-CVG-NUM.
           SET  RPHST-PCHST-STAT-ACTIVE      TO TRUE.
           MOVE WS-PHST-ACTVTY-TYP-CD        TO RPHST-ACTVTY-TYP-CD.

           MOVE WS-PHST-ACTN-TXT             TO WS-PHST-DESC-ACTN.
           MOVE RTRST-FUND-CD                TO WS-PHST-DESC-FUND-CD.
           MOVE WS-PHST-DESC-TXT             TO RPHST-ACTVTY-DESC-TXT.

           MOVE WS-OLD-STAT-CD               TO WS-PHST-VALU-STAT-CD.
           MOVE WS-OLD-RSTR-EFF-DT           TO WS-PHST-VALU-EFF-DT.
           MOVE WS-OLD-RLSE-DT               TO WS-PHST-VALU-RLSE-DT.
           MOVE WS-PHST-VALU-TXT          TO RPHST-PCHST-OLD-VALU-TXT.

           MOVE RTRST-RSTR-STAT-CD           TO WS-PHST-VALU-STAT-CD.
           MOVE RTRST-RSTR-EFF-DT            TO WS-PHST-VALU-EFF-DT.
           MOVE RTRST-RLSE-DT                TO WS-PHST-VALU-RLSE-DT.
           MOVE WS-PHST-VALU-TXT          TO RPHST-PCHST-NEW-VALU-TXT.

           MOVE LTRST-LAST-CHG-USER-ID       TO RPHST-PREV-UPDT-USER-ID.

           PERFORM  PHST-1000-WRITE
               THRU PHST-1000-WRITE-X.

       5100-WRITE-PHST-ACTIVITY-X.
           EXIT.

      *-------------------
       9000-SET-RETURN.
      *-------------------

           IF  WTRST-IO-OK
               SET LTRST-RETRN-OK            TO TRUE
           ELSE
           IF  WTRST-IO-NOTFND
               SET LTRST-RETRN-NOTFND        TO TRUE
           ELSE
               SET LTRST-RETRN-ERROR         TO TRUE
           END-IF.

       9000-SET-RETURN-X.
           EXIT.

      *------------------
       9999-CLOSE-FILE.
      *------------------

           IF  WS-FILE-IS-OPEN
               CLOSE TRST-FILE
               SET WS-FILE-IS-CLOSED    TO TRUE
           END-IF.

       9999-CLOSE-FILE-X.
           EXIT.

      *
      * POLICY CHANGE HISTORY WRITE
      *
       COPY CCPBPHST.
      *****************************************************************
      **                 END OF PROGRAM SSRQTRST                     **
      *****************************************************************
