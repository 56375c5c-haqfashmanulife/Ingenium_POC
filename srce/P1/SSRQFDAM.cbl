      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  SSRQFDAM.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  SSRQFDAM                                         **
      **  REMARKS:  ONLINE MAINTENANCE PROGRAM FOR THE FUND ASSET    **
      **            MANAGER ASSIGNMENT TABLE (FDAM).  SUPPORTS       **
      **            INQUIRE, ADD, CHANGE AND DELETE OF THE MANAGER   **
      **            WHO RUNS A FUND AND RECEIVES ITS DAILY DEALING   **
      **            INSTRUCTION FROM ZSBMUDIN.  UPDATES ARE ROLE     **
      **            CHECKED (XSRU9690) AND FLAGGED UPDATES QUEUE FOR **
      **            MAKER-CHECKER APPROVAL (ZSRQAPRQ).               **
      **                                                             **
      **  DOMAIN :  CV                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51264**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY SCFHFDAM.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY SCFWFDAM.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'SSRQFDAM'.

       COPY SQLCA.

       COPY SCFRFDAM.

       COPY SCWWFDAM.

       01  WS-PROGRAM-WORK-AREA.
           05  WS-FILE-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
               88  WS-FILE-IS-OPEN                   VALUE 'Y'.
               88  WS-FILE-IS-CLOSED                 VALUE 'N'.

       COPY XCWLSECT.

       COPY CCWLAPRQ.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLFDAM.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LFDAM-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.
      
           IF  LSECT-NOT-AUTHORIZED
               SET LFDAM-RETRN-NOTAUTH       TO TRUE
               GOBACK
           END-IF.
      
           IF  LSECT-APPRV-REQUIRED
           AND NOT LFDAM-FUNCTION-INQUIRE
               PERFORM 0060-QUEUE-FOR-APPROVAL
                  THRU 0060-QUEUE-FOR-APPROVAL-X
               GOBACK
           END-IF.
      
           PERFORM 0100-OPEN-FILE
              THRU 0100-OPEN-FILE-X.

           IF  LFDAM-FUNCTION-INQUIRE
               PERFORM 1000-INQUIRE
                  THRU 1000-INQUIRE-X
           ELSE
           IF  LFDAM-FUNCTION-ADD
               PERFORM 2000-ADD
                  THRU 2000-ADD-X
           ELSE
           IF  LFDAM-FUNCTION-CHANGE
               PERFORM 3000-CHANGE
                  THRU 3000-CHANGE-X
           ELSE
           IF  LFDAM-FUNCTION-DELETE
               PERFORM 4000-DELETE
                  THRU 4000-DELETE-X
           ELSE
               SET LFDAM-RETRN-ERROR         TO TRUE
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
      *  DUAL CONTROL: THE KEYED CHANGE GOES TO THE PENDING
      *  APPROVAL QUEUE WITH THE IMAGE OF THIS PARM AREA.  WHEN A
      *  SECOND USER RELEASES IT, ZSRQAPRQ RE-DRIVES THIS PROGRAM
      *  WITH THE SAME IMAGE AND THE CHANGE APPLIES.
      *
           MOVE SPACES                   TO LAPRQ-PARM-INFO.
           SET  LAPRQ-FUNCTION-QUEUE     TO TRUE.
           MOVE WPGWS-CRNT-PGM-ID        TO LAPRQ-TARGET-PGM-ID.
           MOVE 'FUND ASSET MANAGER CHANGE'
                                         TO LAPRQ-TRAN-DESC-TXT.
           MOVE SPACES                   TO LAPRQ-RCRD-KEY-TXT.
           MOVE LFDAM-FUND-CD            TO LAPRQ-RCRD-KEY-TXT.
           MOVE LFDAM-PARM-INFO          TO LAPRQ-PARM-IMAGE.
      *
      *  WHERE LFDAM-RETRN-CD SITS INSIDE THE IMAGE (SEE CCWLFDAM:
      *  FUNCTION-CD 1, FUND-CD 4, AMGR-ID 8, AMGR-NM 40, EFF-DT 10,
      *  LAST-CHG-USER-ID 8 = RETURN CODE AT BYTE 72) - THE RELEASE
      *  CHECKS IT TO PROVE THE CHANGE APPLIED.
      *
           MOVE 72                       TO LAPRQ-RETRN-CD-OFST.
      
           CALL 'ZSRQAPRQ' USING WGLOB-GLOBAL-AREA
                                 LAPRQ-PARM-INFO
               ON EXCEPTION
                   SET LAPRQ-RETRN-ERROR TO TRUE
           END-CALL.
      
           IF  LAPRQ-RETRN-OK
               SET LFDAM-RETRN-QUEUED    TO TRUE
           ELSE
               SET LFDAM-RETRN-ERROR     TO TRUE
           END-IF.
      
       0060-QUEUE-FOR-APPROVAL-X.
           EXIT.
      
      *------------------
       0100-OPEN-FILE.
      *------------------

           MOVE '00'                  TO WFDAM-SEQ-FILE-STATUS.
           OPEN I-O FDAM-FILE.
           IF  WFDAM-SEQ-FILE-STATUS = '35'
               MOVE '00'               TO WFDAM-SEQ-FILE-STATUS
               OPEN OUTPUT FDAM-FILE
               CLOSE FDAM-FILE
               OPEN I-O FDAM-FILE
           END-IF.
           IF  WFDAM-IO-OK
               SET WS-FILE-IS-OPEN     TO TRUE
           END-IF.

       0100-OPEN-FILE-X.
           EXIT.

      *----------------
       1000-INQUIRE.
      *----------------

           MOVE LFDAM-FUND-CD          TO WFDAM-FUND-CD.

           READ FDAM-FILE
               INVALID KEY
                   MOVE '23'            TO WFDAM-SEQ-FILE-STATUS
           END-READ.

           IF  WFDAM-IO-OK
               MOVE WFDAM-AMGR-ID            TO LFDAM-AMGR-ID
               MOVE WFDAM-AMGR-NM            TO LFDAM-AMGR-NM
               MOVE WFDAM-EFF-DT             TO LFDAM-EFF-DT
               MOVE WFDAM-LAST-CHG-USER-ID   TO LFDAM-LAST-CHG-USER-ID
               SET LFDAM-RETRN-OK            TO TRUE
           ELSE
           IF  WFDAM-IO-NOTFND
               SET LFDAM-RETRN-NOTFND        TO TRUE
           ELSE
               SET LFDAM-RETRN-ERROR         TO TRUE
           END-IF.

       1000-INQUIRE-X.
           EXIT.

      *----------------
       2000-ADD.
      *----------------

           MOVE LFDAM-FUND-CD             TO WFDAM-FUND-CD.
           MOVE LFDAM-AMGR-ID             TO WFDAM-AMGR-ID.
           MOVE LFDAM-AMGR-NM             TO WFDAM-AMGR-NM.
           MOVE LFDAM-EFF-DT              TO WFDAM-EFF-DT.
           MOVE LFDAM-EFF-DT              TO WFDAM-LAST-CHG-DT.
           MOVE LFDAM-LAST-CHG-USER-ID    TO WFDAM-LAST-CHG-USER-ID.

           WRITE WFDAM-REC-INFO
               INVALID KEY
                   MOVE '22'                TO WFDAM-SEQ-FILE-STATUS
           END-WRITE.

           IF  WFDAM-IO-OK
               SET LFDAM-RETRN-OK           TO TRUE
           ELSE
               SET LFDAM-RETRN-DUPLICATE    TO TRUE
           END-IF.

       2000-ADD-X.
           EXIT.

      *----------------
       3000-CHANGE.
      *----------------

           MOVE LFDAM-FUND-CD             TO WFDAM-FUND-CD.

           READ FDAM-FILE
               INVALID KEY
                   MOVE '23'                TO WFDAM-SEQ-FILE-STATUS
           END-READ.

           IF  WFDAM-IO-OK
               MOVE LFDAM-AMGR-ID           TO WFDAM-AMGR-ID
               MOVE LFDAM-AMGR-NM           TO WFDAM-AMGR-NM
               MOVE LFDAM-EFF-DT            TO WFDAM-EFF-DT
               MOVE LFDAM-EFF-DT            TO WFDAM-LAST-CHG-DT
               MOVE LFDAM-LAST-CHG-USER-ID  TO WFDAM-LAST-CHG-USER-ID
               REWRITE WFDAM-REC-INFO
                   INVALID KEY
                       MOVE '99'             TO WFDAM-SEQ-FILE-STATUS
               END-REWRITE
           END-IF.

           IF  WFDAM-IO-OK
               SET LFDAM-RETRN-OK           TO TRUE
           ELSE
           IF  WFDAM-IO-NOTFND
               SET LFDAM-RETRN-NOTFND       TO TRUE
           ELSE
               SET LFDAM-RETRN-ERROR        TO TRUE
           END-IF.

       3000-CHANGE-X.
           EXIT.

      *----------------
       4000-DELETE.
      *----------------

           MOVE LFDAM-FUND-CD             TO WFDAM-FUND-CD.

           DELETE FDAM-FILE
               INVALID KEY
                   MOVE '23'                TO WFDAM-SEQ-FILE-STATUS
           END-DELETE.

           IF  WFDAM-IO-OK
               SET LFDAM-RETRN-OK           TO TRUE
           ELSE
               SET LFDAM-RETRN-NOTFND       TO TRUE
           END-IF.

       4000-DELETE-X.
           EXIT.

      *------------------
       9999-CLOSE-FILE.
      *------------------

           IF  WS-FILE-IS-OPEN
               CLOSE FDAM-FILE
               SET WS-FILE-IS-CLOSED    TO TRUE
           END-IF.

       9999-CLOSE-FILE-X.
           EXIT.

      *****************************************************************
      **                 END OF PROGRAM SSRQFDAM                     **
      *****************************************************************
