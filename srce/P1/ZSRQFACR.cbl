      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQFACR.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQFACR                                         **
      **  REMARKS:  ONLINE MAINTENANCE OF THE FACULTATIVE            **
      **            REINSURANCE CASE REGISTER (FACR).  WHEN THE      **
      **            RETENTION CHECK (ZSRQRETN) PUTS A NEW            **
      **            APPLICATION OVER OUR RETENTION AND THE TREATY'S  **
      **            AUTOMATIC CAPACITY, UNDERWRITING SUBMITS THE     **
      **            COVERAGE TO ONE OR MORE REINSURERS HERE, RECORDS **
      **            EACH OFFER (AMOUNT, RATING, EXPIRY DATE) OR      **
      **            DECLINE, AND ACCEPTS ONE OFFER - THE COVERAGE'S  **
      **            OTHER OPEN SUBMISSIONS ARE THEN WITHDRAWN.       **
      **            AT ISSUE ('IS') THE ACCEPTED REINSURER,          **
      **            AGREEMENT AND CEDED SHARE ARE WRITTEN TO THE     **
      **            COVERAGE'S CVG-REINS DETAILS AND THE NEW         **
      **            CESSION TO THE CESSION CHANGE FILE, SO THE       **
      **            CESSION EXTRACT AND BORDEREAUX CARRY IT.         **
      **            ZSBMFACA AGES THE OPEN CASES AND EXPIRES LAPSED  **
      **            OFFERS.                                          **
      **                                                             **
      **  DOMAIN :  RE                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51302**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHFACR.

           SELECT CEDA-DATA-FILE ASSIGN TO ZSCEDA
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WCEDA-SEQ-FILE-STATUS.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWFACR.

       FD  CEDA-DATA-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRCEDE.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQFACR'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWFACR.

       01  WCEDA-SEQ-IO-WORK-AREA.
           05  WCEDA-SEQ-FILE-NAME       PIC X(04)  VALUE 'CEDA'.
           05  WCEDA-SEQ-FILE-STATUS     PIC X(02).

       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFRCVG.
       COPY CCFWCVG.
       COPY CCWWCVGS.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLFACR.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LFACR-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LFACR-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LFACR-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-CASE
                      THRU 1000-INQUIRE-CASE-X
               WHEN LFACR-FUNCTION-SUBMIT
                   PERFORM 2000-SUBMIT-CASE
                      THRU 2000-SUBMIT-CASE-X
               WHEN LFACR-FUNCTION-OFFER
                   PERFORM 3000-RECORD-OFFER
                      THRU 3000-RECORD-OFFER-X
               WHEN LFACR-FUNCTION-DECLINE
                   PERFORM 3500-RECORD-DECLINE
                      THRU 3500-RECORD-DECLINE-X
               WHEN LFACR-FUNCTION-ACCEPT
                   PERFORM 4000-ACCEPT-OFFER
                      THRU 4000-ACCEPT-OFFER-X
               WHEN LFACR-FUNCTION-NEXT
                   PERFORM 5000-READNEXT-CASE
                      THRU 5000-READNEXT-CASE-X
               WHEN LFACR-FUNCTION-ISSUE
                   PERFORM 6000-APPLY-AT-ISSUE
                      THRU 6000-APPLY-AT-ISSUE-X
               WHEN OTHER
                   SET LFACR-RETRN-ERROR TO TRUE
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
      *  THE REGISTER IS CREATED ON FIRST USE.
      *
           OPEN I-O FACR-FILE.
           IF  WFACR-IO-NOFILE
               OPEN OUTPUT FACR-FILE
               CLOSE FACR-FILE
               OPEN I-O FACR-FILE
           END-IF.

       0100-OPEN-MASTER-UPDATE-X.
           EXIT.

      *------------------------
       1000-INQUIRE-CASE.
      *------------------------

           OPEN INPUT FACR-FILE.
           IF  WFACR-SEQ-FILE-STATUS NOT = '00'
               SET LFACR-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-CASE-X
           END-IF.

           PERFORM 1100-READ-ROW
              THRU 1100-READ-ROW-X.

           IF  WFACR-IO-OK
               PERFORM 1900-RETURN-CASE
                  THRU 1900-RETURN-CASE-X
               SET LFACR-RETRN-OK            TO TRUE
           ELSE
               SET LFACR-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE FACR-FILE.

       1000-INQUIRE-CASE-X.
           EXIT.

      *---------------
       1100-READ-ROW.
      *---------------

           MOVE LFACR-POL-ID                 TO WFACR-POL-ID.
           MOVE LFACR-CVG-NUM                TO WFACR-CVG-NUM.
           MOVE LFACR-REINSR-ID              TO WFACR-REINSR-ID.

           READ FACR-FILE
               INVALID KEY
                   MOVE '23' TO WFACR-SEQ-FILE-STATUS
           END-READ.

       1100-READ-ROW-X.
           EXIT.

      *-----------------------
       1900-RETURN-CASE.
      *-----------------------

           MOVE WFACR-POL-ID                 TO LFACR-POL-ID.
           MOVE WFACR-CVG-NUM                TO LFACR-CVG-NUM.
           MOVE WFACR-REINSR-ID              TO LFACR-REINSR-ID.
           MOVE WFACR-FACE-AMT               TO LFACR-FACE-AMT.
           MOVE WFACR-RQST-AMT               TO LFACR-RQST-AMT.
           MOVE WFACR-SUBMIT-DT              TO LFACR-SUBMIT-DT.
           MOVE WFACR-STAT-CD                TO LFACR-STAT-CD.
           MOVE WFACR-OFFER-AMT              TO LFACR-OFFER-AMT.
           MOVE WFACR-OFFER-RTG-CD           TO LFACR-OFFER-RTG-CD.
           MOVE WFACR-OFFER-RECV-DT          TO LFACR-OFFER-RECV-DT.
           MOVE WFACR-OFFER-XPRY-DT          TO LFACR-OFFER-XPRY-DT.
           MOVE WFACR-TRTY-NUM               TO LFACR-TRTY-NUM.
           MOVE WFACR-CED-PCT                TO LFACR-CED-PCT.
           MOVE WFACR-ACPT-DT                TO LFACR-ACPT-DT.
           MOVE WFACR-APPLY-DT               TO LFACR-APPLY-DT.
           MOVE WFACR-CLOS-DT                TO LFACR-CLOS-DT.
           MOVE WFACR-LAST-CHG-USER-ID       TO LFACR-LAST-CHG-USER-ID.
           MOVE WFACR-LAST-CHG-DT            TO LFACR-LAST-CHG-DT.

       1900-RETURN-CASE-X.
           EXIT.

      *--------------------
       2000-SUBMIT-CASE.
      *--------------------

      *
      *  ONLY A PENDING APPLICATION'S COVERAGE IS SUBMITTED, FOR NO
      *  MORE THAN ITS FACE, AND NOT ONCE AN OFFER ON IT HAS BEEN
      *  ACCEPTED.
      *
           IF  LFACR-POL-ID    = SPACES
           OR  LFACR-CVG-NUM   = SPACES
           OR  LFACR-REINSR-ID = SPACES
           OR  LFACR-RQST-AMT NOT > ZERO
               SET LFACR-RETRN-INVALID       TO TRUE
               GO TO 2000-SUBMIT-CASE-X
           END-IF.

           MOVE LFACR-POL-ID                 TO WPOL-POL-ID.
           PERFORM POL-1000-READ
              THRU POL-1000-READ-X.
           IF  NOT WPOL-IO-OK
               SET LFACR-RETRN-NOTFND        TO TRUE
               GO TO 2000-SUBMIT-CASE-X
           END-IF.

           IF  NOT RPOL-POL-STAT-PENDING
               SET LFACR-RETRN-NOT-PENDING   TO TRUE
               GO TO 2000-SUBMIT-CASE-X
           END-IF.

           MOVE LFACR-POL-ID                 TO WCVG-POL-ID.
           MOVE LFACR-CVG-NUM                TO WCVG-CVG-NUM.
           PERFORM CVG-1000-READ
              THRU CVG-1000-READ-X.
           IF  NOT WCVG-IO-OK
               SET LFACR-RETRN-NOTFND        TO TRUE
               GO TO 2000-SUBMIT-CASE-X
           END-IF.

           MOVE RCVG-CVG-INFO                TO WCVGS-CVG-INFO.

           IF  LFACR-RQST-AMT > WCVGS-CVG-FACE-AMT
               SET LFACR-RETRN-INVALID       TO TRUE
               GO TO 2000-SUBMIT-CASE-X
           END-IF.

           PERFORM 0100-OPEN-MASTER-UPDATE
              THRU 0100-OPEN-MASTER-UPDATE-X.
           IF  WFACR-SEQ-FILE-STATUS NOT = '00'
               SET LFACR-RETRN-ERROR         TO TRUE
               GO TO 2000-SUBMIT-CASE-X
           END-IF.

           MOVE LFACR-POL-ID                 TO WFACR-RQST-POL-ID.
           MOVE LFACR-CVG-NUM                TO WFACR-RQST-CVG-NUM.
           PERFORM FACR-1000-FIND-CASE
              THRU FACR-1000-FIND-CASE-X.

           IF  WFACR-ACPT-FND
               SET LFACR-RETRN-ALREADY-ACPT  TO TRUE
               CLOSE FACR-FILE
               GO TO 2000-SUBMIT-CASE-X
           END-IF.

           MOVE SPACES                       TO WFACR-REC-INFO.
           MOVE LFACR-POL-ID                 TO WFACR-POL-ID.
           MOVE LFACR-CVG-NUM                TO WFACR-CVG-NUM.
           MOVE LFACR-REINSR-ID              TO WFACR-REINSR-ID.
           MOVE WCVGS-CVG-FACE-AMT           TO WFACR-FACE-AMT.
           MOVE LFACR-RQST-AMT               TO WFACR-RQST-AMT.
           MOVE WGLOB-CRNT-DT                TO WFACR-SUBMIT-DT.
           SET  WFACR-STAT-SUBMITTED         TO TRUE.
           MOVE ZERO                         TO WFACR-OFFER-AMT
                                                WFACR-CED-PCT.
           MOVE WGLOB-CRNT-DT                TO WFACR-LAST-CHG-DT.
           MOVE WGLOB-USER-ID                TO WFACR-LAST-CHG-USER-ID.

           WRITE WFACR-REC-INFO
               INVALID KEY
                   MOVE '22' TO WFACR-SEQ-FILE-STATUS
           END-WRITE.

           IF  WFACR-IO-DUPKEY
               SET LFACR-RETRN-DUPKEY        TO TRUE
               CLOSE FACR-FILE
               GO TO 2000-SUBMIT-CASE-X
           END-IF.

           IF  NOT WFACR-IO-OK
               SET LFACR-RETRN-ERROR         TO TRUE
               CLOSE FACR-FILE
               GO TO 2000-SUBMIT-CASE-X
           END-IF.

           PERFORM 1900-RETURN-CASE
              THRU 1900-RETURN-CASE-X.
           SET LFACR-RETRN-OK                TO TRUE.

           CLOSE FACR-FILE.

       2000-SUBMIT-CASE-X.
           EXIT.

      *---------------------
       3000-RECORD-OFFER.
      *---------------------

      *
      *  AN OFFER IS FOR AN AMOUNT ABOVE ZERO, NO MORE THAN THE
      *  COVERAGE FACE, AND MUST STILL BE OPEN FOR ACCEPTANCE.  A
      *  BLANK RATING IS STANDARD.  A LATER OFFER FROM THE SAME
      *  REINSURER REPLACES THE EARLIER ONE.
      *
           IF  LFACR-OFFER-AMT NOT > ZERO
           OR  LFACR-OFFER-XPRY-DT = SPACES
           OR  LFACR-OFFER-XPRY-DT < WGLOB-CRNT-DT
               SET LFACR-RETRN-INVALID       TO TRUE
               GO TO 3000-RECORD-OFFER-X
           END-IF.

           OPEN I-O FACR-FILE.
           IF  WFACR-SEQ-FILE-STATUS NOT = '00'
               SET LFACR-RETRN-NOTFND        TO TRUE
               GO TO 3000-RECORD-OFFER-X
           END-IF.

           PERFORM 1100-READ-ROW
              THRU 1100-READ-ROW-X.

           IF  NOT WFACR-IO-OK
               SET LFACR-RETRN-NOTFND        TO TRUE
               CLOSE FACR-FILE
               GO TO 3000-RECORD-OFFER-X
           END-IF.

           IF  NOT WFACR-STAT-OPEN
               SET LFACR-RETRN-WRONG-STAT    TO TRUE
               CLOSE FACR-FILE
               GO TO 3000-RECORD-OFFER-X
           END-IF.

           IF  LFACR-OFFER-AMT > WFACR-FACE-AMT
               SET LFACR-RETRN-INVALID       TO TRUE
               CLOSE FACR-FILE
               GO TO 3000-RECORD-OFFER-X
           END-IF.

           MOVE LFACR-OFFER-AMT              TO WFACR-OFFER-AMT.
           IF  LFACR-OFFER-RTG-CD = SPACES
               MOVE 'STD '                   TO WFACR-OFFER-RTG-CD
           ELSE
               MOVE LFACR-OFFER-RTG-CD       TO WFACR-OFFER-RTG-CD
           END-IF.
           IF  LFACR-OFFER-RECV-DT = SPACES
               MOVE WGLOB-CRNT-DT            TO WFACR-OFFER-RECV-DT
           ELSE
               MOVE LFACR-OFFER-RECV-DT      TO WFACR-OFFER-RECV-DT
           END-IF.
           MOVE LFACR-OFFER-XPRY-DT          TO WFACR-OFFER-XPRY-DT.
           MOVE LFACR-TRTY-NUM               TO WFACR-TRTY-NUM.
           SET  WFACR-STAT-OFFERED           TO TRUE.

           PERFORM 7000-REWRITE-ROW
              THRU 7000-REWRITE-ROW-X.

           CLOSE FACR-FILE.

       3000-RECORD-OFFER-X.
           EXIT.

      *-----------------------
       3500-RECORD-DECLINE.
      *-----------------------

           OPEN I-O FACR-FILE.
           IF  WFACR-SEQ-FILE-STATUS NOT = '00'
               SET LFACR-RETRN-NOTFND        TO TRUE
               GO TO 3500-RECORD-DECLINE-X
           END-IF.

           PERFORM 1100-READ-ROW
              THRU 1100-READ-ROW-X.

           IF  NOT WFACR-IO-OK
               SET LFACR-RETRN-NOTFND        TO TRUE
               CLOSE FACR-FILE
               GO TO 3500-RECORD-DECLINE-X
           END-IF.

           IF  NOT WFACR-STAT-OPEN
               SET LFACR-RETRN-WRONG-STAT    TO TRUE
               CLOSE FACR-FILE
               GO TO 3500-RECORD-DECLINE-X
           END-IF.

           SET  WFACR-STAT-DECLINED          TO TRUE.
           MOVE WGLOB-CRNT-DT                TO WFACR-CLOS-DT.

           PERFORM 7000-REWRITE-ROW
              THRU 7000-REWRITE-ROW-X.

           CLOSE FACR-FILE.

       3500-RECORD-DECLINE-X.
           EXIT.

      *---------------------
       4000-ACCEPT-OFFER.
      *---------------------

      *
      *  ONE OFFER PER COVERAGE IS TAKEN, WHILE IT IS STILL OPEN.
      *  THE CEDED SHARE IS THE OFFERED AMOUNT OVER THE COVERAGE
      *  FACE.  THE AGREEMENT NUMBER COMES WITH THE OFFER OR THE
      *  ACCEPTANCE.
      *
           OPEN I-O FACR-FILE.
           IF  WFACR-SEQ-FILE-STATUS NOT = '00'
               SET LFACR-RETRN-NOTFND        TO TRUE
               GO TO 4000-ACCEPT-OFFER-X
           END-IF.

           MOVE LFACR-POL-ID                 TO WFACR-RQST-POL-ID.
           MOVE LFACR-CVG-NUM                TO WFACR-RQST-CVG-NUM.
           PERFORM FACR-1000-FIND-CASE
              THRU FACR-1000-FIND-CASE-X.

           IF  WFACR-ACPT-FND
               SET LFACR-RETRN-ALREADY-ACPT  TO TRUE
               CLOSE FACR-FILE
               GO TO 4000-ACCEPT-OFFER-X
           END-IF.

           PERFORM 1100-READ-ROW
              THRU 1100-READ-ROW-X.

           IF  NOT WFACR-IO-OK
               SET LFACR-RETRN-NOTFND        TO TRUE
               CLOSE FACR-FILE
               GO TO 4000-ACCEPT-OFFER-X
           END-IF.

           IF  NOT WFACR-STAT-OFFERED
               SET LFACR-RETRN-WRONG-STAT    TO TRUE
               CLOSE FACR-FILE
               GO TO 4000-ACCEPT-OFFER-X
           END-IF.

           IF  WFACR-OFFER-XPRY-DT < WGLOB-CRNT-DT
               SET LFACR-RETRN-OFFER-EXPIRED TO TRUE
               CLOSE FACR-FILE
               GO TO 4000-ACCEPT-OFFER-X
           END-IF.

           IF  LFACR-TRTY-NUM NOT = SPACES
               MOVE LFACR-TRTY-NUM           TO WFACR-TRTY-NUM
           END-IF.

           IF  WFACR-TRTY-NUM = SPACES
           OR  WFACR-FACE-AMT NOT > ZERO
               SET LFACR-RETRN-INVALID       TO TRUE
               CLOSE FACR-FILE
               GO TO 4000-ACCEPT-OFFER-X
           END-IF.

           COMPUTE WFACR-CED-PCT ROUNDED =
               WFACR-OFFER-AMT * 100 / WFACR-FACE-AMT.
           IF  WFACR-CED-PCT > 100
               MOVE 100                      TO WFACR-CED-PCT
           END-IF.

           SET  WFACR-STAT-ACCEPTED          TO TRUE.
           MOVE WGLOB-CRNT-DT                TO WFACR-ACPT-DT.

           PERFORM 7000-REWRITE-ROW
              THRU 7000-REWRITE-ROW-X.

           IF  NOT LFACR-RETRN-OK
               CLOSE FACR-FILE
               GO TO 4000-ACCEPT-OFFER-X
           END-IF.

      *
      *  THE OTHER REINSURERS' OPEN SUBMISSIONS ARE WITHDRAWN.
      *
           MOVE LFACR-POL-ID                 TO WFACR-POL-ID.
           MOVE LFACR-CVG-NUM                TO WFACR-CVG-NUM.
           MOVE LOW-VALUES                   TO WFACR-REINSR-ID.

           START FACR-FILE
               KEY IS NOT LESS THAN WFACR-KEY
               INVALID KEY
                   MOVE '23' TO WFACR-SEQ-FILE-STATUS
           END-START.

           SET  WFACR-SCAN-MORE              TO TRUE.
           IF  NOT WFACR-IO-OK
               SET  WFACR-SCAN-DONE          TO TRUE
           END-IF.

           PERFORM 4100-WITHDRAW-ONE-ROW
              THRU 4100-WITHDRAW-ONE-ROW-X
                   UNTIL WFACR-SCAN-DONE.

           PERFORM 1100-READ-ROW
              THRU 1100-READ-ROW-X.
           IF  WFACR-IO-OK
               PERFORM 1900-RETURN-CASE
                  THRU 1900-RETURN-CASE-X
           END-IF.

           CLOSE FACR-FILE.

       4000-ACCEPT-OFFER-X.
           EXIT.

      *-------------------------
       4100-WITHDRAW-ONE-ROW.
      *-------------------------

           READ FACR-FILE NEXT RECORD
               AT END
                   MOVE '10' TO WFACR-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WFACR-IO-OK
           OR  WFACR-POL-ID  NOT = LFACR-POL-ID
           OR  WFACR-CVG-NUM NOT = LFACR-CVG-NUM
               SET  WFACR-SCAN-DONE          TO TRUE
               GO TO 4100-WITHDRAW-ONE-ROW-X
           END-IF.

           IF  NOT WFACR-STAT-OPEN
               GO TO 4100-WITHDRAW-ONE-ROW-X
           END-IF.

           SET  WFACR-STAT-WITHDRAWN         TO TRUE.
           MOVE WGLOB-CRNT-DT                TO WFACR-CLOS-DT
                                                WFACR-LAST-CHG-DT.
           MOVE WGLOB-USER-ID                TO WFACR-LAST-CHG-USER-ID.

           REWRITE WFACR-REC-INFO
               INVALID KEY
                   MOVE '99' TO WFACR-SEQ-FILE-STATUS
           END-REWRITE.

           IF  NOT WFACR-IO-OK
               SET LFACR-RETRN-ERROR         TO TRUE
               SET  WFACR-SCAN-DONE          TO TRUE
           END-IF.

       4100-WITHDRAW-ONE-ROW-X.
           EXIT.

      *-------------------------
       5000-READNEXT-CASE.
      *-------------------------

           OPEN INPUT FACR-FILE.
           IF  WFACR-SEQ-FILE-STATUS NOT = '00'
               SET LFACR-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-CASE-X
           END-IF.

           MOVE LFACR-POL-ID                 TO WFACR-POL-ID.
           MOVE LFACR-CVG-NUM                TO WFACR-CVG-NUM.
           MOVE LFACR-REINSR-ID              TO WFACR-REINSR-ID.

           START FACR-FILE
               KEY IS GREATER THAN WFACR-KEY
               INVALID KEY
                   MOVE '23' TO WFACR-SEQ-FILE-STATUS
           END-START.

           IF  WFACR-IO-OK
               READ FACR-FILE NEXT
                   AT END
                       MOVE '10' TO WFACR-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WFACR-IO-OK
           AND WFACR-POL-ID = LFACR-POL-ID
               PERFORM 1900-RETURN-CASE
                  THRU 1900-RETURN-CASE-X
               SET LFACR-RETRN-OK            TO TRUE
           ELSE
               SET LFACR-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE FACR-FILE.

       5000-READNEXT-CASE-X.
           EXIT.

      *-----------------------
       6000-APPLY-AT-ISSUE.
      *-----------------------

      *
      *  NO REGISTER OR NO ROW FOR THE COVERAGE - NOT A
      *  FACULTATIVE CASE.  A CASE STILL WAITING ON ITS OFFERS HAS
      *  NOTHING TO APPLY AND IS REPORTED BACK TO THE ISSUE.
      *
           OPEN I-O FACR-FILE.
           IF  WFACR-SEQ-FILE-STATUS NOT = '00'
               SET LFACR-RETRN-NOTFND        TO TRUE
               GO TO 6000-APPLY-AT-ISSUE-X
           END-IF.

           MOVE LFACR-POL-ID                 TO WFACR-RQST-POL-ID.
           MOVE LFACR-CVG-NUM                TO WFACR-RQST-CVG-NUM.
           PERFORM FACR-1000-FIND-CASE
              THRU FACR-1000-FIND-CASE-X.

           IF  WFACR-ACPT-NOT-FND
               IF  WFACR-OPEN-CNT > ZERO
                   SET LFACR-RETRN-CASE-OPEN TO TRUE
               ELSE
                   SET LFACR-RETRN-NOTFND    TO TRUE
               END-IF
               CLOSE FACR-FILE
               GO TO 6000-APPLY-AT-ISSUE-X
           END-IF.

           OPEN EXTEND CEDA-DATA-FILE.
           IF  WCEDA-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT CEDA-DATA-FILE
           END-IF.
           IF  WCEDA-SEQ-FILE-STATUS NOT = '00'
               SET LFACR-RETRN-ERROR         TO TRUE
               CLOSE FACR-FILE
               GO TO 6000-APPLY-AT-ISSUE-X
           END-IF.

           MOVE WGLOB-CRNT-DT                TO WFACR-RQST-DT.
           PERFORM FACR-2000-APPLY-TERMS
              THRU FACR-2000-APPLY-TERMS-X.

           IF  WFACR-APPLY-DONE
           OR  WFACR-APPLY-ALREADY
               PERFORM 1900-RETURN-CASE
                  THRU 1900-RETURN-CASE-X
               SET LFACR-RETRN-OK            TO TRUE
           ELSE
               SET LFACR-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE CEDA-DATA-FILE.
           CLOSE FACR-FILE.

       6000-APPLY-AT-ISSUE-X.
           EXIT.

      *--------------------
       7000-REWRITE-ROW.
      *--------------------

           MOVE WGLOB-CRNT-DT                TO WFACR-LAST-CHG-DT.
           MOVE WGLOB-USER-ID                TO WFACR-LAST-CHG-USER-ID.

           REWRITE WFACR-REC-INFO
               INVALID KEY
                   MOVE '99' TO WFACR-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WFACR-IO-OK
               PERFORM 1900-RETURN-CASE
                  THRU 1900-RETURN-CASE-X
               SET LFACR-RETRN-OK            TO TRUE
           ELSE
               SET LFACR-RETRN-ERROR         TO TRUE
           END-IF.

       7000-REWRITE-ROW-X.
           EXIT.

      *
      * FACULTATIVE CASE REGISTER ROUTINES
      *
       COPY CCPPFACR.
      *
      * POLICY AND COVERAGE ACCESS
      *
       COPY CCPNPOL.

       COPY CCPNCVG.
       COPY CCPUCVG.
      *****************************************************************
      **                 END OF PROGRAM ZSRQFACR                     **
      *****************************************************************
