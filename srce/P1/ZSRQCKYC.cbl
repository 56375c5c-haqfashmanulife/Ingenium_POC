      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQCKYC.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQCKYC                                         **
      **  REMARKS:  ONLINE ACCESS TO THE CLIENT KYC PROFILE (CKYC)   **
      **            FOR THE COMPLIANCE DESK.  INQUIRES ON A CLIENT'S **
      **            RISK RATING, RECORDS THE KYC ATTRIBUTES THE      **
      **            MONTHLY RATING (ZSBMKYCR) SCORES - OCCUPATION    **
      **            RISK, NATIONALITY, RESIDENCE AND PEP STATUS -    **
      **            PAGES THROUGH THE CLIENT'S RATING HISTORY (CRHS) **
      **            AND THE OPEN KYC REVIEWS (KYRW), AND RECORDS A   **
      **            COMPLETED REVIEW.  A COMPLETED REVIEW CLOSES     **
      **            EVERY OPEN REVIEW FOR THE CLIENT AND SETS THE    **
      **            NEXT REVIEW ONE BAND CYCLE FROM TODAY.  CHANGED  **
      **            ATTRIBUTES ARE RE-SCORED BY THE NEXT MONTHLY     **
      **            RUN.                                             **
      **                                                             **
      **  DOMAIN :  CV                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51286**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHCKYC.

           COPY CCFHCRHS.

           COPY CCFHKYRW.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWCKYC.

       COPY CCFWCRHS.

       COPY CCFWKYRW.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQCKYC'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY XCWL1680.

       COPY CCWWCKYC.

       COPY CCWWCRHS.

       COPY CCWWKYRW.

       01  WS-CKYC-WORK-AREA.
           05  WS-EDIT-SW                   PIC X(01).
               88  WS-EDIT-OK                         VALUE 'Y'.
               88  WS-EDIT-NOT-OK                     VALUE 'N'.
           05  WS-REVW-SW                   PIC X(01).
               88  WS-REVW-CLOSED                     VALUE 'Y'.
               88  WS-REVW-NONE                       VALUE 'N'.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLCKYC.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LCKYC-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LCKYC-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LCKYC-FUNCTION-INQUIRE
                   PERFORM 1000-INQUIRE-PROFILE
                      THRU 1000-INQUIRE-PROFILE-X
               WHEN LCKYC-FUNCTION-UPDATE
                   PERFORM 2000-UPDATE-ATTRIBUTES
                      THRU 2000-UPDATE-ATTRIBUTES-X
               WHEN LCKYC-FUNCTION-REVW-CMPLT
                   PERFORM 3000-COMPLETE-REVIEW
                      THRU 3000-COMPLETE-REVIEW-X
               WHEN LCKYC-FUNCTION-HIST-NEXT
                   PERFORM 5000-READNEXT-HISTORY
                      THRU 5000-READNEXT-HISTORY-X
               WHEN LCKYC-FUNCTION-REVW-NEXT
                   PERFORM 5500-READNEXT-REVIEW
                      THRU 5500-READNEXT-REVIEW-X
               WHEN OTHER
                   SET LCKYC-RETRN-ERROR TO TRUE
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

      *----------------------
       1000-INQUIRE-PROFILE.
      *----------------------

           OPEN INPUT CKYC-FILE.
           IF  WCKYC-SEQ-FILE-STATUS NOT = '00'
               SET LCKYC-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-PROFILE-X
           END-IF.

           MOVE LCKYC-CLI-ID                 TO WCKYC-CLI-ID.

           READ CKYC-FILE
               INVALID KEY
                   MOVE '23' TO WCKYC-SEQ-FILE-STATUS
           END-READ.

           IF  WCKYC-IO-OK
               PERFORM 1900-RETURN-PROFILE
                  THRU 1900-RETURN-PROFILE-X
               SET LCKYC-RETRN-OK            TO TRUE
           ELSE
               SET LCKYC-RETRN-NOTFND        TO TRUE
           END-IF.

           CLOSE CKYC-FILE.

       1000-INQUIRE-PROFILE-X.
           EXIT.

      *------------------------
       2000-UPDATE-ATTRIBUTES.
      *------------------------

           PERFORM 6000-EDIT-ATTRIBUTES
              THRU 6000-EDIT-ATTRIBUTES-X.

           IF  WS-EDIT-NOT-OK
               SET LCKYC-RETRN-INVALID       TO TRUE
               GO TO 2000-UPDATE-ATTRIBUTES-X
           END-IF.

      *
      *  A CLIENT NOT YET RATED GETS A PROFILE HERE; THE PROFILE IS
      *  CREATED ON FIRST USE.
      *
           OPEN I-O CKYC-FILE.
           IF  WCKYC-IO-NOFILE
               OPEN OUTPUT CKYC-FILE
               CLOSE CKYC-FILE
               OPEN I-O CKYC-FILE
           END-IF.
           IF  WCKYC-SEQ-FILE-STATUS NOT = '00'
               SET LCKYC-RETRN-ERROR         TO TRUE
               GO TO 2000-UPDATE-ATTRIBUTES-X
           END-IF.

           MOVE LCKYC-CLI-ID                 TO WCKYC-CLI-ID.

           READ CKYC-FILE
               INVALID KEY
                   MOVE '23' TO WCKYC-SEQ-FILE-STATUS
           END-READ.

           IF  WCKYC-IO-NOTFND
               MOVE SPACES                   TO WCKYC-REC-INFO
               MOVE LCKYC-CLI-ID             TO WCKYC-CLI-ID
               MOVE ZERO                     TO WCKYC-SP-POL-CNT
                                                WCKYC-VAR-POL-CNT
                                                WCKYC-DRCT-PAY-CNT
                                                WCKYC-AML-OPEN-CNT
                                                WCKYC-AML-STR-CNT
                                                WCKYC-RISK-SCORE
                                                WCKYC-FACTOR-PTS
                                                WCKYC-REVW-CYCLE-MO
           ELSE
               IF  NOT WCKYC-IO-OK
                   SET LCKYC-RETRN-ERROR     TO TRUE
                   CLOSE CKYC-FILE
                   GO TO 2000-UPDATE-ATTRIBUTES-X
               END-IF
           END-IF.

           MOVE LCKYC-OCCP-RISK-CD           TO WCKYC-OCCP-RISK-CD.
           MOVE LCKYC-NATNL-CTRY-CD          TO WCKYC-NATNL-CTRY-CD.
           MOVE LCKYC-RES-CTRY-CD            TO WCKYC-RES-CTRY-CD.
           MOVE LCKYC-PEP-CD                 TO WCKYC-PEP-CD.
           MOVE WGLOB-CRNT-DT                TO WCKYC-ATTR-CHG-DT
                                                WCKYC-LAST-CHG-DT.
           MOVE WGLOB-USER-ID                TO WCKYC-ATTR-CHG-USER-ID
                                                WCKYC-LAST-CHG-USER-ID.

           IF  WCKYC-IO-NOTFND
               WRITE WCKYC-REC-INFO
                   INVALID KEY
                       MOVE '99' TO WCKYC-SEQ-FILE-STATUS
               END-WRITE
           ELSE
               REWRITE WCKYC-REC-INFO
                   INVALID KEY
                       MOVE '99' TO WCKYC-SEQ-FILE-STATUS
               END-REWRITE
           END-IF.

           IF  WCKYC-IO-OK
               PERFORM 1900-RETURN-PROFILE
                  THRU 1900-RETURN-PROFILE-X
               SET LCKYC-RETRN-OK            TO TRUE
           ELSE
               SET LCKYC-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE CKYC-FILE.

       2000-UPDATE-ATTRIBUTES-X.
           EXIT.

      *----------------------
       3000-COMPLETE-REVIEW.
      *----------------------

           IF  LCKYC-CLI-ID = SPACES
               SET LCKYC-RETRN-INVALID       TO TRUE
               GO TO 3000-COMPLETE-REVIEW-X
           END-IF.

           OPEN I-O CKYC-FILE.
           IF  WCKYC-SEQ-FILE-STATUS NOT = '00'
               SET LCKYC-RETRN-NOTFND        TO TRUE
               GO TO 3000-COMPLETE-REVIEW-X
           END-IF.

           MOVE LCKYC-CLI-ID                 TO WCKYC-CLI-ID.

           READ CKYC-FILE
               INVALID KEY
                   MOVE '23' TO WCKYC-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WCKYC-IO-OK
               SET LCKYC-RETRN-NOTFND        TO TRUE
               CLOSE CKYC-FILE
               GO TO 3000-COMPLETE-REVIEW-X
           END-IF.

           OPEN I-O KYRW-FILE.
           IF  WKYRW-SEQ-FILE-STATUS NOT = '00'
               SET LCKYC-RETRN-NO-OPEN-REVW  TO TRUE
               CLOSE CKYC-FILE
               GO TO 3000-COMPLETE-REVIEW-X
           END-IF.

           SET LCKYC-RETRN-OK                TO TRUE.

           PERFORM 3100-CLOSE-OPEN-REVIEWS
              THRU 3100-CLOSE-OPEN-REVIEWS-X.

           CLOSE KYRW-FILE.

           IF  LCKYC-RETRN-ERROR
               CLOSE CKYC-FILE
               GO TO 3000-COMPLETE-REVIEW-X
           END-IF.

           IF  WS-REVW-NONE
               PERFORM 1900-RETURN-PROFILE
                  THRU 1900-RETURN-PROFILE-X
               SET LCKYC-RETRN-NO-OPEN-REVW  TO TRUE
               CLOSE CKYC-FILE
               GO TO 3000-COMPLETE-REVIEW-X
           END-IF.

      *
      *  THE NEXT REVIEW IS ONE CYCLE OF THE CLIENT'S CURRENT BAND
      *  FROM TODAY.  IF IT CANNOT BE WORKED OUT IT IS LEFT FOR THE
      *  MONTHLY RATING TO SET.
      *
           MOVE WGLOB-CRNT-DT                TO WCKYC-LAST-REVW-DT.
           MOVE SPACES                       TO WCKYC-NEXT-REVW-DT.

           IF  WCKYC-REVW-CYCLE-MO > ZERO
               PERFORM 1680-0000-INIT-PARM-INFO
                  THRU 1680-0000-INIT-PARM-INFO-X
               MOVE WGLOB-CRNT-DT            TO L1680-INTERNAL-1
               MOVE ZERO                     TO L1680-NUMBER-OF-YEARS
                                                L1680-NUMBER-OF-DAYS
               MOVE WCKYC-REVW-CYCLE-MO      TO L1680-NUMBER-OF-MONTHS
               PERFORM 1680-5000-ADD-M-TO-DATE
                  THRU 1680-5000-ADD-M-TO-DATE-X
               IF  L1680-RETRN-OK
                   MOVE L1680-INTERNAL-2     TO WCKYC-NEXT-REVW-DT
               END-IF
           END-IF.

           MOVE WGLOB-CRNT-DT                TO WCKYC-LAST-CHG-DT.
           MOVE WGLOB-USER-ID                TO WCKYC-LAST-CHG-USER-ID.

           REWRITE WCKYC-REC-INFO
               INVALID KEY
                   MOVE '99' TO WCKYC-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WCKYC-IO-OK
               PERFORM 1900-RETURN-PROFILE
                  THRU 1900-RETURN-PROFILE-X
               SET LCKYC-RETRN-OK            TO TRUE
           ELSE
               SET LCKYC-RETRN-ERROR         TO TRUE
           END-IF.

           CLOSE CKYC-FILE.

       3000-COMPLETE-REVIEW-X.
           EXIT.

      *-------------------------
       3100-CLOSE-OPEN-REVIEWS.
      *-------------------------

      *
      *  ONE REVIEW COVERS EVERYTHING RAISED FOR THE CLIENT SO FAR,
      *  SO EVERY OPEN REVIEW IS CLOSED.
      *
           SET  WS-REVW-NONE                 TO TRUE.

           MOVE LOW-VALUES                   TO WKYRW-KEY.
           MOVE LCKYC-CLI-ID                 TO WKYRW-CLI-ID.

           START KYRW-FILE
               KEY IS NOT LESS THAN WKYRW-KEY
               INVALID KEY
                   MOVE '23' TO WKYRW-SEQ-FILE-STATUS
           END-START.

           IF  NOT WKYRW-IO-OK
               GO TO 3100-CLOSE-OPEN-REVIEWS-X
           END-IF.

           PERFORM 5600-READ-NEXT-REVIEW
              THRU 5600-READ-NEXT-REVIEW-X.

           PERFORM 3110-CLOSE-REVIEW
              THRU 3110-CLOSE-REVIEW-X
               UNTIL NOT WKYRW-IO-OK
               OR    WKYRW-CLI-ID NOT = LCKYC-CLI-ID
               OR    LCKYC-RETRN-ERROR.

       3100-CLOSE-OPEN-REVIEWS-X.
           EXIT.

      *-------------------
       3110-CLOSE-REVIEW.
      *-------------------

           IF  WKYRW-STAT-OPEN
               SET  WKYRW-STAT-COMPLETED     TO TRUE
               MOVE WGLOB-CRNT-DT            TO WKYRW-CMPLT-DT
               MOVE WGLOB-USER-ID            TO WKYRW-CMPLT-USER-ID
               REWRITE WKYRW-REC-INFO
                   INVALID KEY
                       MOVE '99' TO WKYRW-SEQ-FILE-STATUS
               END-REWRITE
               IF  WKYRW-IO-OK
                   SET  WS-REVW-CLOSED       TO TRUE
                   MOVE WKYRW-DUE-DT         TO LCKYC-REVW-DUE-DT
                   MOVE WKYRW-RISK-BAND-CD   TO LCKYC-REVW-BAND-CD
                   MOVE WKYRW-RISK-SCORE     TO LCKYC-REVW-SCORE
                   MOVE WKYRW-RAISED-DT      TO LCKYC-REVW-RAISED-DT
                   MOVE WKYRW-REVW-STAT-CD   TO LCKYC-REVW-STAT-CD
               ELSE
                   SET LCKYC-RETRN-ERROR     TO TRUE
                   GO TO 3110-CLOSE-REVIEW-X
               END-IF
           END-IF.

           PERFORM 5600-READ-NEXT-REVIEW
              THRU 5600-READ-NEXT-REVIEW-X.

       3110-CLOSE-REVIEW-X.
           EXIT.

      *-----------------------
       5000-READNEXT-HISTORY.
      *-----------------------

           OPEN INPUT CRHS-FILE.
           IF  WCRHS-SEQ-FILE-STATUS NOT = '00'
               SET LCKYC-RETRN-EOF           TO TRUE
               GO TO 5000-READNEXT-HISTORY-X
           END-IF.

           MOVE LCKYC-CLI-ID                 TO WCRHS-CLI-ID.
           MOVE LCKYC-HIST-CHG-DT            TO WCRHS-CHG-DT.
           MOVE LCKYC-HIST-SEQ-NUM           TO WCRHS-SEQ-NUM.

           START CRHS-FILE
               KEY IS GREATER THAN WCRHS-KEY
               INVALID KEY
                   MOVE '23' TO WCRHS-SEQ-FILE-STATUS
           END-START.

           IF  WCRHS-IO-OK
               READ CRHS-FILE NEXT
                   AT END
                       MOVE '10' TO WCRHS-SEQ-FILE-STATUS
               END-READ
           END-IF.

           IF  WCRHS-IO-OK
           AND WCRHS-CLI-ID = LCKYC-CLI-ID
               PERFORM 1950-RETURN-HISTORY
                  THRU 1950-RETURN-HISTORY-X
               SET LCKYC-RETRN-OK            TO TRUE
           ELSE
               SET LCKYC-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE CRHS-FILE.

       5000-READNEXT-HISTORY-X.
           EXIT.

      *----------------------
       5500-READNEXT-REVIEW.
      *----------------------

           OPEN INPUT KYRW-FILE.
           IF  WKYRW-SEQ-FILE-STATUS NOT = '00'
               SET LCKYC-RETRN-EOF           TO TRUE
               GO TO 5500-READNEXT-REVIEW-X
           END-IF.

           MOVE LCKYC-CLI-ID                 TO WKYRW-CLI-ID.
           MOVE LCKYC-REVW-DUE-DT            TO WKYRW-DUE-DT.

           START KYRW-FILE
               KEY IS GREATER THAN WKYRW-KEY
               INVALID KEY
                   MOVE '23' TO WKYRW-SEQ-FILE-STATUS
           END-START.

           IF  WKYRW-IO-OK
               PERFORM 5600-READ-NEXT-REVIEW
                  THRU 5600-READ-NEXT-REVIEW-X
           END-IF.

      *
      *  ONLY OPEN REVIEWS ARE PAGED; SKIP PAST THE COMPLETED ONES.
      *
           PERFORM 5600-READ-NEXT-REVIEW
              THRU 5600-READ-NEXT-REVIEW-X
               UNTIL NOT WKYRW-IO-OK
               OR    WKYRW-STAT-OPEN.

           IF  WKYRW-IO-OK
               MOVE WKYRW-CLI-ID             TO LCKYC-CLI-ID
               MOVE WKYRW-DUE-DT             TO LCKYC-REVW-DUE-DT
               MOVE WKYRW-RISK-BAND-CD       TO LCKYC-REVW-BAND-CD
               MOVE WKYRW-RISK-SCORE         TO LCKYC-REVW-SCORE
               MOVE WKYRW-RAISED-DT          TO LCKYC-REVW-RAISED-DT
               MOVE WKYRW-REVW-STAT-CD       TO LCKYC-REVW-STAT-CD
               SET LCKYC-RETRN-OK            TO TRUE
           ELSE
               SET LCKYC-RETRN-EOF           TO TRUE
           END-IF.

           CLOSE KYRW-FILE.

       5500-READNEXT-REVIEW-X.
           EXIT.

      *-----------------------
       5600-READ-NEXT-REVIEW.
      *-----------------------

           READ KYRW-FILE NEXT
               AT END
                   MOVE '10' TO WKYRW-SEQ-FILE-STATUS
           END-READ.

       5600-READ-NEXT-REVIEW-X.
           EXIT.

      *---------------------
       1900-RETURN-PROFILE.
      *---------------------

           MOVE WCKYC-CLI-ID                 TO LCKYC-CLI-ID.
           MOVE WCKYC-OCCP-RISK-CD           TO LCKYC-OCCP-RISK-CD.
           MOVE WCKYC-NATNL-CTRY-CD          TO LCKYC-NATNL-CTRY-CD.
           MOVE WCKYC-RES-CTRY-CD            TO LCKYC-RES-CTRY-CD.
           MOVE WCKYC-PEP-CD                 TO LCKYC-PEP-CD.
           MOVE WCKYC-ATTR-CHG-DT            TO LCKYC-ATTR-CHG-DT.
           MOVE WCKYC-ATTR-CHG-USER-ID       TO LCKYC-ATTR-CHG-USER-ID.
           MOVE WCKYC-RISK-SCORE             TO LCKYC-RISK-SCORE.
           MOVE WCKYC-RISK-BAND-CD           TO LCKYC-RISK-BAND-CD.
           MOVE WCKYC-RATED-DT               TO LCKYC-RATED-DT.
           MOVE WCKYC-REVW-CYCLE-MO          TO LCKYC-REVW-CYCLE-MO.
           MOVE WCKYC-LAST-REVW-DT           TO LCKYC-LAST-REVW-DT.
           MOVE WCKYC-NEXT-REVW-DT           TO LCKYC-NEXT-REVW-DT.

       1900-RETURN-PROFILE-X.
           EXIT.

      *---------------------
       1950-RETURN-HISTORY.
      *---------------------

           MOVE WCRHS-CHG-DT                 TO LCKYC-HIST-CHG-DT.
           MOVE WCRHS-SEQ-NUM                TO LCKYC-HIST-SEQ-NUM.
           MOVE WCRHS-OLD-BAND-CD            TO LCKYC-HIST-OLD-BAND-CD.
           MOVE WCRHS-NEW-BAND-CD            TO LCKYC-HIST-NEW-BAND-CD.
           MOVE WCRHS-OLD-SCORE              TO LCKYC-HIST-OLD-SCORE.
           MOVE WCRHS-NEW-SCORE              TO LCKYC-HIST-NEW-SCORE.
           MOVE WCRHS-RSN-CD                 TO LCKYC-HIST-RSN-CD.
           MOVE WCRHS-OCCP-PTS               TO LCKYC-HIST-OCCP-PTS.
           MOVE WCRHS-CTRY-PTS               TO LCKYC-HIST-CTRY-PTS.
           MOVE WCRHS-PROD-PTS               TO LCKYC-HIST-PROD-PTS.
           MOVE WCRHS-PAY-PTS                TO LCKYC-HIST-PAY-PTS.
           MOVE WCRHS-WLST-PTS               TO LCKYC-HIST-WLST-PTS.
           MOVE WCRHS-AML-PTS                TO LCKYC-HIST-AML-PTS.
           MOVE WCRHS-PEP-PTS                TO LCKYC-HIST-PEP-PTS.

       1950-RETURN-HISTORY-X.
           EXIT.

      *----------------------
       6000-EDIT-ATTRIBUTES.
      *----------------------

      *
      *  ALL FOUR ATTRIBUTES ARE CAPTURED TOGETHER.
      *
           SET WS-EDIT-OK                    TO TRUE.

           MOVE LCKYC-OCCP-RISK-CD           TO WCKYC-OCCP-RISK-CD.
           MOVE LCKYC-PEP-CD                 TO WCKYC-PEP-CD.

           IF  LCKYC-CLI-ID = SPACES
           OR  NOT WCKYC-OCCP-RISK-VALID
           OR  NOT WCKYC-PEP-VALID
           OR  LCKYC-NATNL-CTRY-CD = SPACES
           OR  LCKYC-RES-CTRY-CD = SPACES
               SET WS-EDIT-NOT-OK            TO TRUE
           END-IF.

       6000-EDIT-ATTRIBUTES-X.
           EXIT.
      /
      *
      * DATE ARITHMETIC
      *
       COPY XCPL1680.
      *****************************************************************
      **                 END OF PROGRAM ZSRQCKYC                     **
      *****************************************************************
