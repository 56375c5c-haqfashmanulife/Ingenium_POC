      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQMBAC.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQMBAC                                         **
      **  REMARKS:  MEDICAL BENEFIT LIMIT INQUIRY FOR THE CLAIMS     **
      **            DESK.  FOR A MEDICAL RIDER COVERAGE IT RETURNS,  **
      **            FOR HOSPITAL DAYS AND FOR SURGERIES, THE PLAN'S  **
      **            PER-ADMISSION AND LIFETIME LIMITS (MBLM), WHAT   **
      **            HAS BEEN PAID SO FAR FROM THE BENEFIT            **
      **            ACCUMULATOR (MBAC) AND WHAT IS LEFT, THROUGH THE **
      **            COMMON LIMIT POSITION ROUTINE (CCPP0313).        **
      **            INQUIRY ONLY - NOTHING IS UPDATED.               **
S51289**            THE INQUIRY IS FIRST WRITTEN TO THE SENSITIVE-   **
S51289**            DATA ACCESS LOG (ZSRQSALG) AND IS NOT ANSWERED   **
S51289**            IF IT CANNOT BE.                                 **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    INITIAL VERSION                            **
S51289**  15OCT26  CTS    INQUIRIES LOGGED TO THE SENSITIVE-DATA     **
S51289**                  ACCESS LOG                                 **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHMBLM.
           COPY CCFHMBAC.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWMBLM.
       COPY CCFWMBAC.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQMBAC'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWMBLM.
       COPY CCWWMBAC.

       01  WS-MBAC-WORK-AREA.
           05  WS-MBLM-OPEN-SW              PIC X(01).
               88  WS-MBLM-OPEN                       VALUE 'Y'.
               88  WS-MBLM-NOT-OPEN                   VALUE 'N'.
           05  WS-MBAC-OPEN-SW              PIC X(01).
               88  WS-MBAC-OPEN                       VALUE 'Y'.
               88  WS-MBAC-NOT-OPEN                   VALUE 'N'.

       COPY XCWTFCMD.

       COPY CCFRCVG.
       COPY CCFWCVG.

       COPY CCWL0313.

S51289 COPY CCWLSALG.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLMBAC.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LMBAC-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LMBAC-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           PERFORM 1000-INQUIRE-LIMITS
              THRU 1000-INQUIRE-LIMITS-X.

           PERFORM 2000-CLOSE-FILES
              THRU 2000-CLOSE-FILES-X.

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

      *---------------------
       1000-INQUIRE-LIMITS.
      *---------------------

      *
      *  NO LIMIT MASTER OR ACCUMULATOR YET MEANS NO LIMITS SET AND
      *  NOTHING PAID, NOT AN ERROR.
      *
           SET  WS-MBLM-NOT-OPEN             TO TRUE.
           SET  WS-MBAC-NOT-OPEN             TO TRUE.
           MOVE SPACES                       TO LMBAC-PLAN-ID.

           MOVE LMBAC-POL-ID                 TO WCVG-POL-ID.
           MOVE LMBAC-CVG-NUM                TO WCVG-CVG-NUM.
           PERFORM CVG-1000-READ
              THRU CVG-1000-READ-X.
           IF  NOT WCVG-IO-OK
               SET LMBAC-RETRN-NOTFND        TO TRUE
               GO TO 1000-INQUIRE-LIMITS-X
           END-IF.

S51289     PERFORM 8000-LOG-CLAIM-VIEW
S51289        THRU 8000-LOG-CLAIM-VIEW-X.
S51289     IF  NOT LSALG-RETRN-OK
S51289         SET LMBAC-RETRN-ERROR         TO TRUE
S51289         GO TO 1000-INQUIRE-LIMITS-X
S51289     END-IF.

           MOVE RCVG-PLAN-ID                 TO LMBAC-PLAN-ID.

           OPEN INPUT MBLM-FILE.
           IF  WMBLM-IO-OK
               SET WS-MBLM-OPEN              TO TRUE
           ELSE
               IF  NOT WMBLM-IO-NOFILE
                   SET LMBAC-RETRN-ERROR     TO TRUE
                   GO TO 1000-INQUIRE-LIMITS-X
               END-IF
           END-IF.

           OPEN INPUT MBAC-FILE.
           IF  WMBAC-IO-OK
               SET WS-MBAC-OPEN              TO TRUE
           ELSE
               IF  NOT WMBAC-IO-NOFILE
                   SET LMBAC-RETRN-ERROR     TO TRUE
                   GO TO 1000-INQUIRE-LIMITS-X
               END-IF
           END-IF.

           MOVE LMBAC-POL-ID                 TO L0313-POL-ID.
           MOVE WCVG-CVG-NUM-N               TO L0313-CVG-NUM.
           MOVE RCVG-PLAN-ID                 TO L0313-PLAN-ID.
           PERFORM 0313-1000-GET-LMT-POSN
              THRU 0313-1000-GET-LMT-POSN-X.

      *
      *  A FILE THAT DOES NOT EXIST YET FAILS EVERY READ - THAT IS
      *  THE EXPECTED 'NONE' ANSWER; ANY OTHER FAILURE IS AN ERROR.
      *
           IF  L0313-RETRN-ERROR
           AND WS-MBLM-OPEN
           AND WS-MBAC-OPEN
               SET LMBAC-RETRN-ERROR         TO TRUE
               GO TO 1000-INQUIRE-LIMITS-X
           END-IF.

           PERFORM 1100-RETURN-BNFT
              THRU 1100-RETURN-BNFT-X
               VARYING L0313-BNFT-SUB FROM 1 BY 1
               UNTIL   L0313-BNFT-SUB > 2.

           SET LMBAC-RETRN-OK                TO TRUE.

       1000-INQUIRE-LIMITS-X.
           EXIT.

      *------------------
       1100-RETURN-BNFT.
      *------------------

           MOVE L0313-BNFT-TYP-CD   (L0313-BNFT-SUB)
             TO LMBAC-BNFT-TYP-CD   (L0313-BNFT-SUB).
           MOVE L0313-LMT-SW        (L0313-BNFT-SUB)
             TO LMBAC-LMT-SW        (L0313-BNFT-SUB).
           MOVE L0313-ADMIT-LMT-CNT (L0313-BNFT-SUB)
             TO LMBAC-ADMIT-LMT-CNT (L0313-BNFT-SUB).
           MOVE L0313-LIFE-LMT-CNT  (L0313-BNFT-SUB)
             TO LMBAC-LIFE-LMT-CNT  (L0313-BNFT-SUB).
           MOVE L0313-PAID-UNIT-CNT (L0313-BNFT-SUB)
             TO LMBAC-PAID-UNIT-CNT (L0313-BNFT-SUB).
           MOVE L0313-PAID-CLM-CNT  (L0313-BNFT-SUB)
             TO LMBAC-PAID-CLM-CNT  (L0313-BNFT-SUB).
           MOVE L0313-PAID-AMT      (L0313-BNFT-SUB)
             TO LMBAC-PAID-AMT      (L0313-BNFT-SUB).
           MOVE L0313-REMN-CNT      (L0313-BNFT-SUB)
             TO LMBAC-REMN-CNT      (L0313-BNFT-SUB).
           MOVE L0313-POSN-CD       (L0313-BNFT-SUB)
             TO LMBAC-POSN-CD       (L0313-BNFT-SUB).

      *
      *  THE ACCUMULATOR RECORD IS STILL IN THE BUFFER FROM THE
      *  ROUTINE ONLY FOR THE LAST BENEFIT READ, SO RE-READ IT.
      *
           MOVE SPACES TO LMBAC-LAST-CLM-ID  (L0313-BNFT-SUB)
                          LMBAC-LAST-EVNT-DT (L0313-BNFT-SUB).

           IF  WS-MBAC-NOT-OPEN
           OR  L0313-PAID-CLM-CNT (L0313-BNFT-SUB) = ZERO
               GO TO 1100-RETURN-BNFT-X
           END-IF.

           MOVE L0313-POL-ID                 TO WMBAC-POL-ID.
           MOVE L0313-CVG-NUM                TO WMBAC-CVG-NUM.
           MOVE L0313-BNFT-TYP-CD (L0313-BNFT-SUB)
                                             TO WMBAC-BNFT-TYP-CD.
           READ MBAC-FILE
               INVALID KEY
                   MOVE '23' TO WMBAC-SEQ-FILE-STATUS
           END-READ.

           IF  WMBAC-IO-OK
               MOVE WMBAC-LAST-CLM-ID
                 TO LMBAC-LAST-CLM-ID  (L0313-BNFT-SUB)
               MOVE WMBAC-LAST-EVNT-DT
                 TO LMBAC-LAST-EVNT-DT (L0313-BNFT-SUB)
           END-IF.

       1100-RETURN-BNFT-X.
           EXIT.

      *------------------
       2000-CLOSE-FILES.
      *------------------

           IF  WS-MBLM-OPEN
               CLOSE MBLM-FILE
           END-IF.

           IF  WS-MBAC-OPEN
               CLOSE MBAC-FILE
           END-IF.

       2000-CLOSE-FILES-X.
           EXIT.
S51289
S51289*---------------------
S51289 8000-LOG-CLAIM-VIEW.
S51289*---------------------
S51289
S51289*
S51289* LOGGED UNDER THE POLICY HOLDER, WITH THE COVERAGE.
S51289*
S51289     SET  LSALG-CTGY-CLAIM             TO TRUE.
S51289     SET  LSALG-VIEW-FULL              TO TRUE.
S51289     MOVE SPACES                       TO LSALG-CLI-ID
S51289                                          LSALG-REF-ID.
S51289     MOVE LMBAC-POL-ID                 TO LSALG-POL-ID.
S51289     MOVE LMBAC-CVG-NUM                TO LSALG-REF-ID.
S51289     MOVE WPGWS-CRNT-PGM-ID            TO LSALG-PGM-ID.
S51289     SET  LSALG-RETRN-ERROR            TO TRUE.
S51289
S51289     CALL 'ZSRQSALG' USING WGLOB-GLOBAL-AREA
S51289                           LSALG-PARM-INFO
S51289         ON EXCEPTION
S51289             SET LSALG-RETRN-ERROR     TO TRUE
S51289     END-CALL.
S51289
S51289 8000-LOG-CLAIM-VIEW-X.
S51289     EXIT.
      /
       COPY CCPNCVG.
      /
       COPY CCPP0313.
      /
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSRQMBAC                     **
      *****************************************************************
