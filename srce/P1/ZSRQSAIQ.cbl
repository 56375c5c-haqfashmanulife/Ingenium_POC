      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSRQSAIQ.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSRQSAIQ                                         **
      **  REMARKS:  SENSITIVE-DATA ACCESS HISTORY OF ONE CLIENT FOR  **
      **            THE SECURITY OFFICER.  PAGES THROUGH THE SALG    **
      **            LOG, OLDEST FIRST FROM A GIVEN DATE, SHOWING WHO **
      **            VIEWED THE CLIENT'S MY NUMBER, BANK ACCOUNTS,    **
      **            CLAIM DETAILS OR 360 VIEW, FROM WHICH TERMINAL   **
      **            AND TRANSACTION, AND WHEN - OPTIONALLY ONE KIND  **
      **            OF DATA ONLY.  INQUIRY ONLY.                     **
      **                                                             **
      **  DOMAIN :  CI                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51289**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY CCFHSALG.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCFWSALG.

      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQSAIQ'.

       COPY SQLCA.

       COPY XCWLSECT.

       COPY CCWWSALG.

      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.

       COPY CCWLSAIQ.

       PROCEDURE DIVISION USING WGLOB-GLOBAL-AREA
                                 LSAIQ-PARM-INFO.

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM 0050-CHECK-AUTHORITY
              THRU 0050-CHECK-AUTHORITY-X.

           IF  LSECT-NOT-AUTHORIZED
               SET LSAIQ-RETRN-NOTAUTH        TO TRUE
               GOBACK
           END-IF.

           IF  LSAIQ-CLI-ID = SPACES
               SET LSAIQ-RETRN-INVALID        TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN LSAIQ-FUNCTION-FIRST
                   PERFORM 1000-FIRST-ACCESS
                      THRU 1000-FIRST-ACCESS-X
               WHEN LSAIQ-FUNCTION-NEXT
                   PERFORM 2000-NEXT-ACCESS
                      THRU 2000-NEXT-ACCESS-X
               WHEN OTHER
                   SET LSAIQ-RETRN-ERROR TO TRUE
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
       1000-FIRST-ACCESS.
      *-------------------

           OPEN INPUT SALG-FILE.
           IF  WSALG-SEQ-FILE-STATUS NOT = '00'
               SET LSAIQ-RETRN-EOF           TO TRUE
               GO TO 1000-FIRST-ACCESS-X
           END-IF.

           MOVE LOW-VALUES                   TO WSALG-KEY.
           MOVE LSAIQ-CLI-ID                 TO WSALG-CLI-ID.
           IF  LSAIQ-FROM-DT NOT = SPACES
               MOVE LSAIQ-FROM-DT            TO WSALG-ACCS-DT
           END-IF.

           START SALG-FILE
               KEY IS NOT LESS THAN WSALG-KEY
               INVALID KEY
                   MOVE '23' TO WSALG-SEQ-FILE-STATUS
           END-START.

           PERFORM 5000-RETURN-NEXT-MATCH
              THRU 5000-RETURN-NEXT-MATCH-X.

           CLOSE SALG-FILE.

       1000-FIRST-ACCESS-X.
           EXIT.

      *------------------
       2000-NEXT-ACCESS.
      *------------------

           OPEN INPUT SALG-FILE.
           IF  WSALG-SEQ-FILE-STATUS NOT = '00'
               SET LSAIQ-RETRN-EOF           TO TRUE
               GO TO 2000-NEXT-ACCESS-X
           END-IF.

           MOVE LSAIQ-CLI-ID                 TO WSALG-CLI-ID.
           MOVE LSAIQ-ACCS-DT                TO WSALG-ACCS-DT.
           MOVE LSAIQ-ACCS-TIME              TO WSALG-ACCS-TIME.
           MOVE LSAIQ-SEQ-NUM                TO WSALG-SEQ-NUM.

           START SALG-FILE
               KEY IS GREATER THAN WSALG-KEY
               INVALID KEY
                   MOVE '23' TO WSALG-SEQ-FILE-STATUS
           END-START.

           PERFORM 5000-RETURN-NEXT-MATCH
              THRU 5000-RETURN-NEXT-MATCH-X.

           CLOSE SALG-FILE.

       2000-NEXT-ACCESS-X.
           EXIT.

      *------------------------
       5000-RETURN-NEXT-MATCH.
      *------------------------

      *
      *  FROM THE STARTED POSITION, THE FIRST ROW OF THE SAME CLIENT
      *  IN THE REQUESTED CATEGORY (ANY, WHEN NONE WAS GIVEN).
      *
           IF  NOT WSALG-IO-OK
               SET LSAIQ-RETRN-EOF           TO TRUE
               GO TO 5000-RETURN-NEXT-MATCH-X
           END-IF.

           PERFORM 5100-READ-NEXT-ROW
              THRU 5100-READ-NEXT-ROW-X.

           PERFORM 5100-READ-NEXT-ROW
              THRU 5100-READ-NEXT-ROW-X
               UNTIL NOT WSALG-IO-OK
               OR    WSALG-CLI-ID NOT = LSAIQ-CLI-ID
               OR    LSAIQ-CTGY-FILTER-CD = SPACES
               OR    WSALG-DATA-CTGY-CD = LSAIQ-CTGY-FILTER-CD.

           IF  WSALG-IO-OK
           AND WSALG-CLI-ID = LSAIQ-CLI-ID
               PERFORM 5900-RETURN-ACCESS
                  THRU 5900-RETURN-ACCESS-X
               SET LSAIQ-RETRN-OK            TO TRUE
           ELSE
               SET LSAIQ-RETRN-EOF           TO TRUE
           END-IF.

       5000-RETURN-NEXT-MATCH-X.
           EXIT.

      *--------------------
       5100-READ-NEXT-ROW.
      *--------------------

           READ SALG-FILE NEXT
               AT END
                   MOVE '10' TO WSALG-SEQ-FILE-STATUS
           END-READ.

       5100-READ-NEXT-ROW-X.
           EXIT.

      *--------------------
       5900-RETURN-ACCESS.
      *--------------------

           MOVE WSALG-CLI-ID                 TO LSAIQ-CLI-ID.
           MOVE WSALG-ACCS-DT                TO LSAIQ-ACCS-DT.
           MOVE WSALG-ACCS-TIME              TO LSAIQ-ACCS-TIME.
           MOVE WSALG-SEQ-NUM                TO LSAIQ-SEQ-NUM.
           MOVE WSALG-USER-ID                TO LSAIQ-USER-ID.
           MOVE WSALG-TERM-ID                TO LSAIQ-TERM-ID.
           MOVE WSALG-TRXN-ID                TO LSAIQ-TRXN-ID.
           MOVE WSALG-PGM-ID                 TO LSAIQ-PGM-ID.
           MOVE WSALG-DATA-CTGY-CD           TO LSAIQ-DATA-CTGY-CD.
           MOVE WSALG-VIEW-TYP-CD            TO LSAIQ-VIEW-TYP-CD.
           MOVE WSALG-POL-ID                 TO LSAIQ-POL-ID.
           MOVE WSALG-REF-ID                 TO LSAIQ-REF-ID.

       5900-RETURN-ACCESS-X.
           EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQSAIQ                     **
      *****************************************************************
