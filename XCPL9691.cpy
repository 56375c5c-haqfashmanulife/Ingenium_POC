      *****************************************************************
      **  MEMBER :  XCPL9691                                         **
      **  REMARKS:  CALLER-SIDE PARAGRAPHS FOR THE CONFIGURATION     **
      **            AUDIT TRAIL WRITER (XSRU9691).  THE CALLER       **
      **            CLEARS L9691-PARM-INFO, SETS THE TABLE AND ROW   **
      **            KEY, MOVES THE ROW AS READ TO THE BEFORE IMAGE   **
      **            AND THE ROW AS IT WILL BE WRITTEN TO THE AFTER   **
      **            IMAGE, AND PERFORMS THE PARAGRAPH FOR THE        **
      **            ACTION.  AN UPDATE THAT CHANGES NOTHING IS NOT   **
      **            WRITTEN AND RETURNS '00'.                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51292**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *---------------------------
       9691-1000-AUDIT-CREATE.
      *---------------------------

           SET  L9691-ACTN-CREATE        TO TRUE.
           MOVE SPACES                   TO L9691-BEFORE-IMAGE.

           PERFORM  9691-9000-CALL-MODULE
               THRU 9691-9000-CALL-MODULE-X.

       9691-1000-AUDIT-CREATE-X.
           EXIT.

      *---------------------------
       9691-2000-AUDIT-UPDATE.
      *---------------------------

           SET  L9691-ACTN-UPDATE        TO TRUE.

           IF  L9691-BEFORE-IMAGE = L9691-AFTER-IMAGE
               SET L9691-RETRN-OK        TO TRUE
               GO TO 9691-2000-AUDIT-UPDATE-X
           END-IF.

           PERFORM  9691-9000-CALL-MODULE
               THRU 9691-9000-CALL-MODULE-X.

       9691-2000-AUDIT-UPDATE-X.
           EXIT.

      *---------------------------
       9691-3000-AUDIT-DELETE.
      *---------------------------

           SET  L9691-ACTN-DELETE        TO TRUE.
           MOVE SPACES                   TO L9691-AFTER-IMAGE.

           PERFORM  9691-9000-CALL-MODULE
               THRU 9691-9000-CALL-MODULE-X.

       9691-3000-AUDIT-DELETE-X.
           EXIT.

      *---------------------------
       9691-4000-AUDIT-COPY.
      *---------------------------

           SET  L9691-ACTN-COPY          TO TRUE.
           MOVE SPACES                   TO L9691-BEFORE-IMAGE.

           PERFORM  9691-9000-CALL-MODULE
               THRU 9691-9000-CALL-MODULE-X.

       9691-4000-AUDIT-COPY-X.
           EXIT.

      *---------------------------
       9691-9000-CALL-MODULE.
      *---------------------------

           SET  L9691-FUNCTION-WRITE     TO TRUE.
           MOVE '00'                     TO L9691-RETRN-CD.

           CALL 'XSRU9691' USING WGLOB-GLOBAL-AREA
                                 L9691-PARM-INFO
               ON EXCEPTION
                   SET L9691-RETRN-ERROR TO TRUE
           END-CALL.

       9691-9000-CALL-MODULE-X.
           EXIT.
