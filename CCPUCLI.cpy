      *****************************************************************
      **  MEMBER :  CCPUCLI                                          **
      **  REMARKS:  UPDATE PARAGRAPHS FOR THE CLIENT MASTER (CLI).   **
      **            THE CALLER SETS WCLI-CLI-ID, READS THE ROW FOR   **
      **            UPDATE INTO RCLI-REC-INFO, CHANGES IT AND        **
      **            REWRITES IT, TESTING WCLI-IO-OK AFTER EACH       **
      **            STEP.  ROWS ARE SERVED BY THE CLI I/O PROGRAM    **
      **            CSRQCLI, WHICH HOLDS THE TABLE.                  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51288**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *--------------------------
       CLI-1000-READ-FOR-UPDATE.
      *--------------------------

           MOVE TFCMD-READ-RECORD-FOR-UPDATE
                                         TO WCLI-SEQ-IO-COMMAND.
           MOVE '00'                     TO WCLI-SEQ-FILE-STATUS.

           CALL 'CSRQCLI' USING WGLOB-GLOBAL-AREA
                                WCLI-SEQ-IO-WORK-AREA
                                RCLI-REC-INFO
               ON EXCEPTION
                   MOVE '23'             TO WCLI-SEQ-FILE-STATUS
           END-CALL.

       CLI-1000-READ-FOR-UPDATE-X.
           EXIT.

      *------------------
       CLI-2000-REWRITE.
      *------------------

           MOVE TFCMD-REWRITE-RECORD     TO WCLI-SEQ-IO-COMMAND.
           MOVE '00'                     TO WCLI-SEQ-FILE-STATUS.

           CALL 'CSRQCLI' USING WGLOB-GLOBAL-AREA
                                WCLI-SEQ-IO-WORK-AREA
                                RCLI-REC-INFO
               ON EXCEPTION
                   MOVE '99'             TO WCLI-SEQ-FILE-STATUS
           END-CALL.

       CLI-2000-REWRITE-X.
           EXIT.
