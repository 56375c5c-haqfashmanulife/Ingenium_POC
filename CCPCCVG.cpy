      *****************************************************************
      **  MEMBER :  CCPCCVG                                          **
      **  REMARKS:  CREATE PARAGRAPH FOR THE COVERAGE MASTER (CVG).  **
      **            THE CALLER BUILDS RCVG-REC-INFO IN FULL, WITH    **
      **            THE NEW COVERAGE NUMBER IN THE KEY, BEFORE THE   **
      **            CREATE.  ROWS ARE SERVED BY THE CVG I/O PROGRAM  **
      **            CSRQCVG.                                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51281**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *-----------------
       CVG-1000-CREATE.
      *-----------------

           MOVE 'CR'                     TO WCVG-SEQ-IO-COMMAND.
           MOVE '00'                     TO WCVG-SEQ-FILE-STATUS.

           CALL 'CSRQCVG' USING WGLOB-GLOBAL-AREA
                                WCVG-SEQ-IO-WORK-AREA
                                RCVG-REC-INFO
               ON EXCEPTION
                   MOVE '99'             TO WCVG-SEQ-FILE-STATUS
           END-CALL.

       CVG-1000-CREATE-X.
           EXIT.
