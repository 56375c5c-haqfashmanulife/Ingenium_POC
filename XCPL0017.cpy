      *****************************************************************
      **  MEMBER :  XCPL0017                                         **
      **  REMARKS:  CALLER-SIDE PARAGRAPHS FOR THE INTER-JOB CONTROL **
      **            TOTAL REGISTRY (XSRU0017, SEE XCWL0017).  THE    **
      **            CALLER MOVES THE HANDOFF ID (THE FILE'S DD NAME) **
      **            AND ITS RECORD COUNT AND HASH TOTAL TO           **
      **            L0017-PARM-INFO; THE JOB IS THE CALLING PROGRAM  **
      **            AND THE BUSINESS DATE THE GLOBAL PROCESS DATE.   **
      **            THE CALLER TESTS L0017-RETRN-CD AND, ON A CHECK, **
      **            L0017-BALANCED.                                  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51295**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *----------------------------
       0017-1000-REGISTER-OUTPUT.
      *----------------------------

           SET  L0017-FUNCTION-REGISTER  TO TRUE.

           PERFORM  0017-9000-CALL-MODULE
               THRU 0017-9000-CALL-MODULE-X.

       0017-1000-REGISTER-OUTPUT-X.
           EXIT.

      *------------------------
       0017-2000-CHECK-INPUT.
      *------------------------

           SET  L0017-FUNCTION-CHECK     TO TRUE.

           PERFORM  0017-9000-CALL-MODULE
               THRU 0017-9000-CALL-MODULE-X.

       0017-2000-CHECK-INPUT-X.
           EXIT.

      *------------------------
       0017-9000-CALL-MODULE.
      *------------------------

           MOVE WPGWS-CRNT-PGM-ID        TO L0017-JOB-ID.
           MOVE WGLOB-PROCESS-DATE       TO L0017-BUS-DT.
           MOVE '00'                     TO L0017-RETRN-CD.

           CALL 'XSRU0017' USING WGLOB-GLOBAL-AREA
                                 L0017-PARM-INFO.

       0017-9000-CALL-MODULE-X.
           EXIT.
