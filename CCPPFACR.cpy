      *****************************************************************
      **  MEMBER :  CCPPFACR                                         **
      **  REMARKS:  COMMON ROUTINES FOR THE FACULTATIVE REINSURANCE  **
      **            CASE REGISTER (FACR).  THE CALLER HAS THE        **
      **            REGISTER OPEN.                                   **
      **                                                             **
      **            FACR-1000-FIND-CASE - THE CALLER SUPPLIES        **
      **            WFACR-RQST-POL-ID AND WFACR-RQST-CVG-NUM AND     **
      **            GETS THE COVERAGE'S ACCEPTED ROW (WFACR-ACPT-FND **
      **            AND WFACR-ACPT-KEY) AND ITS COUNT OF ROWS STILL  **
      **            OPEN (WFACR-OPEN-CNT).                           **
      **                                                             **
      **            FACR-2000-APPLY-TERMS - AFTER A LOOKUP THAT      **
      **            FOUND THE ACCEPTED ROW, WRITES ITS REINSURER,    **
      **            TREATY AND CEDED SHARE TO THE COVERAGE'S         **
      **            CVG-REINS DETAILS, WRITES THE NEW CESSION TO     **
      **            THE CESSION CHANGE FILE (ZCSRCEDE, WHICH THE     **
      **            CALLER HAS OPEN) AND STAMPS THE ROW APPLIED ON   **
      **            WFACR-RQST-DT.  THE REGISTER MUST BE OPEN I-O.   **
      **            A ROW ALREADY APPLIED IS LEFT ALONE              **
      **            (WFACR-APPLY-ALREADY).                           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51302**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *----------------------
       FACR-1000-FIND-CASE.
      *----------------------

           SET  WFACR-ACPT-NOT-FND          TO TRUE.
           MOVE SPACES                      TO WFACR-ACPT-KEY.
           MOVE ZERO                        TO WFACR-OPEN-CNT.

           IF  WFACR-RQST-POL-ID = SPACES
               GO TO FACR-1000-FIND-CASE-X
           END-IF.

           MOVE WFACR-RQST-POL-ID           TO WFACR-POL-ID.
           MOVE WFACR-RQST-CVG-NUM          TO WFACR-CVG-NUM.
           MOVE LOW-VALUES                  TO WFACR-REINSR-ID.

           START FACR-FILE
               KEY IS NOT LESS THAN WFACR-KEY
               INVALID KEY
                   MOVE '23'                TO WFACR-SEQ-FILE-STATUS
           END-START.

           IF  NOT WFACR-IO-OK
               GO TO FACR-1000-FIND-CASE-X
           END-IF.

           SET  WFACR-SCAN-MORE             TO TRUE.
           PERFORM  FACR-1100-SCAN-ROW
               THRU FACR-1100-SCAN-ROW-X
                    UNTIL WFACR-SCAN-DONE.

       FACR-1000-FIND-CASE-X.
           EXIT.

      *---------------------
       FACR-1100-SCAN-ROW.
      *---------------------

           READ FACR-FILE NEXT RECORD
               AT END
                   MOVE '10'                TO WFACR-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WFACR-IO-OK
           OR  WFACR-POL-ID  NOT = WFACR-RQST-POL-ID
           OR  WFACR-CVG-NUM NOT = WFACR-RQST-CVG-NUM
               SET  WFACR-SCAN-DONE         TO TRUE
               GO TO FACR-1100-SCAN-ROW-X
           END-IF.

           IF  WFACR-STAT-ACCEPTED
               SET  WFACR-ACPT-FND          TO TRUE
               MOVE WFACR-KEY               TO WFACR-ACPT-KEY
           END-IF.

           IF  WFACR-STAT-OPEN
               ADD 1                        TO WFACR-OPEN-CNT
           END-IF.

       FACR-1100-SCAN-ROW-X.
           EXIT.

      *------------------------
       FACR-2000-APPLY-TERMS.
      *------------------------

           SET  WFACR-APPLY-ERROR           TO TRUE.

           MOVE WFACR-ACPT-KEY              TO WFACR-KEY.
           READ FACR-FILE
               INVALID KEY
                   MOVE '23'                TO WFACR-SEQ-FILE-STATUS
           END-READ.

           IF  NOT WFACR-IO-OK
           OR  NOT WFACR-STAT-ACCEPTED
               GO TO FACR-2000-APPLY-TERMS-X
           END-IF.

           IF  WFACR-APPLY-DT NOT = SPACES
               SET  WFACR-APPLY-ALREADY     TO TRUE
               GO TO FACR-2000-APPLY-TERMS-X
           END-IF.

           MOVE WFACR-POL-ID                TO WCVG-POL-ID.
           MOVE WFACR-CVG-NUM               TO WCVG-CVG-NUM.
           PERFORM CVG-1000-READ-FOR-UPDATE
              THRU CVG-1000-READ-FOR-UPDATE-X.
           IF  NOT WCVG-IO-OK
               GO TO FACR-2000-APPLY-TERMS-X
           END-IF.

           MOVE RCVG-CVG-INFO               TO WCVGS-CVG-INFO.

      *
      *  THE FACULTATIVE ACCEPTANCE IS THE COVERAGE'S CESSION - ITS
      *  REINSURER, AGREEMENT AND SHARE REPLACE ANY AUTOMATIC
      *  DETAILS SO THE CESSION EXTRACT AND BORDEREAUX CARRY IT.
      *
           MOVE 'Y'                         TO WCVGS-CVG-REINS-IND.
           MOVE WFACR-REINSR-ID             TO WCVGS-CVG-REINS-CO-ID.
           MOVE WFACR-TRTY-NUM              TO WCVGS-CVG-REINS-TRTY-NUM.
           MOVE WFACR-CED-PCT               TO WCVGS-CVG-REINS-CED-PCT.

           MOVE WCVGS-CVG-INFO              TO RCVG-CVG-INFO.
           PERFORM CVG-2000-REWRITE
              THRU CVG-2000-REWRITE-X.
           IF  NOT WCVG-IO-OK
               GO TO FACR-2000-APPLY-TERMS-X
           END-IF.

           MOVE SPACES                      TO RCEDE-SEQ-REC-INFO.
           MOVE WFACR-REINSR-ID             TO RCEDE-REINSR-ID.
           MOVE WFACR-TRTY-NUM              TO RCEDE-TRTY-ID.
           MOVE WFACR-POL-ID                TO RCEDE-POL-ID.
           MOVE WCVGS-CVG-SEQ-NUM-N         TO RCEDE-CVG-NUM.
           MOVE WCVGS-CVG-FACE-AMT          TO RCEDE-FACE-AMT.
           MOVE WFACR-CED-PCT               TO RCEDE-CEDED-PCT.
           MOVE ZERO                        TO RCEDE-CEDED-PREM-AMT.
           SET  RCEDE-STAT-NEW              TO TRUE.

           WRITE RCEDE-SEQ-REC-INFO.
           IF  WCEDA-SEQ-FILE-STATUS NOT = '00'
               GO TO FACR-2000-APPLY-TERMS-X
           END-IF.

           MOVE WFACR-RQST-DT               TO WFACR-APPLY-DT
                                               WFACR-LAST-CHG-DT.
           MOVE WGLOB-USER-ID               TO WFACR-LAST-CHG-USER-ID.

           REWRITE WFACR-REC-INFO
               INVALID KEY
                   MOVE '99'                TO WFACR-SEQ-FILE-STATUS
           END-REWRITE.

           IF  WFACR-IO-OK
               SET  WFACR-APPLY-DONE        TO TRUE
           END-IF.

       FACR-2000-APPLY-TERMS-X.
           EXIT.
