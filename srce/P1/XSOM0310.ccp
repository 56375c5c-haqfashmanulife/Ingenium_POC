013578**  15DEC99  60     REMOVAL OF 3270 LOGIC, MIR RENAMES         **
014660**  15DEC99  60     GLOBAL MESSAGING                           **
014590**  15DEC99  60     ARCHITECTURAL CHANGES                      **
S51292**  15OCT26  CTS    AUDIT EVERY CREATE, UPDATE AND DELETE OF   **
S51292**                  A USER EXIT ROW TO THE CONFIGURATION       **
S51292**                  AUDIT TRAIL BEFORE THE CHANGE IS MADE      **
      *****************************************************************
      /

       COPY XCFRUXIT.
       COPY XCFWUXIT.
      /
S51292***************************************************************
S51292* CALLED MODULE PARAMETER INFORMATION
S51292***************************************************************
S51292 COPY XCWL9691.
S51292/
      *******************
       LINKAGE   SECTION.
      *******************
           PERFORM UXIT-1000-CREATE
              THRU UXIT-1000-CREATE-X.

S51292     MOVE SPACES                TO L9691-PARM-INFO.
S51292     MOVE 'UXIT'                TO L9691-TBL-ID.
S51292     MOVE WUXIT-KEY             TO L9691-ROW-KEY.
S51292     MOVE RUXIT-REC-INFO        TO L9691-AFTER-IMAGE.
S51292     PERFORM 9691-1000-AUDIT-CREATE
S51292        THRU 9691-1000-AUDIT-CREATE-X.

S51292     IF  NOT L9691-RETRN-OK
S51292*MSG:    CHANGE NOT MADE - CONFIGURATION AUDIT TRAIL UNAVAILABLE
S51292         MOVE 'XS96910001'      TO WGLOB-MSG-REF-INFO
S51292         PERFORM 0260-1000-GENERATE-MESSAGE
S51292            THRU 0260-1000-GENERATE-MESSAGE-X
S51292         GO TO 4000-PROCESS-CREATE-X
S51292     END-IF.

           MOVE 'XS00000004'          TO WGLOB-MSG-REF-INFO.
           PERFORM 0260-1000-GENERATE-MESSAGE
              THRU 0260-1000-GENERATE-MESSAGE-X.
               GO TO 5000-PROCESS-UPDATE-X
           END-IF.

S51292     MOVE SPACES                TO L9691-PARM-INFO.
S51292     MOVE RUXIT-REC-INFO        TO L9691-BEFORE-IMAGE.


           PERFORM 5300-EDIT-UXIT-SCREEN-DATA
              THRU 5300-EDIT-UXIT-SCREEN-DATA-X.
           MOVE MIR-ONLN-PGM-ID       TO RUXIT-ONLN-PGM-ID.
           MOVE MIR-BTCH-PGM-ID       TO RUXIT-BTCH-PGM-ID.
           MOVE MIR-USER-EXIT-INVOK-CD      TO RUXIT-USER-EXIT-INVOK-CD.

S51292     MOVE 'UXIT'                TO L9691-TBL-ID.
S51292     MOVE WUXIT-KEY             TO L9691-ROW-KEY.
S51292     MOVE RUXIT-REC-INFO        TO L9691-AFTER-IMAGE.
S51292     PERFORM 9691-2000-AUDIT-UPDATE
S51292        THRU 9691-2000-AUDIT-UPDATE-X.

S51292     IF  NOT L9691-RETRN-OK
S51292*MSG:    CHANGE NOT MADE - CONFIGURATION AUDIT TRAIL UNAVAILABLE
S51292         MOVE 'XS96910001'      TO WGLOB-MSG-REF-INFO
S51292         PERFORM 0260-1000-GENERATE-MESSAGE
S51292            THRU 0260-1000-GENERATE-MESSAGE-X
S51292         GO TO 5000-PROCESS-UPDATE-X
S51292     END-IF.

           PERFORM UXIT-2000-REWRITE
              THRU UXIT-2000-REWRITE-X.

           PERFORM UXIT-1000-READ-FOR-UPDATE
              THRU UXIT-1000-READ-FOR-UPDATE-X

S51292     IF  WUXIT-IO-OK
S51292         MOVE SPACES            TO L9691-PARM-INFO
S51292         MOVE 'UXIT'            TO L9691-TBL-ID
S51292         MOVE WUXIT-KEY         TO L9691-ROW-KEY
S51292         MOVE RUXIT-REC-INFO    TO L9691-BEFORE-IMAGE
S51292         PERFORM 9691-3000-AUDIT-DELETE
S51292            THRU 9691-3000-AUDIT-DELETE-X
S51292         IF  NOT L9691-RETRN-OK
S51292*MSG:    CHANGE NOT MADE - CONFIGURATION AUDIT TRAIL UNAVAILABLE
S51292             MOVE 'XS96910001'  TO WGLOB-MSG-REF-INFO
S51292             PERFORM 0260-1000-GENERATE-MESSAGE
S51292                THRU 0260-1000-GENERATE-MESSAGE-X
S51292             GO TO 6000-PROCESS-DELETE-X
S51292         END-IF
S51292     END-IF.

           IF  WUXIT-IO-OK
               PERFORM UXIT-1000-DELETE
                  THRU UXIT-1000-DELETE-X
      *                      LINK COPYBOOKS                            *
      ******************************************************************
       COPY XCCL0260.
S51292 COPY XCPL9691.

      ******************************************************************
      *                     FILE HANDLING COPYBOOKS                    *
