016089**  30JUN00  602J   CODE CLEANUP - LIST ALL LANGUAGES          **
R10440** 10APR15    CTS   VM MIGRATION PLAN - REGARDING DUMMY        ** 
      **                  DEPLOYMENT FOR INGENIUM PRODUCTION         **
S51292**  15OCT26  CTS    AUDIT EVERY CREATE, UPDATE AND DELETE OF   **
S51292**                  AN EDIT TABLE ROW TO THE CONFIGURATION     **
S51292**                  AUDIT TRAIL BEFORE THE CHANGE IS MADE      **
      *****************************************************************
      /
      **********************
      *****************************************************************
      *  CALLED MODULE PARAMETER INFORMATION
      *****************************************************************
S51292 COPY XCWL9691.
      /
      *****************************************************************
      *  INPUT PARAMETER INFORMATION
           PERFORM  XTAB-1000-CREATE
               THRU XTAB-1000-CREATE-X.

S51292     MOVE SPACES                TO L9691-PARM-INFO.
S51292     MOVE 'XTAB'                TO L9691-TBL-ID.
S51292     MOVE WXTAB-KEY             TO L9691-ROW-KEY.
S51292     MOVE RXTAB-REC-INFO        TO L9691-AFTER-IMAGE.
S51292     PERFORM  9691-1000-AUDIT-CREATE
S51292         THRU 9691-1000-AUDIT-CREATE-X.

S51292     IF  NOT L9691-RETRN-OK
S51292*MSG: 'CHANGE NOT MADE - CONFIGURATION AUDIT TRAIL UNAVAILABLE'
S51292         MOVE 'XS96910001'      TO WGLOB-MSG-REF-INFO
S51292         PERFORM  0260-1000-GENERATE-MESSAGE
S51292             THRU 0260-1000-GENERATE-MESSAGE-X
S51292         GO TO 2200-PROCESS-CREATE-X
S51292     END-IF.

           PERFORM  XTAB-1000-WRITE
               THRU XTAB-1000-WRITE-X.

              GO TO 2300-PROCESS-UPDATE-X
557660     END-IF.

S51292     MOVE SPACES                TO L9691-PARM-INFO.
S51292     MOVE RXTAB-REC-INFO        TO L9691-BEFORE-IMAGE.

           PERFORM  2330-MAINTAIN-EDITS
               THRU 2330-MAINTAIN-EDITS-X.

S51292     MOVE 'XTAB'                TO L9691-TBL-ID.
S51292     MOVE WXTAB-KEY             TO L9691-ROW-KEY.
S51292     MOVE RXTAB-REC-INFO        TO L9691-AFTER-IMAGE.
S51292     PERFORM  9691-2000-AUDIT-UPDATE
S51292         THRU 9691-2000-AUDIT-UPDATE-X.

S51292     IF  NOT L9691-RETRN-OK
S51292*MSG: 'CHANGE NOT MADE - CONFIGURATION AUDIT TRAIL UNAVAILABLE'
S51292         MOVE 'XS96910001'      TO WGLOB-MSG-REF-INFO
S51292         PERFORM  0260-1000-GENERATE-MESSAGE
S51292             THRU 0260-1000-GENERATE-MESSAGE-X
S51292         GO TO 2300-PROCESS-UPDATE-X
S51292     END-IF.

           PERFORM  XTAB-2000-REWRITE
               THRU XTAB-2000-REWRITE-X.

           PERFORM  XTAB-1000-READ-FOR-UPDATE
               THRU XTAB-1000-READ-FOR-UPDATE-X.

S51292     IF  WXTAB-IO-OK
S51292         MOVE SPACES            TO L9691-PARM-INFO
S51292         MOVE 'XTAB'            TO L9691-TBL-ID
S51292         MOVE WXTAB-KEY         TO L9691-ROW-KEY
S51292         MOVE RXTAB-REC-INFO    TO L9691-BEFORE-IMAGE
S51292         PERFORM  9691-3000-AUDIT-DELETE
S51292             THRU 9691-3000-AUDIT-DELETE-X
S51292         IF  NOT L9691-RETRN-OK
S51292*MSG: 'CHANGE NOT MADE - CONFIGURATION AUDIT TRAIL UNAVAILABLE'
S51292             MOVE 'XS96910001'  TO WGLOB-MSG-REF-INFO
S51292             PERFORM  0260-1000-GENERATE-MESSAGE
S51292                 THRU 0260-1000-GENERATE-MESSAGE-X
S51292             GO TO 2400-PROCESS-DELETE-X
S51292         END-IF
S51292     END-IF.

           IF WXTAB-IO-OK
              PERFORM  XTAB-1000-DELETE
                  THRU XTAB-1000-DELETE-X
012624 COPY XCPL0005.
      /
       COPY XCCL0260.
S51292 COPY XCPL9691.
      /
557708*COPY XCCPHNDL.
557708 COPY XCCPABND.
