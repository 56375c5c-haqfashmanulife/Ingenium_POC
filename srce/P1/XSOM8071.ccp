      **                                                             **
012624**  15DEC99  60     NEW                                        **
014590**  15DEC99  60     ARCHITECTURAL CHANGES                      **
S51292**  15OCT26  CTS    AUDIT THE CREATE TO THE CONFIGURATION      **
S51292**                  AUDIT TRAIL BEFORE THE WRITE               **
      *****************************************************************
      /
      **********************
      *****************************************************************
      *  CALLED MODULE PARAMETER INFORMATION                         *
      *****************************************************************
S51292 COPY XCWL9691.
      /
      *****************
       LINKAGE SECTION.
           MOVE WGLOB-USER-ID         TO RBFCN-PREV-UPDT-USER-ID.
           MOVE WGLOB-SYSTEM-DATE-INT TO RBFCN-PREV-UPDT-DT.

S51292     MOVE SPACES                TO L9691-PARM-INFO.
S51292     MOVE 'BFCN'                TO L9691-TBL-ID.
S51292     MOVE WBFCN-KEY             TO L9691-ROW-KEY.
S51292     MOVE RBFCN-REC-INFO        TO L9691-AFTER-IMAGE.
S51292     PERFORM  9691-1000-AUDIT-CREATE
S51292         THRU 9691-1000-AUDIT-CREATE-X.

S51292     IF  NOT L9691-RETRN-OK
S51292*MSG: 'CHANGE NOT MADE - CONFIGURATION AUDIT TRAIL UNAVAILABLE'
S51292         MOVE 'XS96910001'
S51292           TO WGLOB-MSG-REF-INFO
S51292         PERFORM  0260-1000-GENERATE-MESSAGE
S51292             THRU 0260-1000-GENERATE-MESSAGE-X
S51292         GO TO 2000-CREATE-X
S51292     END-IF.

           PERFORM  BFCN-1000-WRITE
               THRU BFCN-1000-WRITE-X.

      *  LINKAGE PROCESSING COPYBOOKS                                 *
      *****************************************************************
       COPY XCCL0260.
S51292 COPY XCPL9691.
      /
      *****************************************************************
      *  FILE I/O PROCESS MODULES                                     *
