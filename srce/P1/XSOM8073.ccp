      **                                                             **
012624**  15DEC99  60     NEW                                        **
014590**  15DEC99  60     ARCHITECTURAL CHANGES                      **
S51292**  15OCT26  CTS    AUDIT THE DELETE TO THE CONFIGURATION      **
S51292**                  AUDIT TRAIL BEFORE THE DELETE              **
      *****************************************************************
      /
      **********************
      *****************************************************************
      *  CALLED MODULE PARAMETER INFORMATION                         *
      *****************************************************************
S51292 COPY XCWL9691.
      /
      *****************************************************************
      *  INPUT PARAMETER INFORMATION                                  *
               GO TO 2000-DELETE-X
           END-IF.

S51292*
S51292*  AUDIT THE ROW AS IT STANDS - NO AUDIT, NO DELETE
S51292*
S51292     MOVE SPACES                TO L9691-PARM-INFO.
S51292     MOVE 'BFCN'                TO L9691-TBL-ID.
S51292     MOVE WBFCN-KEY             TO L9691-ROW-KEY.
S51292     MOVE RBFCN-REC-INFO        TO L9691-BEFORE-IMAGE.
S51292     PERFORM  9691-3000-AUDIT-DELETE
S51292         THRU 9691-3000-AUDIT-DELETE-X.

S51292     IF  NOT L9691-RETRN-OK
S51292*MSG: 'CHANGE NOT MADE - CONFIGURATION AUDIT TRAIL UNAVAILABLE'
S51292         MOVE 'XS96910001'
S51292           TO WGLOB-MSG-REF-INFO
S51292         PERFORM  0260-1000-GENERATE-MESSAGE
S51292             THRU 0260-1000-GENERATE-MESSAGE-X
S51292         GO TO 2000-DELETE-X
S51292     END-IF.

      *
      *  DELETE THE RECORD
      *
      *  LINKAGE PROCESSING COPYBOOKS                                 *
      *****************************************************************
       COPY XCCL0260.
S51292 COPY XCPL9691.
      /
      *****************************************************************
      *  FILE I/O PROCESS MODULES                                     *
