      **  DATE     REL.   DESCRIPTION                                **
      **                                                             **
016207** 30JUN00   602J   ORIGINAL                                   **
S51292**  15OCT26  CTS    AUDIT EACH ROW COPIED TO THE               **
S51292**                  CONFIGURATION AUDIT TRAIL BEFORE THE WRITE **
      *****************************************************************
      /
      **********************
           05  WS-KLONE-CNT               PIC S9(04) COMP.
           05  WS-KLONE-CNT-NOTIN-ASCL    PIC S9(04) COMP.
           05  WS-HOLD-BPFS-KEY           PIC X(27).
S51292     05  WS-AUDIT-SW                PIC X(01) VALUE 'N'.
S51292         88  WS-AUDIT-FAILED        VALUE 'Y'.
      /
      *****************************************************************
      *  COMMON COPYBOOKS                                             *
      *  CALLED MODULE PARAMETER INFORMATION                         *
      *****************************************************************
       COPY XCWL0290.
S51292 COPY XCWL9691.
      /
      *****************
       LINKAGE SECTION.
               THRU 2200-KLONE-RECORD-X
               VARYING WS-SUB FROM 1 BY 1
               UNTIL   WBPFS-IO-EOF
               OR  NOT WBPFS-IO-OK
S51292         OR  WS-AUDIT-FAILED.

           PERFORM  BPFS-3000-END-BROWSE
               THRU BPFS-3000-END-BROWSE-X.
           MOVE MIR-SECUR-CLAS-ID-2      TO  WBPFS-SECUR-CLAS-ID.
           MOVE MIR-SECUR-CLAS-ID-2      TO  RBPFS-SECUR-CLAS-ID.

S51292*
S51292*  AUDIT EACH ROW COPIED - NO AUDIT, NO FURTHER COPY
S51292*
S51292     MOVE SPACES                   TO  L9691-PARM-INFO.
S51292     MOVE 'BPFS'                   TO  L9691-TBL-ID.
S51292     MOVE RBPFS-KEY                TO  L9691-ROW-KEY.
S51292     MOVE WS-HOLD-BPFS-KEY         TO  L9691-SRCE-KEY.
S51292     MOVE RBPFS-REC-INFO           TO  L9691-AFTER-IMAGE.
S51292     PERFORM  9691-4000-AUDIT-COPY
S51292         THRU 9691-4000-AUDIT-COPY-X.

S51292     IF  NOT L9691-RETRN-OK
S51292         SET WS-AUDIT-FAILED       TO  TRUE
S51292*MSG: 'CHANGE NOT MADE - CONFIGURATION AUDIT TRAIL UNAVAILABLE'
S51292         MOVE 'XS96910001'         TO  WGLOB-MSG-REF-INFO
S51292         PERFORM  0260-1000-GENERATE-MESSAGE
S51292             THRU 0260-1000-GENERATE-MESSAGE-X
S51292         SET MIR-RETRN-RQST-FAILED TO  TRUE
S51292         GO TO 2200-KLONE-RECORD-X
S51292     END-IF.

           PERFORM  BPFS-1000-WRITE
               THRU BPFS-1000-WRITE-X.

      *  LINKAGE PROCESSING COPYBOOKS                                 *
      *****************************************************************
       COPY XCCL0260.
S51292 COPY XCPL9691.
       COPY XCPL0290.
       COPY XCPS0290.
      /
