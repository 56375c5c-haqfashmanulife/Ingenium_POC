S51204**  23AUG26  CTS    ALSO WRITE THE SENT-CLAIM REFERENCE COPY   **
S51204**                  (ZCSRCLSN) FOR THE ZSBMCLPS PAYMENT        **
S51204**                  FEEDBACK RECONCILIATION                    **
S51282**  15OCT26  CTS    CLAIM BENEFIT LIMIT RECORD (ZCSRCLLM) WITH **
S51282**                  REMAINING HOSPITAL DAYS / SURGERY COUNT    **
S51282**                  WRITTEN FOR EVERY DETAIL SENT              **
S51283**  15OCT26  CTS    CONTESTABLE-PERIOD CHECK: A CLAIM WITHIN   **
S51283**                  TWO YEARS OF ISSUE OR REINSTATEMENT WITH A **
S51283**                  REJECTED SELF-DISCLOSURE OR A WAIVED UW    **
S51283**                  REQUIREMENT IS OPENED ON THE CTIV          **
S51283**                  WORKLIST AND ITS DECISION HELD UNTIL THE   **
S51283**                  INVESTIGATION CLEARS IT                    **
      *****************************************************************

      *************************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
S51282 INPUT-OUTPUT SECTION.
S51282 FILE-CONTROL.

S51282     COPY CCFHMBLM.
S51282     COPY CCFHMBAC.
S51283     COPY CCFHCTIV.
S51283     COPY CCFHUWRM.

S51283     SELECT 931B-DATA-FILE ASSIGN TO ZS931B
S51283            ORGANIZATION   IS LINE SEQUENTIAL
S51283            ACCESS         IS SEQUENTIAL
S51283            FILE STATUS    IS W931B-SEQ-FILE-STATUS.

      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

S51282 COPY CCFWMBLM.
S51282 COPY CCFWMBAC.
S51283 COPY CCFWCTIV.
S51283 COPY CCFWUWRM.

S51283 FD  931B-DATA-FILE
S51283     RECORDING MODE IS F
S51283     BLOCK CONTAINS 0 RECORDS
S51283     LABEL RECORDS ARE STANDARD.

S51283 COPY ZCSR931B.
      /
      *************************
       WORKING-STORAGE SECTION.
           05  WS-TOT-RECS-READ            PIC S9(9) VALUE ZERO.
           05  WS-DETAIL-RECS-WRITTEN      PIC S9(9) VALUE ZERO.
           05  WS-TOT-RECS-WRITTEN         PIC S9(9) VALUE ZERO.
S51283     05  WS-EARLY-CLM-CNT            PIC S9(9) VALUE ZERO.
S51283     05  WS-HELD-CNT                 PIC S9(9) VALUE ZERO.
S51283     05  WS-RLSE-CNT                 PIC S9(9) VALUE ZERO.

       01  WS-WORK-AREA.
           05  WS-TRANSFER-FILE-ID         PIC X(08) VALUE 'SLH01909'.
SCR010     05  WS-CLM-ID                   PIC X(08).
SCR010     05  WS-POL-ID                   PIC X(10).
SCR010     05  WS-CLBN-BNFT-DECSN-CD       PIC X(02).
S51282     05  WS-CVG-NUM                  PIC 9(03).
S51282     05  WS-MBLM-OPEN-SW             PIC X(01) VALUE 'N'.
S51282         88 WS-MBLM-OPEN             VALUE 'Y'.
S51282     05  WS-MBAC-OPEN-SW             PIC X(01) VALUE 'N'.
S51282         88 WS-MBAC-OPEN             VALUE 'Y'.
S51283     05  WS-CTIV-OPEN-SW             PIC X(01) VALUE 'N'.
S51283         88 WS-CTIV-OPEN             VALUE 'Y'.
S51283     05  WS-UWRM-OPEN-SW             PIC X(01) VALUE 'N'.
S51283         88 WS-UWRM-OPEN             VALUE 'Y'.
S51283     05  WS-RELEASE-SW               PIC X(01) VALUE 'N'.
S51283         88 WS-RELEASE-MODE          VALUE 'Y'.
S51283     05  WS-CTIV-FOUND-SW            PIC X(01).
S51283         88 WS-CTIV-FOUND            VALUE 'Y'.
S51283     05  WS-EARLY-CLM-SW             PIC X(01).
S51283         88 WS-EARLY-CLM             VALUE 'Y'.
S51283     05  WS-SDSC-HIT-SW              PIC X(01).
S51283         88 WS-SDSC-REJECTED         VALUE 'Y'.
S51283     05  WS-CLM-HELD-SW              PIC X(01).
S51283         88 WS-CLM-HELD              VALUE 'Y'.
S51283         88 WS-CLM-NOT-HELD          VALUE 'N'.
S51283     05  WS-REINST-SW                PIC X(01).
S51283         88 WS-REINST-FOUND          VALUE 'Y'.
S51283     05  WS-WAIVED-CNT               PIC 9(03).
S51283     05  WS-REINST-DT                PIC X(10).
S51283     05  WS-CNTST-BASE-CD            PIC X(01).
S51283     05  WS-CNTST-BASE-DT            PIC X(10).
S51283     05  WS-CNTST-END-DT.
S51283         10 WS-CNTST-END-YR          PIC 9(04).
S51283         10 FILLER                   PIC X(06).
S51283     05  WS-RLSE-KEY                 PIC X(08).
S51283     05  WS-DCBD-DT                  PIC X(10).

           05  WS-CVG-CLI-REL-TYP-CD       PIC X(01).
               88 WS-CVG-CLI-REL-TYP-PRI   VALUE 'P'.                
EN0807     05  WS-CLBN-BNFT-DECSN-IND      PIC X(02).
EN0807         88 WS-CLBN-BNFT-DECSN-PAID  VALUE 'Y'.
EN0807      
S51283*  Policies with a rejected self-disclosure (NS931B)

S51283 01  WS-SDSC-TABLE-INFO.
S51283     05  WS-SDSC-CNT                 PIC S9(04) COMP VALUE +0.
S51283     05  WS-SDSC-MAX                 PIC S9(04) COMP VALUE +5000.
S51283     05  WS-SDSC-ENTRY               OCCURS 5000 TIMES
S51283                                     INDEXED BY WS-SDSC-IX.
S51283         10  WS-SDSC-POL-ID          PIC X(10).

S51283 01  W931B-SEQ-IO-WORK-AREA.
S51283     05  W931B-SEQ-FILE-NAME         PIC X(04) VALUE '931B'.
S51283     05  W931B-SEQ-FILE-STATUS       PIC X(02).
S51283         88 W931B-SEQ-IO-OK          VALUE '00'.
S51283         88 W931B-SEQ-IO-EOF         VALUE '10'.
S51283         88 W931B-SEQ-IO-NOFILE      VALUE '35'.

      *  Index and Date work areas

P02229 COPY XCWL0035.
                               ==':ID:'==  BY =='CLSN'==.
       COPY ZCSRCLSN.

S51282 COPY XCSWSEQ  REPLACING ==:ID:==  BY CLLM
S51282                         ==':ID:'==  BY =='CLLM'==.
S51282 COPY ZCSRCLLM.

S51282 COPY CCWWMBLM.
S51282 COPY CCWWMBAC.

S51282 COPY CCFWCVG.
S51282 COPY CCFRCVG.

S51283 COPY CCWWCTIV.
S51283 COPY CCWWUWRM.

S51283 COPY CCFWPHST.
S51283 COPY CCFRPHST.

S51283 COPY CCFWMAST.
S51283 COPY CCFRMAST.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY XCWL1680.
       COPY XCWL2490.
       COPY XCWLDTLK.
S51282 COPY CCWL0313.
      /
      ********************
       01  WGLOB-GLOBAL-AREA.
           PERFORM  2000-PROCESS-INPUT
               THRU 2000-PROCESS-INPUT-X
               UNTIL NOT W9326-SEQ-IO-OK.

S51283     PERFORM  3000-RELEASE-CLEARED
S51283         THRU 3000-RELEASE-CLEARED-X.
               
           PERFORM  9000-FINALIZE
               THRU 9000-FINALIZE-X.
           PERFORM  1200-INIT-OCF-TITLES
               THRU 1200-INIT-OCF-TITLES-X.

S51283* Processing date for the investigation worklist

S51283     MOVE WGLOB-COMPANY-CODE          TO WMAST-CO-ID.
S51283     PERFORM  MAST-1000-READ
S51283         THRU MAST-1000-READ-X.
S51283     IF  WMAST-IO-OK
S51283         MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
S51283     END-IF.

S51283     PERFORM  1400-LOAD-SELF-DISCLOSURE
S51283         THRU 1400-LOAD-SELF-DISCLOSURE-X.

      * Check for empty input file 

           PERFORM  7000-READ-INPUT
           PERFORM  CLSN-3000-OPEN-OUTPUT
               THRU CLSN-3000-OPEN-OUTPUT-X.

S51282     PERFORM  CLLM-3000-OPEN-OUTPUT
S51282         THRU CLLM-3000-OPEN-OUTPUT-X.

S51282* The limit and accumulator masters are read only; before the
S51282* first limit is set up they may not exist, which leaves every
S51282* benefit without a limit.

S51282     OPEN INPUT MBLM-FILE.
S51282     IF  WMBLM-IO-OK
S51282         SET WS-MBLM-OPEN            TO TRUE
S51282     END-IF.

S51282     OPEN INPUT MBAC-FILE.
S51282     IF  WMBAC-IO-OK
S51282         SET WS-MBAC-OPEN            TO TRUE
S51282     END-IF.

S51283* The investigation worklist is created on the first run.

S51283     OPEN I-O CTIV-FILE.
S51283     IF  WCTIV-IO-NOFILE
S51283         OPEN OUTPUT CTIV-FILE
S51283         CLOSE CTIV-FILE
S51283         OPEN I-O CTIV-FILE
S51283     END-IF.
S51283     IF  WCTIV-IO-OK
S51283         SET WS-CTIV-OPEN            TO TRUE
S51283     ELSE
S51283         MOVE WCTIV-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
S51283         MOVE WCTIV-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
S51283         MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
S51283         PERFORM  0030-3000-QSAM-ERROR
S51283             THRU 0030-3000-QSAM-ERROR-X
S51283     END-IF.

S51283     OPEN INPUT UWRM-FILE.
S51283     IF  WUWRM-IO-OK
S51283         SET WS-UWRM-OPEN            TO TRUE
S51283     END-IF.

S51283     OPEN INPUT 931B-DATA-FILE.
S51283     IF  NOT W931B-SEQ-IO-OK
S51283     AND NOT W931B-SEQ-IO-NOFILE
S51283         MOVE W931B-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
S51283         MOVE W931B-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
S51283         MOVE TFCMD-OPEN-I-FILE      TO WGLOB-IO-COMMAND
S51283         PERFORM  0030-3000-QSAM-ERROR
S51283             THRU 0030-3000-QSAM-ERROR-X
S51283     END-IF.

       1100-OPEN-FILES-X.
           EXIT.


       1200-INIT-OCF-TITLES-X.
           EXIT.

S51283/
S51283*--------------------------
S51283 1400-LOAD-SELF-DISCLOSURE.
S51283*--------------------------

S51283* The rejected self-disclosures are held by policy so every
S51283* early claim can be checked against them.  Without the file
S51283* there is nothing to cross-reference.

S51283     IF  W931B-SEQ-IO-NOFILE
S51283         GO TO 1400-LOAD-SELF-DISCLOSURE-X
S51283     END-IF.

S51283     PERFORM  1410-READ-931B
S51283         THRU 1410-READ-931B-X.

S51283     PERFORM  1420-TABLE-SELF-DISCLOSURE
S51283         THRU 1420-TABLE-SELF-DISCLOSURE-X
S51283         UNTIL NOT W931B-SEQ-IO-OK.

S51283     CLOSE 931B-DATA-FILE.

S51283 1400-LOAD-SELF-DISCLOSURE-X.
S51283     EXIT.

S51283*---------------
S51283 1410-READ-931B.
S51283*---------------

S51283     READ 931B-DATA-FILE
S51283         AT END
S51283             MOVE '10'               TO W931B-SEQ-FILE-STATUS
S51283     END-READ.

S51283     IF  NOT W931B-SEQ-IO-OK
S51283     AND NOT W931B-SEQ-IO-EOF
S51283         MOVE W931B-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
S51283         MOVE W931B-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
S51283         MOVE TFCMD-READ-RECORD      TO WGLOB-IO-COMMAND
S51283         PERFORM  0030-3000-QSAM-ERROR
S51283             THRU 0030-3000-QSAM-ERROR-X
S51283     END-IF.

S51283 1410-READ-931B-X.
S51283     EXIT.

S51283*---------------------------
S51283 1420-TABLE-SELF-DISCLOSURE.
S51283*---------------------------

S51283     IF  WS-SDSC-CNT NOT < WS-SDSC-MAX
S51283*MSG: 'REJECTED SELF-DISCLOSURE TABLE FULL - REST NOT CHECKED'
S51283         MOVE 'CS93270010'           TO WGLOB-MSG-REF-INFO
S51283         PERFORM  0260-1000-GENERATE-MESSAGE
S51283             THRU 0260-1000-GENERATE-MESSAGE-X
S51283         MOVE '10'                   TO W931B-SEQ-FILE-STATUS
S51283         GO TO 1420-TABLE-SELF-DISCLOSURE-X
S51283     END-IF.

S51283     ADD 1                           TO WS-SDSC-CNT.
S51283     SET WS-SDSC-IX                  TO WS-SDSC-CNT.
S51283     MOVE R931B-POL-ID         TO WS-SDSC-POL-ID (WS-SDSC-IX).

S51283     PERFORM  1410-READ-931B
S51283         THRU 1410-READ-931B-X.

S51283 1420-TABLE-SELF-DISCLOSURE-X.
S51283     EXIT.
           
      /
      *------------------
SCR010     MOVE R9326-CLM-ID              TO WS-CLM-ID.
SCR010     MOVE R9326-POL-ID              TO WS-POL-ID.
SCR010     MOVE R9326-CLBN-BNFT-DECSN-CD  TO WS-CLBN-BNFT-DECSN-CD.
S51283     MOVE R9326-PREV-UPDT-DCBD-DT   TO WS-DCBD-DT.
S51282     MOVE R9326-CVG-NUM             TO WS-CVG-NUM.
           
      * Format output record
           
               GO TO 2000-PROCESS-INPUT-X
           END-IF.           

S51283* Check the claim against the contestable period

S51283     PERFORM  2700-CHECK-CONTESTABLE
S51283         THRU 2700-CHECK-CONTESTABLE-X.

      * Translate policy Base Plan ID to 3-digit code

           MOVE 'PRLRG'            TO WTTAB-ETBL-TYP-ID.
               MOVE SPACES                  TO R9327-CLI-ADDR
           END-IF.

S51282* Get the coverage's medical benefit limit position

S51282     PERFORM  2500-GET-LMT-POSN
S51282         THRU 2500-GET-LMT-POSN-X.

EN0807* Read input file until change of 
EN0807*  Decision Date/Claim/Policy
EN0807
EN0807
EN0807      END-IF. 
EN0807     
S51283* A claim under investigation is not sent until it is cleared

S51283     PERFORM  2800-APPLY-HOLD
S51283         THRU 2800-APPLY-HOLD-X.

S51283     IF  WS-CLM-HELD
S51283         ADD 1 TO WS-HELD-CNT
S51283         GO TO 2000-PROCESS-INPUT-X
S51283     END-IF.

           PERFORM  8000-WRITE-OUTPUT
               THRU 8000-WRITE-OUTPUT-X.
               
           ADD 1 TO WS-DETAIL-RECS-WRITTEN.

S51282     PERFORM  2600-WRITE-LMT-REC
S51282         THRU 2600-WRITE-LMT-REC-X.
           

       2000-PROCESS-INPUT-X.
           EXIT.

S51282/
S51282*------------------
S51282 2500-GET-LMT-POSN.
S51282*------------------

S51282* The limits are the rider plan's, so take the plan from the
S51282* coverage.  A coverage or plan without limits comes back as
S51282* no limit for both benefits.

S51282     MOVE SPACES                 TO L0313-PLAN-ID.
S51282     MOVE WS-POL-ID              TO WCVG-POL-ID
S51282                                    L0313-POL-ID.
S51282     MOVE WS-CVG-NUM             TO WCVG-CVG-NUM-N
S51282                                    L0313-CVG-NUM.

S51282     PERFORM  CVG-1000-READ
S51282         THRU CVG-1000-READ-X.
S51282     IF  WCVG-IO-OK
S51282         MOVE RCVG-PLAN-ID       TO L0313-PLAN-ID
S51282     END-IF.

S51282     PERFORM  0313-1000-GET-LMT-POSN
S51282         THRU 0313-1000-GET-LMT-POSN-X.

S51282 2500-GET-LMT-POSN-X.
S51282     EXIT.

S51282*-------------------
S51282 2600-WRITE-LMT-REC.
S51282*-------------------

S51282* Written from the keys saved before the input was read ahead,
S51282* one for each detail, in the same claim order.

S51282     MOVE SPACES                 TO RCLLM-SEQ-REC-INFO.
S51282     MOVE WS-CLM-ID              TO RCLLM-CLM-ID.
S51282     MOVE WS-POL-ID              TO RCLLM-POL-ID.
S51282     MOVE WS-CVG-NUM             TO RCLLM-CVG-NUM.
S51282     MOVE L0313-PLAN-ID          TO RCLLM-PLAN-ID.

S51282     MOVE L0313-LMT-SW (1)       TO RCLLM-HS-LMT-SW.
S51282     MOVE L0313-ADMIT-LMT-CNT (1)
S51282                                 TO RCLLM-HS-ADMIT-LMT-CNT.
S51282     MOVE L0313-LIFE-LMT-CNT (1) TO RCLLM-HS-LIFE-LMT-CNT.
S51282     MOVE L0313-REMN-CNT (1)     TO RCLLM-HS-REMN-DAY-CNT.
S51282     MOVE L0313-POSN-CD (1)      TO RCLLM-HS-POSN-CD.

S51282     MOVE L0313-LMT-SW (2)       TO RCLLM-SG-LMT-SW.
S51282     MOVE L0313-LIFE-LMT-CNT (2) TO RCLLM-SG-LIFE-LMT-CNT.
S51282     MOVE L0313-REMN-CNT (2)     TO RCLLM-SG-REMN-CNT.
S51282     MOVE L0313-POSN-CD (2)      TO RCLLM-SG-POSN-CD.

S51282     PERFORM  CLLM-1000-WRITE
S51282         THRU CLLM-1000-WRITE-X.

S51282 2600-WRITE-LMT-REC-X.
S51282     EXIT.

S51283/
S51283*-----------------------
S51283 2700-CHECK-CONTESTABLE.
S51283*-----------------------

S51283* A claim already on the worklist keeps the finding it was
S51283* opened with.  Otherwise the contestable period runs two
S51283* years from the later of issue and the latest reinstatement,
S51283* and a claim decided inside it is an early claim.

S51283     MOVE 'N'                    TO WS-CTIV-FOUND-SW
S51283                                    WS-EARLY-CLM-SW
S51283                                    WS-SDSC-HIT-SW.
S51283     MOVE ZERO                   TO WS-WAIVED-CNT.

S51283     IF  NOT WS-CTIV-OPEN
S51283         GO TO 2700-CHECK-CONTESTABLE-X
S51283     END-IF.

S51283     MOVE WS-CLM-ID              TO WCTIV-CLM-ID.
S51283     READ CTIV-FILE
S51283         INVALID KEY
S51283             MOVE '23'           TO WCTIV-SEQ-FILE-STATUS
S51283     END-READ.

S51283     IF  WCTIV-IO-OK
S51283         SET WS-CTIV-FOUND       TO TRUE
S51283         GO TO 2700-CHECK-CONTESTABLE-X
S51283     END-IF.

S51283     MOVE 'I'                    TO WS-CNTST-BASE-CD.
S51283     MOVE RPOL-POL-ISS-EFF-DT    TO WS-CNTST-BASE-DT.

S51283     PERFORM  2710-FIND-REINSTATEMENT
S51283         THRU 2710-FIND-REINSTATEMENT-X.

S51283     IF  WS-REINST-FOUND
S51283     AND WS-REINST-DT > WS-CNTST-BASE-DT
S51283         MOVE 'R'                TO WS-CNTST-BASE-CD
S51283         MOVE WS-REINST-DT       TO WS-CNTST-BASE-DT
S51283     END-IF.

S51283     MOVE WS-CNTST-BASE-DT       TO WS-CNTST-END-DT.
S51283     ADD 2                       TO WS-CNTST-END-YR.

S51283     IF  WS-BNFT-DECSN-PRCES-DT NOT < WS-CNTST-END-DT
S51283         GO TO 2700-CHECK-CONTESTABLE-X
S51283     END-IF.

S51283     SET WS-EARLY-CLM            TO TRUE.

S51283     SET WS-SDSC-IX              TO 1.
S51283     SEARCH WS-SDSC-ENTRY
S51283         AT END
S51283             CONTINUE
S51283         WHEN WS-SDSC-IX > WS-SDSC-CNT
S51283             CONTINUE
S51283         WHEN WS-SDSC-POL-ID (WS-SDSC-IX) = WS-POL-ID
S51283             SET WS-SDSC-REJECTED TO TRUE
S51283     END-SEARCH.

S51283     PERFORM  2730-COUNT-WAIVED-UW
S51283         THRU 2730-COUNT-WAIVED-UW-X.

S51283 2700-CHECK-CONTESTABLE-X.
S51283     EXIT.

S51283*------------------------
S51283 2710-FIND-REINSTATEMENT.
S51283*------------------------

S51283* Policy history reads newest first, so the first live
S51283* reinstatement found is the latest one.

S51283     MOVE 'N'                    TO WS-REINST-SW.
S51283     MOVE SPACES                 TO WS-REINST-DT.

S51283     MOVE WS-POL-ID              TO WPHST-POL-ID
S51283                                    WPHST-ENDBR-POL-ID.
S51283     MOVE ZEROS                  TO WPHST-PCHST-EFF-IDT-NUM
S51283                                    WPHST-PCHST-SEQ-NUM.
S51283     MOVE 99999999               TO WPHST-ENDBR-PCHST-EFF-IDT-NUM.
S51283     MOVE 99999                  TO WPHST-ENDBR-PCHST-SEQ-NUM.

S51283     PERFORM  PHST-1000-BROWSE
S51283         THRU PHST-1000-BROWSE-X.

S51283     IF  NOT WPHST-IO-OK
S51283         GO TO 2710-FIND-REINSTATEMENT-X
S51283     END-IF.

S51283     PERFORM  2720-SEARCH-PHST
S51283         THRU 2720-SEARCH-PHST-X
S51283         UNTIL NOT WPHST-IO-OK
S51283         OR    WS-REINST-FOUND.

S51283     PERFORM  PHST-3000-END-BROWSE
S51283         THRU PHST-3000-END-BROWSE-X.

S51283 2710-FIND-REINSTATEMENT-X.
S51283     EXIT.

S51283*-----------------
S51283 2720-SEARCH-PHST.
S51283*-----------------

S51283     PERFORM  PHST-2000-READ-NEXT
S51283         THRU PHST-2000-READ-NEXT-X.

S51283     IF  NOT WPHST-IO-OK
S51283     OR  RPHST-PCHST-STAT-REVERSED
S51283         GO TO 2720-SEARCH-PHST-X
S51283     END-IF.

S51283     IF  RPHST-POL-ACTV-TYP-ID = 'REIN'
S51283     OR  RPHST-POL-ACTV-TYP-ID = '3901'
S51283         SET WS-REINST-FOUND     TO TRUE
S51283         MOVE RPHST-PCHST-EFF-DT TO WS-REINST-DT
S51283     END-IF.

S51283 2720-SEARCH-PHST-X.
S51283     EXIT.

S51283*---------------------
S51283 2730-COUNT-WAIVED-UW.
S51283*---------------------

S51283* The new-business case is keyed by the policy number.  A
S51283* requirement closed with nothing ever received was waived
S51283* at issue.

S51283     IF  NOT WS-UWRM-OPEN
S51283         GO TO 2730-COUNT-WAIVED-UW-X
S51283     END-IF.

S51283     MOVE WS-POL-ID              TO WUWRM-CASE-ID.
S51283     MOVE LOW-VALUES             TO WUWRM-RQRMNT-TYP-CD.

S51283     START UWRM-FILE
S51283         KEY IS NOT LESS THAN WUWRM-KEY
S51283         INVALID KEY
S51283             MOVE '23'           TO WUWRM-SEQ-FILE-STATUS
S51283     END-START.

S51283     PERFORM  2740-READ-REQUIREMENT
S51283         THRU 2740-READ-REQUIREMENT-X
S51283         UNTIL NOT WUWRM-IO-OK.

S51283 2730-COUNT-WAIVED-UW-X.
S51283     EXIT.

S51283*----------------------
S51283 2740-READ-REQUIREMENT.
S51283*----------------------

S51283     READ UWRM-FILE NEXT
S51283         AT END
S51283             MOVE '10'           TO WUWRM-SEQ-FILE-STATUS
S51283     END-READ.

S51283     IF  NOT WUWRM-IO-OK
S51283         GO TO 2740-READ-REQUIREMENT-X
S51283     END-IF.

S51283     IF  WUWRM-CASE-ID NOT = WS-POL-ID
S51283         MOVE '10'               TO WUWRM-SEQ-FILE-STATUS
S51283         GO TO 2740-READ-REQUIREMENT-X
S51283     END-IF.

S51283     IF  WUWRM-STAT-CLOSED
S51283     AND WUWRM-RECV-DT = SPACES
S51283         ADD 1                   TO WS-WAIVED-CNT
S51283     END-IF.

S51283 2740-READ-REQUIREMENT-X.
S51283     EXIT.

S51283/
S51283*-----------------
S51283 2800-APPLY-HOLD.
S51283*-----------------

S51283* Decide, once the decision for the claim is complete, whether
S51283* it goes to the claims system or is held on the worklist.

S51283     SET WS-CLM-NOT-HELD         TO TRUE.

S51283     IF  WS-CTIV-FOUND
S51283         PERFORM  2810-APPLY-EXISTING
S51283             THRU 2810-APPLY-EXISTING-X
S51283         GO TO 2800-APPLY-HOLD-X
S51283     END-IF.

S51283     IF  NOT WS-EARLY-CLM
S51283         GO TO 2800-APPLY-HOLD-X
S51283     END-IF.

S51283     ADD 1                       TO WS-EARLY-CLM-CNT.

S51283     MOVE SPACES                 TO WCTIV-REC-INFO.
S51283     MOVE WS-CLM-ID              TO WCTIV-CLM-ID.
S51283     MOVE WS-POL-ID              TO WCTIV-POL-ID.
S51283     MOVE WS-CVG-NUM             TO WCTIV-CVG-NUM.
S51283     MOVE RPOL-SERV-AGT-ID       TO WCTIV-SERV-AGT-ID.
S51283     MOVE RPOL-SERV-BR-ID        TO WCTIV-SERV-BR-ID.
S51283     MOVE WS-CNTST-BASE-CD       TO WCTIV-CNTST-BASE-CD.
S51283     MOVE WS-CNTST-BASE-DT       TO WCTIV-CNTST-BASE-DT.
S51283     MOVE WS-CNTST-END-DT        TO WCTIV-CNTST-END-DT.
S51283     MOVE WS-BNFT-DECSN-PRCES-DT TO WCTIV-CLM-DT.
S51283     MOVE WS-WAIVED-CNT          TO WCTIV-WAIVED-RQRMNT-CNT.
S51283     MOVE WGLOB-PROCESS-DATE     TO WCTIV-OPEN-DT
S51283                                    WCTIV-LAST-CHG-DT.
S51283     MOVE WGLOB-MAIN-PGM-ID      TO WCTIV-LAST-CHG-USER-ID.

S51283     EVALUATE TRUE
S51283         WHEN WS-SDSC-REJECTED
S51283          AND WS-WAIVED-CNT > ZERO
S51283             SET WCTIV-RSN-BOTH              TO TRUE
S51283         WHEN WS-SDSC-REJECTED
S51283             SET WCTIV-RSN-SELF-DISCLOSURE   TO TRUE
S51283         WHEN WS-WAIVED-CNT > ZERO
S51283             SET WCTIV-RSN-WAIVED-UW         TO TRUE
S51283         WHEN OTHER
S51283             SET WCTIV-RSN-NO-FINDING        TO TRUE
S51283     END-EVALUATE.

S51283     IF  WCTIV-RSN-NO-FINDING
S51283         SET WCTIV-STAT-NOT-INVESTIGATED     TO TRUE
S51283         SET WCTIV-DECSN-NOT-HELD            TO TRUE
S51283     ELSE
S51283         SET WCTIV-STAT-PENDING              TO TRUE
S51283         SET WCTIV-DECSN-HELD                TO TRUE
S51283         SET WS-CLM-HELD                     TO TRUE
S51283     END-IF.

S51283     PERFORM  2820-SAVE-DECISION
S51283         THRU 2820-SAVE-DECISION-X.

S51283     WRITE WCTIV-REC-INFO
S51283         INVALID KEY
S51283             MOVE '22'           TO WCTIV-SEQ-FILE-STATUS
S51283     END-WRITE.

S51283     IF  NOT WCTIV-IO-OK
S51283         MOVE WCTIV-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
S51283         MOVE WCTIV-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
S51283         MOVE TFCMD-WRITE-RECORD     TO WGLOB-IO-COMMAND
S51283         PERFORM  0030-3000-QSAM-ERROR
S51283             THRU 0030-3000-QSAM-ERROR-X
S51283     END-IF.

S51283 2800-APPLY-HOLD-X.
S51283     EXIT.

S51283*--------------------
S51283 2810-APPLY-EXISTING.
S51283*--------------------

S51283* Pending: the latest decision is held in place of the last.
S51283* Cleared: the decision goes out.  Rescinded or declined: only
S51283* a decision that pays nothing goes out.

S51283     EVALUATE TRUE
S51283         WHEN WCTIV-STAT-PENDING
S51283             SET WS-CLM-HELD                 TO TRUE
S51283         WHEN WCTIV-STAT-DISPOSED
S51283          AND NOT WCTIV-DSPSN-CLEARED
S51283          AND WS-CLBN-BNFT-DECSN-PAID
S51283             SET WS-CLM-HELD                 TO TRUE
S51283         WHEN OTHER
S51283             CONTINUE
S51283     END-EVALUATE.

S51283     IF  WS-CLM-HELD
S51283         SET WCTIV-DECSN-HELD    TO TRUE
S51283         PERFORM  2820-SAVE-DECISION
S51283             THRU 2820-SAVE-DECISION-X
S51283     ELSE
S51283         IF  NOT WCTIV-DECSN-HELD
S51283             GO TO 2810-APPLY-EXISTING-X
S51283         END-IF
S51283         SET WCTIV-DECSN-RELEASED TO TRUE
S51283         MOVE WGLOB-PROCESS-DATE TO WCTIV-RLSE-DT
S51283         ADD 1                   TO WS-RLSE-CNT
S51283     END-IF.

S51283     MOVE WGLOB-PROCESS-DATE     TO WCTIV-LAST-CHG-DT.
S51283     MOVE WGLOB-MAIN-PGM-ID      TO WCTIV-LAST-CHG-USER-ID.

S51283     REWRITE WCTIV-REC-INFO
S51283         INVALID KEY
S51283             MOVE '99'           TO WCTIV-SEQ-FILE-STATUS
S51283     END-REWRITE.

S51283     IF  NOT WCTIV-IO-OK
S51283         MOVE WCTIV-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
S51283         MOVE WCTIV-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
S51283         MOVE TFCMD-REWRITE-RECORD   TO WGLOB-IO-COMMAND
S51283         PERFORM  0030-3000-QSAM-ERROR
S51283             THRU 0030-3000-QSAM-ERROR-X
S51283     END-IF.

S51283 2810-APPLY-EXISTING-X.
S51283     EXIT.

S51283*-------------------
S51283 2820-SAVE-DECISION.
S51283*-------------------

S51283* Enough of the decision to send it again once released.

S51283     MOVE WS-BNFT-DECSN-PRCES-DT TO WCTIV-DECSN-PRCES-DT.
S51283     MOVE WS-DCBD-DT             TO WCTIV-DECSN-DCBD-DT.
S51283     MOVE WS-CLBN-BNFT-DECSN-CD  TO WCTIV-DECSN-CD.
S51283     MOVE WS-CLBN-FINAL-MAJ-CD   TO WCTIV-FINAL-MAJ-CD.
S51283     IF  WS-CLBN-BNFT-DECSN-PAID
S51283         SET WCTIV-DECSN-PAID    TO TRUE
S51283     ELSE
S51283         MOVE 'N'                TO WCTIV-DECSN-PAID-SW
S51283     END-IF.

S51283 2820-SAVE-DECISION-X.
S51283     EXIT.

S51283/
S51283*---------------------
S51283 3000-RELEASE-CLEARED.
S51283*---------------------

S51283* Once the input is done, every held decision the
S51283* investigation has since cleared is sent, rebuilt from what
S51283* was kept on the worklist and put through the same detail
S51283* processing as a claim read from the input.

S51283     IF  NOT WS-CTIV-OPEN
S51283         GO TO 3000-RELEASE-CLEARED-X
S51283     END-IF.

S51283     SET WS-RELEASE-MODE         TO TRUE.

S51283     MOVE LOW-VALUES             TO WCTIV-KEY.
S51283     START CTIV-FILE
S51283         KEY IS NOT LESS THAN WCTIV-KEY
S51283         INVALID KEY
S51283             MOVE '23'           TO WCTIV-SEQ-FILE-STATUS
S51283     END-START.

S51283     PERFORM  3100-RELEASE-NEXT
S51283         THRU 3100-RELEASE-NEXT-X
S51283         UNTIL NOT WCTIV-IO-OK.

S51283     MOVE '10'                   TO W9326-SEQ-FILE-STATUS.

S51283 3000-RELEASE-CLEARED-X.
S51283     EXIT.

S51283*------------------
S51283 3100-RELEASE-NEXT.
S51283*------------------

S51283     READ CTIV-FILE NEXT
S51283         AT END
S51283             MOVE '10'           TO WCTIV-SEQ-FILE-STATUS
S51283     END-READ.

S51283     IF  NOT WCTIV-IO-OK
S51283         GO TO 3100-RELEASE-NEXT-X
S51283     END-IF.

S51283     IF  NOT WCTIV-DECSN-HELD
S51283     OR  NOT WCTIV-DSPSN-CLEARED
S51283         GO TO 3100-RELEASE-NEXT-X
S51283     END-IF.

S51283     MOVE WCTIV-KEY              TO WS-RLSE-KEY.

S51283     MOVE SPACES                 TO R9326-SEQ-REC-INFO.
S51283     MOVE WCTIV-DECSN-PRCES-DT   TO R9326-BNFT-DECSN-PRCES-DT.
S51283     MOVE WCTIV-CLM-ID           TO R9326-CLM-ID.
S51283     MOVE WCTIV-POL-ID           TO R9326-POL-ID.
S51283     MOVE WCTIV-CVG-NUM          TO R9326-CVG-NUM.
S51283     MOVE WCTIV-DECSN-DCBD-DT    TO R9326-PREV-UPDT-DCBD-DT.
S51283     MOVE WCTIV-DECSN-CD         TO R9326-CLBN-BNFT-DECSN-CD.
S51283     MOVE WCTIV-FINAL-MAJ-CD     TO R9326-CLBN-FINAL-MAJ-CD.
S51283     IF  WCTIV-DECSN-PAID
S51283         SET R9326-CLBN-BNFT-DECSN-PAID TO TRUE
S51283     END-IF.
S51283     MOVE '00'                   TO W9326-SEQ-FILE-STATUS.

S51283     PERFORM  2000-PROCESS-INPUT
S51283         THRU 2000-PROCESS-INPUT-X.

S51283* Pick the browse up again after the claim just released.

S51283     MOVE WS-RLSE-KEY            TO WCTIV-KEY.
S51283     START CTIV-FILE
S51283         KEY IS GREATER THAN WCTIV-KEY
S51283         INVALID KEY
S51283             MOVE '10'           TO WCTIV-SEQ-FILE-STATUS
S51283     END-START.

S51283 3100-RELEASE-NEXT-X.
S51283     EXIT.

      /
      *----------------
       7000-READ-INPUT.
      *----------------

S51283* A released decision is a single claim - there is no next
S51283* input record to read ahead to.

S51283     IF  WS-RELEASE-MODE
S51283         MOVE '10'                   TO W9326-SEQ-FILE-STATUS
S51283         GO TO 7000-READ-INPUT-X
S51283     END-IF.

           PERFORM  9326-1000-READ
               THRU 9326-1000-READ-X.

           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

S51283*MSG: CLAIMS WITHIN THE CONTESTABLE PERIOD OPENED : @1

S51283     MOVE 'CS93270007'           TO  WGLOB-MSG-REF-INFO.
S51283     MOVE WS-EARLY-CLM-CNT       TO  WS-CONTROL-PIC.
S51283     MOVE WS-CONTROL-PIC         TO  WGLOB-MSG-PARM (1).
S51283     PERFORM  0260-1000-GENERATE-MESSAGE
S51283         THRU 0260-1000-GENERATE-MESSAGE-X.

S51283*MSG: DECISIONS HELD PENDING INVESTIGATION : @1

S51283     MOVE 'CS93270008'           TO  WGLOB-MSG-REF-INFO.
S51283     MOVE WS-HELD-CNT            TO  WS-CONTROL-PIC.
S51283     MOVE WS-CONTROL-PIC         TO  WGLOB-MSG-PARM (1).
S51283     PERFORM  0260-1000-GENERATE-MESSAGE
S51283         THRU 0260-1000-GENERATE-MESSAGE-X.

S51283*MSG: HELD DECISIONS RELEASED AFTER INVESTIGATION : @1

S51283     MOVE 'CS93270009'           TO  WGLOB-MSG-REF-INFO.
S51283     MOVE WS-RLSE-CNT            TO  WS-CONTROL-PIC.
S51283     MOVE WS-CONTROL-PIC         TO  WGLOB-MSG-PARM (1).
S51283     PERFORM  0260-1000-GENERATE-MESSAGE
S51283         THRU 0260-1000-GENERATE-MESSAGE-X.

       9900-PRINT-TOTALS-X.
           EXIT.

           PERFORM  CLSN-4000-CLOSE
               THRU CLSN-4000-CLOSE-X.

S51282     PERFORM  CLLM-4000-CLOSE
S51282         THRU CLLM-4000-CLOSE-X.

S51282     IF  WS-MBLM-OPEN
S51282         CLOSE MBLM-FILE
S51282     END-IF.

S51282     IF  WS-MBAC-OPEN
S51282         CLOSE MBAC-FILE
S51282     END-IF.

S51283     IF  WS-CTIV-OPEN
S51283         CLOSE CTIV-FILE
S51283     END-IF.

S51283     IF  WS-UWRM-OPEN
S51283         CLOSE UWRM-FILE
S51283     END-IF.

      *    PERFORM  BCF-4000-CLOSE
      *        THRU BCF-4000-CLOSE-X.


       COPY CCPBCVGC.

S51282 COPY CCPNCVG.

S51282 COPY CCPP0313.

S51283 COPY CCPBPHST.

S51283 COPY CCPNMAST.

       COPY NCPNTTAB.

       COPY XCPNXTAB.
       COPY XCSOFILE REPLACING ==:ID:==  BY CLSN.
       COPY XCSASEQ  REPLACING ==:ID:==  BY CLSN.
       COPY XCSNSEQ  REPLACING ==:ID:==  BY CLSN.
S51282/
S51282 COPY XCSLFILE REPLACING ==:ID:==  BY CLLM
S51282                         ==':PGM:'== BY =='ZSRQCLLM'==.
S51282 COPY XCSOFILE REPLACING ==:ID:==  BY CLLM.
S51282 COPY XCSASEQ  REPLACING ==:ID:==  BY CLLM.
S51282 COPY XCSNSEQ  REPLACING ==:ID:==  BY CLLM.
      /      
       COPY XCSLFILE REPLACING ==:ID:==  BY OCF
                               ==':PGM:'== BY =='XSRQOCF'==.
