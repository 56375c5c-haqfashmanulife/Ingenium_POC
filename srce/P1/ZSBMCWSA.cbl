CM1597**  09MAR23     CTS    CMCSE-1597 FIX FOR CSV DURING FREELOOK  **
CM1609**  21MAR23     CTS    CMCSE-1609 FIX FOR ADVANCE PAYMENT CASE **
R17859**  25MAR23     CTS    FIX FOR HYBRID PREPAYMENT SCENARIO      **
S51269**  15OCT26     CTS    ADD CWS FUND PERFORMANCE EXTRACT FROM   **
S51269**                     THE MONTHLY FUND RETURN FILE            **
      *****************************************************************

      **********************
           05 WS-HOLD-BILL-MODE-CD      PIC X(02).
           05 WS-POL-BILL-MODE-CD       PIC X(02).
CM1597     05 WS-FRST-XFER-DT           PIC X(10).
S51269     05 WS-FP-IX                  PIC S9(04) COMP.
R17859     05 WS-ADV-PMT-ANNV-DT.
R17859        10 WS-ADV-PMT-ANNV-YYYY   PIC X(04).
R17859        10 FILLER                 PIC X(01).
      *****************************************************************
      
       COPY ZCSRCWSA.
S51269 COPY ZCSRFRTN.
S51269 COPY ZCSRCWFP.
       COPY XCWL2490.
       COPY XCWL0040.
       COPY XCWL1670.

       COPY XCSWSEQ  REPLACING ==:ID:==  BY CWSA
                              ==':ID:'==  BY =='CWSA'==.
S51269 COPY XCSWSEQ  REPLACING ==:ID:==  BY FRTN
S51269                        ==':ID:'==  BY =='FRTN'==.
S51269 COPY XCSWSEQ  REPLACING ==:ID:==  BY CWFP
S51269                        ==':ID:'==  BY =='CWFP'==.
       
       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB. 
                   THRU 3000-PROCESS-ADHOC-POL-X
                   UNTIL NOT WBCF-SEQ-IO-OK
           END-IF.

S51269     PERFORM  5000-COPY-FUND-RETURNS
S51269         THRU 5000-COPY-FUND-RETURNS-X.
               
           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           PERFORM  CWSA-3000-OPEN-OUTPUT
               THRU CWSA-3000-OPEN-OUTPUT-X.

S51269     PERFORM  FRTN-1000-OPEN-INPUT
S51269         THRU FRTN-1000-OPEN-INPUT-X.

S51269     PERFORM  CWFP-3000-OPEN-OUTPUT
S51269         THRU CWFP-3000-OPEN-OUTPUT-X.
               
       1100-OPEN-FILES-X.
           EXIT.
           EXIT.
      / 
      
S51269*-----------------------
S51269 5000-COPY-FUND-RETURNS.
S51269*-----------------------
S51269
S51269* ONE CWS FUND PERFORMANCE RECORD PER FUND FROM THE MONTHLY
S51269* FUND RETURN FILE.  A RETURN THE FUND HAS NO HISTORY FOR IS
S51269* LEFT BLANK.
S51269
S51269     IF  NOT WFRTN-SEQ-IO-OK
S51269         GO TO 5000-COPY-FUND-RETURNS-X
S51269     END-IF.
S51269
S51269     PERFORM  FRTN-1000-READ
S51269         THRU FRTN-1000-READ-X.
S51269
S51269     PERFORM  5100-WRITE-FUND-PERF
S51269         THRU 5100-WRITE-FUND-PERF-X
S51269         UNTIL NOT WFRTN-SEQ-IO-OK.
S51269
S51269 5000-COPY-FUND-RETURNS-X.
S51269     EXIT.
S51269
S51269*-----------------------
S51269 5100-WRITE-FUND-PERF.
S51269*-----------------------
S51269
S51269     MOVE SPACES                      TO RCWFP-SEQ-REC-INFO.
S51269     MOVE RFRTN-FUND-CD               TO RCWFP-FUND-CD.
S51269     MOVE RFRTN-CRCY-CD               TO RCWFP-CRCY-CD.
S51269     MOVE RFRTN-ASOF-DT               TO RCWFP-ASOF-DT.
S51269     MOVE RFRTN-PRICE-DT              TO RCWFP-PRICE-DT.
S51269     MOVE RFRTN-UNIT-VALUE            TO RCWFP-UNIT-VALUE.
S51269     MOVE RFRTN-INCPT-DT              TO RCWFP-INCPT-DT.
S51269
S51269     PERFORM  5110-EDIT-PERIOD-RTN
S51269         THRU 5110-EDIT-PERIOD-RTN-X
S51269         VARYING WS-FP-IX FROM 1 BY 1
S51269         UNTIL   WS-FP-IX > 6.
S51269
S51269     PERFORM  5120-EDIT-ANNL-RTN
S51269         THRU 5120-EDIT-ANNL-RTN-X
S51269         VARYING WS-FP-IX FROM 1 BY 1
S51269         UNTIL   WS-FP-IX > 2.
S51269
S51269     PERFORM  CWFP-1000-WRITE
S51269         THRU CWFP-1000-WRITE-X.
S51269
S51269     PERFORM  FRTN-1000-READ
S51269         THRU FRTN-1000-READ-X.
S51269
S51269 5100-WRITE-FUND-PERF-X.
S51269     EXIT.
S51269
S51269*-----------------------
S51269 5110-EDIT-PERIOD-RTN.
S51269*-----------------------
S51269
S51269     IF  RFRTN-RTN-AVAIL (WS-FP-IX)
S51269         MOVE RFRTN-RTN-PCT (WS-FP-IX)
S51269                                  TO RCWFP-RTN-PCT (WS-FP-IX)
S51269     END-IF.
S51269
S51269 5110-EDIT-PERIOD-RTN-X.
S51269     EXIT.
S51269
S51269*-----------------------
S51269 5120-EDIT-ANNL-RTN.
S51269*-----------------------
S51269
S51269     IF  RFRTN-ANNL-AVAIL (WS-FP-IX)
S51269         MOVE RFRTN-ANNL-PCT (WS-FP-IX)
S51269                              TO RCWFP-RTN-PCT (WS-FP-IX + 6)
S51269     END-IF.
S51269
S51269 5120-EDIT-ANNL-RTN-X.
S51269     EXIT.
      /
      *-----------------
       9999-CLOSE-FILES.
      *-----------------
           PERFORM  CWSA-4000-CLOSE
               THRU CWSA-4000-CLOSE-X.

S51269     PERFORM  FRTN-4000-CLOSE
S51269         THRU FRTN-4000-CLOSE-X.

S51269     PERFORM  CWFP-4000-CLOSE
S51269         THRU CWFP-4000-CLOSE-X.

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.
      
                              ==':PGM:'== BY =='ZSRQCWSA'==.
       COPY XCSOFILE REPLACING ==:ID:==  BY CWSA.
       COPY XCSASEQ  REPLACING ==:ID:==  BY CWSA.
S51269/
S51269 COPY XCSNSEQ  REPLACING ==:ID:==  BY FRTN.
S51269 COPY XCSLFILE REPLACING ==:ID:==  BY FRTN
S51269                        ==':PGM:'== BY =='ZSRQFRTN'==.
S51269 COPY XCSOFILE REPLACING ==:ID:==  BY FRTN.
S51269/
S51269 COPY XCSLFILE REPLACING ==:ID:==  BY CWFP
S51269                        ==':PGM:'== BY =='ZSRQCWFP'==.
S51269 COPY XCSOFILE REPLACING ==:ID:==  BY CWFP.
S51269 COPY XCSASEQ  REPLACING ==:ID:==  BY CWFP.


      *****************************************************************
