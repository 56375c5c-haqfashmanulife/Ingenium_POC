S51176**                  OVERNIGHT-FAILURE QUESTIONS FROM A SCREEN  **
S51204**  23AUG26  CTS    DUPLICATE LOG KEY RESOLVED BY RETRYING     **
S51204**                  THE WRITE ON THE NEXT FREE SEQUENCE        **
S51294**  15OCT26  CTS    ALERT THE ON-CALL CONTACT FOR EACH FAILED  **
S51294**                  STEP - REGISTER THE ALERT (ABAL) WITH THE  **
S51294**                  LAST RNPG CHECKPOINT AND QUEUE IT TO THE   **
S51294**                  EMAIL/SMS GATEWAY BY ITS ROUTING RULE      **
      *****************************************************************

      *************************

           COPY CCFHBELG.

           COPY CCFHRNPG.

           COPY CCFHALRR.

           COPY CCFHABAL.

           SELECT ALOQ-FILE ASSIGN TO ZSALOQ
                  ORGANIZATION   IS LINE SEQUENTIAL
                  ACCESS         IS SEQUENTIAL
                  FILE STATUS    IS WALOQ-SEQ-FILE-STATUS.

      ***************
       DATA DIVISION.
      ***************

       COPY CCFWBELG.

       COPY CCFWRNPG.

       COPY CCFWALRR.

       COPY CCFWABAL.

       FD  ALOQ-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.

       COPY ZCSRALOQ.

       WORKING-STORAGE SECTION.

       COPY XCWWPGWS REPLACING '$VAR1' BY 'XSRU0030'.
           05  WS-BELG-STORED-SW             PIC X(01)  VALUE 'N'.
               88  WS-BELG-STORED                       VALUE 'Y'.
      /
       COPY CCWWRNPG.
       COPY CCWWALRR.
       COPY CCWWABAL.

       01  WALOQ-SEQ-IO-WORK-AREA.
           05  WALOQ-SEQ-FILE-NAME           PIC X(04)  VALUE 'ALOQ'.
           05  WALOQ-SEQ-FILE-STATUS         PIC X(02).

       01  WS-ALERT-WORK-AREA.
           05  WS-ALERT-SEQ-CTR              PIC 9(03)  VALUE ZERO.
           05  WS-ALERT-TRY-CTR              PIC 9(03)  VALUE ZERO.
           05  WS-ALERT-STORED-SW            PIC X(01)  VALUE 'N'.
               88  WS-ALERT-STORED                      VALUE 'Y'.
           05  WS-ROUTE-SW                   PIC X(01)  VALUE 'N'.
               88  WS-ROUTE-FOUND                       VALUE 'Y'.
               88  WS-ROUTE-NOT-FOUND                   VALUE 'N'.
           05  WS-ALERT-APPL-AREA-CD         PIC X(02)  VALUE SPACES.
           05  WS-ALERT-SEV-CD               PIC X(01)  VALUE SPACES.
           05  WS-ALERT-INSTC-ID             PIC X(02)  VALUE SPACES.
      /
014590*COPY XCWL0030.
      *****************
       LINKAGE SECTION.
                    THRU ERLG-1000-WRITE-X
                PERFORM  8500-WRITE-BROWSE-LOG
                    THRU 8500-WRITE-BROWSE-LOG-X
                PERFORM  8600-RAISE-ALERT
                    THRU 8600-RAISE-ALERT-X
           END-IF.

014590     IF  WGLOB-OPTM-SQL-IMPRV

       8510-WRITE-BELG-ROW-X.
           EXIT.

      *------------------
       8600-RAISE-ALERT.
      *------------------

      *
      *  TELL THE ON-CALL CONTACT.  THE FAILURE IS REGISTERED AS AN
      *  OPEN ALERT AND QUEUED TO THE FIRST CONTACT OF THE ROUTING
      *  RULE FOR ITS APPLICATION AREA AND SEVERITY; THE ESCALATION
      *  RUN (ZSBMABES) MOVES IT ON IF IT IS NOT ACKNOWLEDGED IN
      *  TIME.  A WARNING IS NOT ALERTED.  LIKE THE BROWSABLE LOG,
      *  NOTHING HERE IS FATAL - THE PRINTED LOG IS STILL WRITTEN.
      *
           IF  WGLOB-OPTM-SQL-IMPRV
               GO TO 8600-RAISE-ALERT-X
           END-IF.

           MOVE SPACES                   TO WABAL-REC-INFO.
           MOVE L1610-SYSTEM-DATE-INT    TO WABAL-ALERT-DT.
           MOVE L1610-SYSTEM-TIME        TO WABAL-ALERT-TIME.
           MOVE WGLOB-MAIN-PGM-ID        TO WABAL-JOB-ID.
           IF  WABAL-JOB-ID = SPACES
               MOVE WGLOB-CRNT-PGM-ID    TO WABAL-JOB-ID
           END-IF.
           MOVE WGLOB-CRNT-PGM-ID        TO WABAL-PGM-ID.
           MOVE WGLOB-REF-POLICY-ID      TO WABAL-REF-POLICY-ID.
           MOVE RERLG-ERROR-TYP-CD       TO WABAL-ERROR-TYP-CD.
           MOVE RERLG-ERROR-CD           TO WABAL-ERROR-CD.
           MOVE RERLG-ERROR-TBL-NM       TO WABAL-ERROR-TBL-NM.
           MOVE RERLG-ERROR-RQST-TXT     TO WABAL-ERROR-RQST-TXT.
           MOVE RERLG-ERROR-DESC-TXT     TO WABAL-ERROR-DESC-TXT.
           MOVE ZERO                     TO WABAL-CHKPT-RECS-CNT
                                            WABAL-ESCL-LVL-NUM
                                            WABAL-ACK-WAIT-MINS
                                            WABAL-RESP-MINS.

           PERFORM  8610-GET-CHECKPOINT
               THRU 8610-GET-CHECKPOINT-X.

           IF  WGLOB-CTL-CARD-ERROR
               SET WABAL-SEV-MEDIUM      TO TRUE
           ELSE
               SET WABAL-SEV-HIGH        TO TRUE
           END-IF.

           IF  WGLOB-APPL-ID NOT = SPACES
               MOVE WGLOB-APPL-ID        TO WABAL-APPL-AREA-CD
           ELSE
               MOVE WABAL-JOB-ID (1:2)   TO WABAL-APPL-AREA-CD
           END-IF.

           PERFORM  8620-GET-ROUTE
               THRU 8620-GET-ROUTE-X.

           IF  WS-ROUTE-FOUND
               SET  WABAL-ALERT-OPEN     TO TRUE
               MOVE 1                    TO WABAL-ESCL-LVL-NUM
               MOVE WALRR-ACK-WAIT-MINS  TO WABAL-ACK-WAIT-MINS
               MOVE WABAL-ALERT-DT       TO WABAL-LAST-SENT-DT
               MOVE WABAL-ALERT-TIME     TO WABAL-LAST-SENT-TIME
           ELSE
               SET  WABAL-ALERT-NO-ROUTE TO TRUE
           END-IF.

           PERFORM  8630-WRITE-ALERT
               THRU 8630-WRITE-ALERT-X.

           IF  WS-ALERT-STORED
           AND WS-ROUTE-FOUND
               PERFORM  8640-QUEUE-ALERT
                   THRU 8640-QUEUE-ALERT-X
           END-IF.

       8600-RAISE-ALERT-X.
           EXIT.

      *---------------------
       8610-GET-CHECKPOINT.
      *---------------------

      *
      *  WHERE THE JOB GOT TO - ONLY A CHECKPOINTING JOB KEEPS A
      *  RUN-PROGRESS ROW.
      *
           OPEN INPUT RNPG-FILE.
           IF  WRNPG-SEQ-FILE-STATUS NOT = '00'
               GO TO 8610-GET-CHECKPOINT-X
           END-IF.

           MOVE WGLOB-CHKPT-INSTC-ID     TO WS-ALERT-INSTC-ID.
           MOVE WABAL-JOB-ID             TO WRNPG-JOB-ID.
           MOVE WS-ALERT-INSTC-ID        TO WRNPG-CHKPT-INSTC-ID.

           READ RNPG-FILE
               INVALID KEY
                   MOVE '23' TO WRNPG-SEQ-FILE-STATUS
           END-READ.

           IF  WRNPG-IO-OK
               SET  WABAL-CHKPT-FOUND    TO TRUE
               MOVE WRNPG-CHKPT-INSTC-ID TO WABAL-CHKPT-INSTC-ID
               MOVE WRNPG-BUS-DT         TO WABAL-CHKPT-BUS-DT
               MOVE WRNPG-LAST-KEY-VALU  TO WABAL-CHKPT-KEY-VALU
               MOVE WRNPG-LAST-CMMT-DT   TO WABAL-CHKPT-CMMT-DT
               MOVE WRNPG-LAST-CMMT-TIME TO WABAL-CHKPT-CMMT-TIME
               IF  WRNPG-RECS-PRCES-CNT NUMERIC
                   MOVE WRNPG-RECS-PRCES-CNT
                                         TO WABAL-CHKPT-RECS-CNT
               END-IF
           END-IF.

           CLOSE RNPG-FILE.

       8610-GET-CHECKPOINT-X.
           EXIT.

      *----------------
       8620-GET-ROUTE.
      *----------------

      *
      *  THE AREA'S OWN ACTIVE RULE, ELSE THE DEFAULT ('**') RULE
      *  FOR THE SEVERITY.  A RULE WITH NO FIRST CONTACT IS NO RULE.
      *
           SET  WS-ROUTE-NOT-FOUND       TO TRUE.

           OPEN INPUT ALRR-FILE.
           IF  WALRR-SEQ-FILE-STATUS NOT = '00'
               GO TO 8620-GET-ROUTE-X
           END-IF.

           MOVE WABAL-APPL-AREA-CD       TO WS-ALERT-APPL-AREA-CD.
           MOVE WABAL-SEV-CD             TO WS-ALERT-SEV-CD.
           PERFORM  8625-READ-ROUTE
               THRU 8625-READ-ROUTE-X.

           IF  WS-ROUTE-NOT-FOUND
               MOVE '**'                 TO WS-ALERT-APPL-AREA-CD
               PERFORM  8625-READ-ROUTE
                   THRU 8625-READ-ROUTE-X
           END-IF.

           CLOSE ALRR-FILE.

       8620-GET-ROUTE-X.
           EXIT.

      *-----------------
       8625-READ-ROUTE.
      *-----------------

           MOVE WS-ALERT-APPL-AREA-CD    TO WALRR-APPL-AREA-CD.
           MOVE WS-ALERT-SEV-CD          TO WALRR-SEV-CD.

           READ ALRR-FILE
               INVALID KEY
                   MOVE '23' TO WALRR-SEQ-FILE-STATUS
           END-READ.

           IF  WALRR-IO-OK
           AND WALRR-RULE-ACTIVE
           AND WALRR-CNTCT-NM (1) NOT = SPACES
               SET WS-ROUTE-FOUND        TO TRUE
           END-IF.

       8625-READ-ROUTE-X.
           EXIT.

      *------------------
       8630-WRITE-ALERT.
      *------------------

      *
      *  THE REGISTER IS CREATED ON FIRST USE.  AS FOR THE BROWSABLE
      *  LOG, A DUPLICATE KEY MOVES THE ALERT TO THE NEXT SEQUENCE.
      *
           MOVE 'N'                      TO WS-ALERT-STORED-SW.

           OPEN I-O ABAL-FILE.
           IF  WABAL-IO-NOFILE
               OPEN OUTPUT ABAL-FILE
               CLOSE ABAL-FILE
               OPEN I-O ABAL-FILE
           END-IF.
           IF  WABAL-SEQ-FILE-STATUS NOT = '00'
               GO TO 8630-WRITE-ALERT-X
           END-IF.

           ADD 1                         TO WS-ALERT-SEQ-CTR.
           MOVE WS-ALERT-SEQ-CTR         TO WABAL-ALERT-SEQ-NUM.
           MOVE ZERO                     TO WS-ALERT-TRY-CTR.

           PERFORM  8635-WRITE-ABAL-ROW
               THRU 8635-WRITE-ABAL-ROW-X
                    UNTIL WS-ALERT-STORED
                    OR    WS-ALERT-TRY-CTR NOT < 100.

           CLOSE ABAL-FILE.

       8630-WRITE-ALERT-X.
           EXIT.

      *----------------------
       8635-WRITE-ABAL-ROW.
      *----------------------

           ADD 1                         TO WS-ALERT-TRY-CTR.

           WRITE WABAL-REC-INFO
               INVALID KEY
                   ADD 1                 TO WS-ALERT-SEQ-CTR
                   MOVE WS-ALERT-SEQ-CTR TO WABAL-ALERT-SEQ-NUM
               NOT INVALID KEY
                   SET WS-ALERT-STORED   TO TRUE
           END-WRITE.

       8635-WRITE-ABAL-ROW-X.
           EXIT.

      *------------------
       8640-QUEUE-ALERT.
      *------------------

      *
      *  HAND THE ALERT TO THE EMAIL/SMS GATEWAY FOR THE FIRST
      *  CONTACT.  IF THE QUEUE CANNOT BE WRITTEN THE ALERT STAYS
      *  OPEN AND THE ESCALATION RUN SENDS IT ON AFTER THE WAIT.
      *
           OPEN EXTEND ALOQ-FILE.
           IF  WALOQ-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT ALOQ-FILE
           END-IF.
           IF  WALOQ-SEQ-FILE-STATUS NOT = '00'
               GO TO 8640-QUEUE-ALERT-X
           END-IF.

           MOVE SPACES                   TO RALOQ-SEQ-REC-INFO.
           MOVE WABAL-KEY                TO RALOQ-ALERT-KEY.
           MOVE WALRR-CNTCT-CHNL-CD (1)  TO RALOQ-CHNL-CD.
           MOVE WALRR-CNTCT-ADDR-TXT (1) TO RALOQ-ADDR-TXT.
           MOVE WALRR-CNTCT-NM (1)       TO RALOQ-CNTCT-NM.
           MOVE WABAL-ESCL-LVL-NUM       TO RALOQ-ESCL-LVL-NUM.
           MOVE WABAL-SEV-CD             TO RALOQ-SEV-CD.
           MOVE WABAL-JOB-ID             TO RALOQ-JOB-ID.
           MOVE WABAL-PGM-ID             TO RALOQ-PGM-ID.
           MOVE WABAL-ERROR-TYP-CD       TO RALOQ-ERROR-TYP-CD.
           MOVE WABAL-ERROR-CD           TO RALOQ-ERROR-CD.
           MOVE WABAL-CHKPT-KEY-VALU     TO RALOQ-CHKPT-KEY-VALU.
           MOVE WABAL-LAST-SENT-DT       TO RALOQ-SENT-DT.
           MOVE WABAL-LAST-SENT-TIME     TO RALOQ-SENT-TIME.
           MOVE WABAL-ERROR-DESC-TXT     TO RALOQ-MSG-TXT.

           WRITE RALOQ-SEQ-REC-INFO.

           CLOSE ALOQ-FILE.

       8640-QUEUE-ALERT-X.
           EXIT.
      **      IO COPYBOOKS
       COPY XCPAERLG.
014590 COPY XCPBERLH.
