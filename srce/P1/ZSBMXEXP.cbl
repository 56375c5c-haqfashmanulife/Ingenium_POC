      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID.  ZSBMXEXP.

       COPY XCWWCRHT.
      *****************************************************************
      **  MEMBER :  ZSBMXEXP                                         **
      **  REMARKS:  MONTHLY EXTRA-PREMIUM EXPIRY.  WALKS THE POLICY  **
      **            MASTER AND, FOR EVERY IN-FORCE COVERAGE CARRYING **
      **            A TEMPORARY FLAT EXTRA (CVG-FE-PREM-AMT FOR      **
      **            CVG-FE-DUR YEARS) OR MEDICAL EXTRA (CVG-ME-FCT   **
      **            FOR CVG-ME-DUR YEARS), WORKS OUT THE DATE THE    **
      **            EXTRA ENDS (THE COVERAGE'S ISSUE DATE PLUS THE   **
      **            DURATION).  AN EXTRA ENDING BY THE CONTROL-CARD  **
      **            THROUGH DATE (DEFAULT THE END OF THE PROCESSING  **
      **            MONTH) IS REMOVED THROUGH THE COMMON RE-RATE     **
      **            ROUTINE (CCPP0312) FROM THE NEXT DUE DATE - THE  **
      **            PAID-TO DATE.  PREMIUMS ALREADY PAID ARE NOT     **
      **            REFUNDED, SO AN EXTRA ENDING AFTER THE PAID-TO   **
      **            DATE WAITS FOR A LATER RUN.  EACH CHANGED FIELD  **
      **            GOES TO THE COVERAGE HISTORY (CCPP0308), THE     **
      **            COVERAGE IS STAMPED ON PHST, THE POLICY'S MODAL  **
      **            PREMIUM FOLLOWS AND THE CLIENT LETTER IS QUEUED. **
      **            A DURATION OF ZERO IS A PERMANENT EXTRA AND IS   **
      **            LEFT ALONE.  MODE 'R' ON THE CONTROL CARD LISTS  **
      **            WHAT WOULD EXPIRE WITHOUT UPDATING.              **
      **                                                             **
      **  DOMAIN :  PD                                               **
      **  CLASS  :  PD                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51279**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      **********************
       ENVIRONMENT DIVISION.
      **********************
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CCSSPRT1.

           COPY CCFHCVGH.
           COPY CCFHLTRC.

      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

       COPY CCSDPRT1.
       COPY CCSRPRT1.

       COPY CCFWCVGH.
       COPY CCFWLTRC.

      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSBMXEXP'.

       COPY SQLCA.

       COPY CCWWCVGH.
       COPY CCWWLTRC.

      ****************************************************************
      *    CONTROL CARD - RUN MODE ('U' UPDATE, 'R' REPORT ONLY) AND
      *    THE DATE THROUGH WHICH EXTRAS ARE TAKEN AS ENDED (BLANK =
      *    THE END OF THE PROCESSING MONTH).
      ****************************************************************

       01  WS-CONTROL-RECORD.
           02  FILLER                          PIC X(07).
           02  CR-RUN-MODE-CD                  PIC X(01).
               88  CR-RUN-UPDATE               VALUE 'U'.
               88  CR-RUN-REPORT-ONLY          VALUE 'R'.
           02  CR-THRU-DT                      PIC X(10).
           02  FILLER                          PIC X(62).

       01  WS-PROGRAM-WORK-AREA.
           05  WS-CVG-IX                 PIC S9(04) COMP.
           05  WS-CVG-MAX                PIC S9(04) COMP.
           05  WS-POL-CHNG-SW            PIC X(01).
               88  WS-POL-CHANGED                   VALUE 'Y'.
           05  WS-FE-XPRY-SW             PIC X(01).
               88  WS-FE-EXPIRES                    VALUE 'Y'.
           05  WS-ME-XPRY-SW             PIC X(01).
               88  WS-ME-EXPIRES                    VALUE 'Y'.
           05  WS-POL-MPREM-DIFF-AMT     PIC S9(13)V99 COMP-3.
           05  WS-OLD-POL-MPREM-AMT      PIC S9(13)V99 COMP-3.
           05  WS-OLD-FE-PREM-AMT        PIC S9(13)V99 COMP-3.
           05  WS-OLD-ME-FCT             PIC S9(03)V9(06) COMP-3.
           05  WS-ISS-YR                 PIC 9(04).
           05  WS-ISS-MO                 PIC 9(02).
           05  WS-ISS-DY                 PIC 9(02).
           05  WS-THRU-DT.
               10  WS-THRU-DT-YR         PIC 9(04).
               10  FILLER                PIC X(01)  VALUE '-'.
               10  WS-THRU-DT-MO         PIC 9(02).
               10  FILLER                PIC X(01)  VALUE '-'.
               10  WS-THRU-DT-DY         PIC X(02).
           05  WS-PD-TO-DT.
               10  WS-PD-TO-DT-YR        PIC 9(04).
               10  FILLER                PIC X(01)  VALUE '-'.
               10  WS-PD-TO-DT-MO        PIC 9(02).
               10  FILLER                PIC X(01)  VALUE '-'.
               10  WS-PD-TO-DT-DY        PIC 9(02).
           05  WS-XPRY-DT.
               10  WS-XPRY-DT-YR         PIC 9(04).
               10  FILLER                PIC X(01)  VALUE '-'.
               10  WS-XPRY-DT-MO         PIC 9(02).
               10  FILLER                PIC X(01)  VALUE '-'.
               10  WS-XPRY-DT-DY         PIC 9(02).
           05  WS-FE-XPRY-DT             PIC X(10).
           05  WS-ME-XPRY-DT             PIC X(10).
           05  WS-HIST-AMT-NUM           PIC S9(13)V99.
           05  WS-HIST-AMT-TXT           REDEFINES
               WS-HIST-AMT-NUM           PIC X(15).
           05  WS-HIST-FCT-NUM           PIC S9(03)V9(06).
           05  WS-HIST-FCT-TXT           REDEFINES
               WS-HIST-FCT-NUM           PIC X(09).
           05  WS-PHST-AMT-TXT.
               10  FILLER                PIC X(06)  VALUE 'PREM  '.
               10  WS-PHST-AMT           PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS.
           05  WS-POL-READ-CNT         PIC S9(08) COMP-3 VALUE +0.
           05  WS-POL-CHNG-CNT         PIC S9(08) COMP-3 VALUE +0.
           05  WS-FE-XPRY-CNT          PIC S9(08) COMP-3 VALUE +0.
           05  WS-ME-XPRY-CNT          PIC S9(08) COMP-3 VALUE +0.
           05  WS-DEFER-CNT            PIC S9(08) COMP-3 VALUE +0.
           05  WS-UPDT-ERR-CNT         PIC S9(08) COMP-3 VALUE +0.
           05  WS-TOT-MPREM-DIFF-AMT   PIC S9(15)V99 COMP-3 VALUE +0.

      ****************************************************************
      *    REPORT LINES
      ****************************************************************

       01  P-HEAD-LINE-3.
           03  FILLER                      PIC X(44)
               VALUE
               'TEMPORARY EXTRA PREMIUM EXPIRY              '.
           03  FILLER                      PIC X(06)
               VALUE 'MODE: '.
           03  P-HDR-RUN-MODE              PIC X(12).
           03  FILLER                      PIC X(09)
               VALUE 'THROUGH: '.
           03  P-HDR-THRU-DT               PIC X(10).

       01  P-HEAD-LINE-4.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(14)
               VALUE 'POLICY     CVG'.
           03  FILLER                      PIC X(09)
               VALUE ' EXTRA   '.
           03  FILLER                      PIC X(12)
               VALUE 'ENDS ON     '.
           03  FILLER                      PIC X(12)
               VALUE 'EFFECTIVE   '.
           03  FILLER                      PIC X(34)
               VALUE '       OLD PREMIUM       NEW PREMI'.
           03  FILLER                      PIC X(11)
               VALUE 'UM  REMARKS'.

       01  P-DETAIL-LINE.
           03  FILLER                      PIC X(01).
           03  P-POL-ID                    PIC X(10).
           03  FILLER                      PIC X(01).
           03  P-CVG-NUM                   PIC X(02).
           03  FILLER                      PIC X(02).
           03  P-XTRA-TYP                  PIC X(07).
           03  FILLER                      PIC X(02).
           03  P-XPRY-DT                   PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-EFF-DT                    PIC X(10).
           03  FILLER                      PIC X(02).
           03  P-OLD-MPREM-AMT             PIC Z(12)9.99-.
           03  FILLER                      PIC X(01).
           03  P-NEW-MPREM-AMT             PIC Z(12)9.99-.
           03  FILLER                      PIC X(02).
           03  P-REMARK                    PIC X(30).

       01  P-SUMMARY-LINE-1.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(10)
               VALUE 'POLICIES: '.
           03  P-POL-READ-CNT-X            PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(09)
               VALUE 'CHANGED: '.
           03  P-POL-CHNG-CNT-X            PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(13)
               VALUE 'FLAT ENDED:  '.
           03  P-FE-XPRY-CNT-X             PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(16)
               VALUE 'MEDICAL ENDED:  '.
           03  P-ME-XPRY-CNT-X             PIC ZZZZZZZ9.

       01  P-SUMMARY-LINE-2.
           03  FILLER                      PIC X(01).
           03  FILLER                      PIC X(27)
               VALUE 'WAITING FOR NEXT DUE DATE: '.
           03  P-DEFER-CNT-X               PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(15)
               VALUE 'UPDATE ERRORS: '.
           03  P-UPDT-ERR-CNT-X            PIC ZZZZZZZ9.
           03  FILLER                      PIC X(03).
           03  FILLER                      PIC X(23)
               VALUE 'MODAL PREMIUM CHANGE:  '.
           03  P-TOT-MPREM-DIFF-AMT        PIC Z(14)9.99-.

       01  WS-MISC.
           05  WS-DISP-CTR               PIC ZZZZZZ9.
           05  WS-TXT-SRC-REF-ID         PIC X(05) VALUE SPACES.

       COPY XCWWHDG.
       COPY XCWWTIME.
       COPY XCWWWKDT.
       COPY XCWTFCMD.

       COPY CCFWPOL.
       COPY CCFRPOL.

       COPY CCFRCVG.
       COPY CCFWCVG.
       COPY CCWWCVGS.

       COPY CCFWPHST.
       COPY CCFRPHST.

       COPY CCFWMAST.
       COPY CCFRMAST.

      ***************************************************************
      *    CALLED MODULE PARAMETER INFORMATION
      ***************************************************************

       COPY CCWL0010.

       COPY XCWL0040.

       COPY XCSWOCF.
       COPY XCSROCF.

       COPY XCWL1610.

       COPY XCWL2490.

       COPY CCWL0950.

       COPY CCWL0307.
       COPY CCWL0308.
       COPY CCWL0312.

       COPY CCWWCCC.

       COPY XCSWBCF.
       COPY XCSRBCF.

       COPY CCSWPRT1.

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.
      /
      ********************
       PROCEDURE DIVISION.
      ********************

      *--------------
       0000-MAINLINE.
      *--------------

           PERFORM  0100-OPEN-FILES
               THRU 0100-OPEN-FILES-X.

           PERFORM  0200-INITIALIZE
               THRU 0200-INITIALIZE-X.

           PERFORM  2000-PROCESS-POLICY
               THRU 2000-PROCESS-POLICY-X
                    UNTIL WPOL-IO-EOF.

           PERFORM  POL-3000-TBL-END-BROWSE
               THRU POL-3000-TBL-END-BROWSE-X.

           PERFORM  8600-WRITE-SUMMARY-LINE
               THRU 8600-WRITE-SUMMARY-LINE-X.

           PERFORM  9999-CLOSE-FILES
               THRU 9999-CLOSE-FILES-X.

           PERFORM  0035-1000-COMMIT
               THRU 0035-1000-COMMIT-X.

           STOP RUN.

       0000-MAINLINE-X.
           EXIT.
      /
      *-----------------
       0200-INITIALIZE.
      *-----------------

           PERFORM CCC-1000-PRCES-CO-CTL-CARD
              THRU CCC-1000-PRCES-CO-CTL-CARD-X.

           PERFORM  BCF-1000-READ
               THRU BCF-1000-READ-X.

           IF  WBCF-SEQ-IO-EOF
      *MSG: (S) MISSING EXTRA PREMIUM EXPIRY CONTROL CARD
               MOVE 'ZSXEXP0001'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE RBCF-SEQ-REC-INFO       TO WS-CONTROL-RECORD.

           IF  CR-RUN-MODE-CD = SPACE
               SET  CR-RUN-UPDATE       TO TRUE
           END-IF.

           IF  NOT CR-RUN-UPDATE
           AND NOT CR-RUN-REPORT-ONLY
      *MSG: (S) INVALID EXTRA PREMIUM EXPIRY RUN MODE
               MOVE 'ZSXEXP0002'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           MOVE WGLOB-COMPANY-CODE      TO WMAST-CO-ID.
           PERFORM  MAST-1000-READ
               THRU MAST-1000-READ-X.
           IF  WMAST-IO-OK
               MOVE RMAST-APPL-CTL-PRCES-DT TO WGLOB-PROCESS-DATE
           END-IF.

      *
      *  BY DEFAULT EVERY EXTRA ENDING IN THE PROCESSING MONTH IS
      *  TAKEN.  DAY '31' BOUNDS ANY DATE IN THE MONTH, SO THE
      *  THROUGH DATE IS ONLY EVER COMPARED, NEVER EDITED.
      *
           IF  CR-THRU-DT = SPACES
               MOVE WGLOB-PROCESS-DATE-YR
                                        TO WS-THRU-DT-YR
               MOVE WGLOB-PROCESS-DATE-MO
                                        TO WS-THRU-DT-MO
               MOVE '31'                TO WS-THRU-DT-DY
           ELSE
               MOVE CR-THRU-DT          TO WS-THRU-DT
           END-IF.

           IF  WS-THRU-DT-YR NOT NUMERIC
           OR  WS-THRU-DT-MO NOT NUMERIC
           OR  WS-THRU-DT-MO < 1 OR WS-THRU-DT-MO > 12
      *MSG: (S) INVALID EXTRA PREMIUM EXPIRY THROUGH DATE
               MOVE 'ZSXEXP0003'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               PERFORM  0030-4000-CTL-CARD-ERROR
                   THRU 0030-4000-CTL-CARD-ERROR-X
           END-IF.

           PERFORM  1610-1000-GET-DATE-TIME
              THRU 1610-1000-GET-DATE-TIME-X.

           PERFORM  0950-0000-INIT-PARM-INFO
              THRU 0950-0000-INIT-PARM-INFO-X.

           PERFORM  0950-1000-GET-COMPANY-NAME
              THRU 0950-1000-GET-COMPANY-NAME-X.

           PERFORM  9100-INIT-TITLES
              THRU 9100-INIT-TITLES-X.

           PERFORM  8450-WRITE-DETAIL-HEADING
              THRU 8450-WRITE-DETAIL-HEADING-X.

           MOVE LOW-VALUES              TO WPOL-KEY.
           MOVE HIGH-VALUES             TO WPOL-ENDBR-KEY.
           PERFORM  POL-1000-TBL-BROWSE
               THRU POL-1000-TBL-BROWSE-X.

           PERFORM  9500-POL-READ-NEXT
               THRU 9500-POL-READ-NEXT-X.

       0200-INITIALIZE-X.
           EXIT.
      /
      *---------------------------
       2000-PROCESS-POLICY.
      *---------------------------

           ADD 1                        TO WS-POL-READ-CNT.

      *
      *  ONLY A PREMIUM-PAYING POLICY IN FORCE HAS A NEXT DUE DATE
      *  FOR THE LOWER PREMIUM TO START FROM.
      *
           IF  NOT RPOL-POL-STAT-IN-FORCE
           OR  RPOL-POL-BILL-TYP-SINGLE
           OR  RPOL-POL-PD-TO-DT-NUM NOT NUMERIC
               GO TO 2000-NEXT-POLICY
           END-IF.

           MOVE RPOL-POL-PD-TO-DT-NUM-YR TO WS-PD-TO-DT-YR.
           MOVE RPOL-POL-PD-TO-DT-NUM-MO TO WS-PD-TO-DT-MO.
           MOVE RPOL-POL-PD-TO-DT-NUM-DY TO WS-PD-TO-DT-DY.

           MOVE 'N'                     TO WS-POL-CHNG-SW.
           MOVE ZERO                    TO WS-POL-MPREM-DIFF-AMT.

           MOVE RPOL-POL-CVG-REC-CTR-N  TO WS-CVG-MAX.
           PERFORM  2100-CHECK-CVG
               THRU 2100-CHECK-CVG-X
                    VARYING WS-CVG-IX FROM 1 BY 1
                      UNTIL WS-CVG-IX > WS-CVG-MAX.

           IF  WS-POL-CHANGED
               ADD 1                    TO WS-POL-CHNG-CNT
               IF  CR-RUN-UPDATE
                   PERFORM  2500-UPDATE-POLICY
                       THRU 2500-UPDATE-POLICY-X
               END-IF
           END-IF.

       2000-NEXT-POLICY.

           PERFORM  9500-POL-READ-NEXT
               THRU 9500-POL-READ-NEXT-X.

       2000-PROCESS-POLICY-X.
           EXIT.

      *---------------------------
       2100-CHECK-CVG.
      *---------------------------

           MOVE RPOL-POL-ID             TO WCVG-POL-ID.
           MOVE WS-CVG-IX               TO WCVG-CVG-NUM-N.
           PERFORM  CVG-1000-READ
               THRU CVG-1000-READ-X.
           IF  NOT WCVG-IO-OK
               GO TO 2100-CHECK-CVG-X
           END-IF.

           MOVE RCVG-CVG-INFO           TO WCVGS-CVG-INFO.

           IF  NOT WCVGS-CVG-STAT-IN-FORCE
               GO TO 2100-CHECK-CVG-X
           END-IF.

           PERFORM  2150-FIND-EXPIRY
               THRU 2150-FIND-EXPIRY-X.

           IF  NOT WS-FE-EXPIRES
           AND NOT WS-ME-EXPIRES
               GO TO 2100-CHECK-CVG-X
           END-IF.

      *
      *  THE PREMIUMS PAID TO DATE STAND.  AN EXTRA THAT ENDS AFTER
      *  THE PAID-TO DATE COMES OFF AT THE FIRST DUE DATE AFTER IT,
      *  WHICH A LATER RUN WILL REACH.
      *
           IF  (WS-FE-EXPIRES AND WS-FE-XPRY-DT > WS-PD-TO-DT)
           OR  (WS-ME-EXPIRES AND WS-ME-XPRY-DT > WS-PD-TO-DT)
               ADD 1                    TO WS-DEFER-CNT
               MOVE SPACES              TO P-DETAIL-LINE
               PERFORM  2160-SET-EXTRA-TYPE
                   THRU 2160-SET-EXTRA-TYPE-X
               MOVE WCVGS-CVG-MPREM-AMT TO P-OLD-MPREM-AMT
                                           P-NEW-MPREM-AMT
               MOVE 'WAITS FOR NEXT DUE DATE'
                                        TO P-REMARK
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 2100-CHECK-CVG-X
           END-IF.

           IF  CR-RUN-REPORT-ONLY
               PERFORM  2200-RERATE-CVG
                   THRU 2200-RERATE-CVG-X
               MOVE 'REPORT ONLY'       TO P-REMARK
               PERFORM  8400-WRITE-DETAIL-LINE
                   THRU 8400-WRITE-DETAIL-LINE-X
               GO TO 2100-CHECK-CVG-X
           END-IF.

           PERFORM  2300-UPDATE-CVG
               THRU 2300-UPDATE-CVG-X.

       2100-CHECK-CVG-X.
           EXIT.

      *---------------------------
       2150-FIND-EXPIRY.
      *---------------------------

      *
      *  AN EXTRA ENDS ITS DURATION IN YEARS AFTER THE COVERAGE'S
      *  OWN ISSUE DATE (THE POLICY'S WHEN THE COVERAGE HAS NONE).
      *
           MOVE 'N'                     TO WS-FE-XPRY-SW
                                           WS-ME-XPRY-SW.
           MOVE SPACES                  TO WS-FE-XPRY-DT
                                           WS-ME-XPRY-DT.

           IF  WCVGS-CVG-ISS-EFF-DT-YR NUMERIC
           AND WCVGS-CVG-ISS-EFF-DT-MO NUMERIC
           AND WCVGS-CVG-ISS-EFF-DT-DY NUMERIC
               MOVE WCVGS-CVG-ISS-EFF-DT-YR
                                        TO WS-ISS-YR
               MOVE WCVGS-CVG-ISS-EFF-DT-MO
                                        TO WS-ISS-MO
               MOVE WCVGS-CVG-ISS-EFF-DT-DY
                                        TO WS-ISS-DY
           ELSE
               MOVE RPOL-POL-ISS-EFF-DT-YR
                                        TO WS-ISS-YR
               MOVE RPOL-POL-ISS-EFF-DT-MO
                                        TO WS-ISS-MO
               MOVE RPOL-POL-ISS-EFF-DT-DY
                                        TO WS-ISS-DY
           END-IF.

           MOVE WS-ISS-MO               TO WS-XPRY-DT-MO.
           MOVE WS-ISS-DY               TO WS-XPRY-DT-DY.

           IF  WCVGS-CVG-FE-PREM-AMT > ZERO
           AND WCVGS-CVG-FE-DUR NUMERIC
           AND WCVGS-CVG-FE-DUR > ZERO
               COMPUTE WS-XPRY-DT-YR = WS-ISS-YR + WCVGS-CVG-FE-DUR
               MOVE WS-XPRY-DT          TO WS-FE-XPRY-DT
               IF  WS-FE-XPRY-DT NOT > WS-THRU-DT
                   MOVE 'Y'             TO WS-FE-XPRY-SW
               END-IF
           END-IF.

           IF  WCVGS-CVG-ME-FCT > ZERO
           AND WCVGS-CVG-ME-DUR NUMERIC
           AND WCVGS-CVG-ME-DUR > ZERO
               COMPUTE WS-XPRY-DT-YR = WS-ISS-YR + WCVGS-CVG-ME-DUR
               MOVE WS-XPRY-DT          TO WS-ME-XPRY-DT
               IF  WS-ME-XPRY-DT NOT > WS-THRU-DT
                   MOVE 'Y'             TO WS-ME-XPRY-SW
               END-IF
           END-IF.

       2150-FIND-EXPIRY-X.
           EXIT.

      *---------------------------
       2160-SET-EXTRA-TYPE.
      *---------------------------

           MOVE RPOL-POL-ID             TO P-POL-ID.
           MOVE WCVG-CVG-NUM            TO P-CVG-NUM.
           MOVE WS-PD-TO-DT             TO P-EFF-DT.

           EVALUATE TRUE
               WHEN WS-FE-EXPIRES AND WS-ME-EXPIRES
                   MOVE 'BOTH'          TO P-XTRA-TYP
                   IF  WS-FE-XPRY-DT > WS-ME-XPRY-DT
                       MOVE WS-FE-XPRY-DT
                                        TO P-XPRY-DT
                   ELSE
                       MOVE WS-ME-XPRY-DT
                                        TO P-XPRY-DT
                   END-IF
               WHEN WS-FE-EXPIRES
                   MOVE 'FLAT'          TO P-XTRA-TYP
                   MOVE WS-FE-XPRY-DT   TO P-XPRY-DT
               WHEN OTHER
                   MOVE 'MEDICAL'       TO P-XTRA-TYP
                   MOVE WS-ME-XPRY-DT   TO P-XPRY-DT
           END-EVALUATE.

       2160-SET-EXTRA-TYPE-X.
           EXIT.

      *---------------------------
       2200-RERATE-CVG.
      *---------------------------

      *
      *  WORKS ON THE COVERAGE IN WCVGS.  THE BASIC PREMIUM IS
      *  KEPT (RATE ZERO); THE EXTRA THAT HAS ENDED GOES TO ZERO
      *  WITH ITS DURATION, THE OTHER IS CARRIED AS IT IS.
      *
           MOVE SPACES                  TO P-DETAIL-LINE.
           PERFORM  2160-SET-EXTRA-TYPE
               THRU 2160-SET-EXTRA-TYPE-X.

           MOVE WCVGS-CVG-FE-PREM-AMT   TO WS-OLD-FE-PREM-AMT.
           MOVE WCVGS-CVG-ME-FCT        TO WS-OLD-ME-FCT.

           SET  L0312-ADJ-PREMIUM       TO TRUE.
           MOVE ZERO                    TO L0312-BASIC-RATE-PER-M.
           MOVE WCVGS-CVG-ME-FCT        TO L0312-ME-FCT.
           MOVE WCVGS-CVG-FE-PREM-AMT   TO L0312-FE-PREM-AMT.
           MOVE WS-PD-TO-DT             TO L0312-EFF-DT.

           IF  WS-FE-EXPIRES
               MOVE ZERO                TO L0312-FE-PREM-AMT
                                           WCVGS-CVG-FE-DUR
           END-IF.
           IF  WS-ME-EXPIRES
               MOVE ZERO                TO L0312-ME-FCT
                                           WCVGS-CVG-ME-DUR
           END-IF.

           PERFORM  0312-1000-RERATE-CVG
               THRU 0312-1000-RERATE-CVG-X.

           MOVE L0312-OLD-MPREM-AMT     TO P-OLD-MPREM-AMT.
           MOVE L0312-NEW-MPREM-AMT     TO P-NEW-MPREM-AMT.

       2200-RERATE-CVG-X.
           EXIT.

      *---------------------------
       2300-UPDATE-CVG.
      *---------------------------

           PERFORM  CVG-1000-READ-FOR-UPDATE
               THRU CVG-1000-READ-FOR-UPDATE-X.
           IF  NOT WCVG-IO-OK
               ADD 1                    TO WS-UPDT-ERR-CNT
      *MSG: (W) COVERAGE @1 @2 COULD NOT BE READ FOR EXTRA EXPIRY
               MOVE RPOL-POL-ID         TO WGLOB-MSG-PARM (1)
               MOVE WCVG-CVG-NUM        TO WGLOB-MSG-PARM (2)
               MOVE 'ZSXEXP0004'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 2300-UPDATE-CVG-X
           END-IF.

           MOVE RCVG-CVG-INFO           TO WCVGS-CVG-INFO.

           PERFORM  2200-RERATE-CVG
               THRU 2200-RERATE-CVG-X.

           MOVE WCVGS-CVG-INFO          TO RCVG-CVG-INFO.
           PERFORM  CVG-2000-REWRITE
               THRU CVG-2000-REWRITE-X.
           IF  NOT WCVG-IO-OK
               ADD 1                    TO WS-UPDT-ERR-CNT
      *MSG: (W) COVERAGE @1 @2 COULD NOT BE REWRITTEN FOR EXTRA EXPIRY
               MOVE RPOL-POL-ID         TO WGLOB-MSG-PARM (1)
               MOVE WCVG-CVG-NUM        TO WGLOB-MSG-PARM (2)
               MOVE 'ZSXEXP0005'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 2300-UPDATE-CVG-X
           END-IF.

           MOVE 'Y'                     TO WS-POL-CHNG-SW.
           ADD  L0312-MPREM-DIFF-AMT    TO WS-POL-MPREM-DIFF-AMT
                                           WS-TOT-MPREM-DIFF-AMT.
           IF  WS-FE-EXPIRES
               ADD 1                    TO WS-FE-XPRY-CNT
           END-IF.
           IF  WS-ME-EXPIRES
               ADD 1                    TO WS-ME-XPRY-CNT
           END-IF.

           PERFORM  2400-WRITE-CVG-HIST
               THRU 2400-WRITE-CVG-HIST-X.

           PERFORM  2450-STAMP-CVG-HISTORY
               THRU 2450-STAMP-CVG-HISTORY-X.

           MOVE 'EXTRA REMOVED'         TO P-REMARK.
           PERFORM  8400-WRITE-DETAIL-LINE
               THRU 8400-WRITE-DETAIL-LINE-X.

       2300-UPDATE-CVG-X.
           EXIT.

      *---------------------------
       2400-WRITE-CVG-HIST.
      *---------------------------

           MOVE RPOL-POL-ID             TO L0308-POL-ID.
           MOVE WCVG-CVG-NUM            TO L0308-CVG-NUM.
           MOVE WPGWS-CRNT-PGM-ID       TO L0308-SRCE-PGM.
           MOVE WGLOB-PROCESS-DATE      TO L0308-RUN-DT.

           IF  WS-FE-EXPIRES
               MOVE 'CVG-FE-PREM-AMT'   TO L0308-CRRCTN-FIELD-ID
               MOVE WS-OLD-FE-PREM-AMT  TO WS-HIST-AMT-NUM
               MOVE WS-HIST-AMT-TXT     TO L0308-OLD-VALUE
               MOVE ZERO                TO WS-HIST-AMT-NUM
               MOVE WS-HIST-AMT-TXT     TO L0308-NEW-VALUE
               PERFORM  0308-1000-WRITE-CVG-HIST
                   THRU 0308-1000-WRITE-CVG-HIST-X
           END-IF.

           IF  WS-ME-EXPIRES
               MOVE 'CVG-ME-FCT'        TO L0308-CRRCTN-FIELD-ID
               MOVE WS-OLD-ME-FCT       TO WS-HIST-FCT-NUM
               MOVE WS-HIST-FCT-TXT     TO L0308-OLD-VALUE
               MOVE ZERO                TO WS-HIST-FCT-NUM
               MOVE WS-HIST-FCT-TXT     TO L0308-NEW-VALUE
               PERFORM  0308-1000-WRITE-CVG-HIST
                   THRU 0308-1000-WRITE-CVG-HIST-X
           END-IF.

           IF  L0312-MPREM-DIFF-AMT NOT = ZERO
               MOVE 'CVG-MPREM-AMT'     TO L0308-CRRCTN-FIELD-ID
               MOVE L0312-OLD-MPREM-AMT TO WS-HIST-AMT-NUM
               MOVE WS-HIST-AMT-TXT     TO L0308-OLD-VALUE
               MOVE L0312-NEW-MPREM-AMT TO WS-HIST-AMT-NUM
               MOVE WS-HIST-AMT-TXT     TO L0308-NEW-VALUE
               PERFORM  0308-1000-WRITE-CVG-HIST
                   THRU 0308-1000-WRITE-CVG-HIST-X
           END-IF.

       2400-WRITE-CVG-HIST-X.
           EXIT.

      *---------------------------
       2450-STAMP-CVG-HISTORY.
      *---------------------------

           MOVE SPACES                  TO RPHST-REC-INFO.
           MOVE RPOL-POL-ID             TO RPHST-POL-ID.
           MOVE WCVG-CVG-NUM            TO RPHST-CVG-NUM.
           MOVE WS-PD-TO-DT             TO RPHST-PCHST-EFF-DT
                                           RPHST-ACTVTY-EFF-DT.
           MOVE 'XEXP'                  TO RPHST-POL-ACTV-TYP-ID.
           MOVE 'XE'                    TO RPHST-ACTVTY-TYP-CD.
           SET  RPHST-PCHST-STAT-ACTIVE TO TRUE.

           EVALUATE TRUE
               WHEN WS-FE-EXPIRES AND WS-ME-EXPIRES
                   MOVE 'FLAT AND MEDICAL EXTRAS EXPIRED'
                                        TO RPHST-ACTVTY-DESC-TXT
               WHEN WS-FE-EXPIRES
                   MOVE 'FLAT EXTRA PREMIUM EXPIRED'
                                        TO RPHST-ACTVTY-DESC-TXT
               WHEN OTHER
                   MOVE 'MEDICAL EXTRA PREMIUM EXPIRED'
                                        TO RPHST-ACTVTY-DESC-TXT
           END-EVALUATE.

           MOVE L0312-OLD-MPREM-AMT     TO WS-PHST-AMT.
           MOVE WS-PHST-AMT-TXT         TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE L0312-NEW-MPREM-AMT     TO WS-PHST-AMT.
           MOVE WS-PHST-AMT-TXT         TO RPHST-PCHST-NEW-VALU-TXT.
           MOVE WGLOB-USER-ID           TO RPHST-PREV-UPDT-USER-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-PREV-UPDT-DT.

           PERFORM  PHST-1000-CREATE
               THRU PHST-1000-CREATE-X.

       2450-STAMP-CVG-HISTORY-X.
           EXIT.

      *---------------------------
       2500-UPDATE-POLICY.
      *---------------------------

      *
      *  THE POLICY'S MODAL PREMIUM FOLLOWS ITS COVERAGES FROM THE
      *  NEXT BILLING, AND THE CLIENT IS TOLD THE NEW PREMIUM.
      *
           MOVE RPOL-POL-ID             TO WPOL-POL-ID.
           PERFORM  POL-1000-READ-FOR-UPDATE
               THRU POL-1000-READ-FOR-UPDATE-X.

           IF  NOT WPOL-IO-OK
               ADD 1                    TO WS-UPDT-ERR-CNT
      *MSG: (W) POLICY @1 COULD NOT BE READ FOR EXTRA EXPIRY
               MOVE RPOL-POL-ID         TO WGLOB-MSG-PARM (1)
               MOVE 'ZSXEXP0006'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 2500-UPDATE-POLICY-X
           END-IF.

           MOVE RPOL-POL-MPREM-AMT      TO WS-OLD-POL-MPREM-AMT.
           ADD  WS-POL-MPREM-DIFF-AMT   TO RPOL-POL-MPREM-AMT
                                           RPOL-MODE-PREM-AMT.
           IF  RPOL-POL-MPREM-AMT < ZERO
               MOVE ZERO                TO RPOL-POL-MPREM-AMT
           END-IF.
           IF  RPOL-MODE-PREM-AMT < ZERO
               MOVE ZERO                TO RPOL-MODE-PREM-AMT
           END-IF.
           MOVE WGLOB-PROCESS-DATE      TO RPOL-PREV-FILE-MAINT-DT.

           PERFORM  POL-2000-REWRITE
               THRU POL-2000-REWRITE-X.

           IF  NOT WPOL-IO-OK
               ADD 1                    TO WS-UPDT-ERR-CNT
      *MSG: (W) POLICY @1 COULD NOT BE REWRITTEN FOR EXTRA EXPIRY
               MOVE RPOL-POL-ID         TO WGLOB-MSG-PARM (1)
               MOVE 'ZSXEXP0007'        TO WGLOB-MSG-REF-INFO
               PERFORM  0260-1000-GENERATE-MESSAGE
                   THRU 0260-1000-GENERATE-MESSAGE-X
               GO TO 2500-UPDATE-POLICY-X
           END-IF.

           MOVE SPACES                  TO RPHST-REC-INFO.
           MOVE RPOL-POL-ID             TO RPHST-POL-ID.
           MOVE WS-PD-TO-DT             TO RPHST-PCHST-EFF-DT
                                           RPHST-ACTVTY-EFF-DT.
           MOVE 'XEXP'                  TO RPHST-POL-ACTV-TYP-ID.
           MOVE 'XE'                    TO RPHST-ACTVTY-TYP-CD.
           SET  RPHST-PCHST-STAT-ACTIVE TO TRUE.
           MOVE 'MODAL PREMIUM CHANGED - EXTRA EXPIRED'
                                        TO RPHST-ACTVTY-DESC-TXT.
           MOVE WS-OLD-POL-MPREM-AMT    TO WS-PHST-AMT.
           MOVE WS-PHST-AMT-TXT         TO RPHST-PCHST-OLD-VALU-TXT.
           MOVE RPOL-POL-MPREM-AMT      TO WS-PHST-AMT.
           MOVE WS-PHST-AMT-TXT         TO RPHST-PCHST-NEW-VALU-TXT.
           MOVE WGLOB-USER-ID           TO RPHST-PREV-UPDT-USER-ID.
           MOVE WGLOB-PROCESS-DATE      TO RPHST-PREV-UPDT-DT.

           PERFORM  PHST-1000-CREATE
               THRU PHST-1000-CREATE-X.

           MOVE RPOL-POL-ID             TO L0307-POL-ID.
           MOVE 'XEXP'                  TO L0307-LTR-TYP.
           MOVE WGLOB-PROCESS-DATE      TO L0307-RUN-DT.
           PERFORM  0307-1000-QUEUE-LETTER
               THRU 0307-1000-QUEUE-LETTER-X.

       2500-UPDATE-POLICY-X.
           EXIT.
      /
      *-----------------------
       8400-WRITE-DETAIL-LINE.
      *-----------------------

           MOVE +1                      TO WPRT1-NUMBER-LINES.
           MOVE P-DETAIL-LINE           TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8400-WRITE-DETAIL-LINE-X.
           EXIT.

      *------------------------
       8600-WRITE-SUMMARY-LINE.
      *------------------------

           MOVE WS-POL-READ-CNT          TO P-POL-READ-CNT-X.
           MOVE WS-POL-CHNG-CNT          TO P-POL-CHNG-CNT-X.
           MOVE WS-FE-XPRY-CNT           TO P-FE-XPRY-CNT-X.
           MOVE WS-ME-XPRY-CNT           TO P-ME-XPRY-CNT-X.

           MOVE +3                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-1         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-DEFER-CNT             TO P-DEFER-CNT-X.
           MOVE WS-UPDT-ERR-CNT          TO P-UPDT-ERR-CNT-X.
           MOVE WS-TOT-MPREM-DIFF-AMT    TO P-TOT-MPREM-DIFF-AMT.

           MOVE +1                       TO WPRT1-NUMBER-LINES.
           MOVE P-SUMMARY-LINE-2         TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE WS-POL-CHNG-CNT          TO WS-DISP-CTR.
           MOVE WS-DISP-CTR              TO WGLOB-MSG-PARM (1).
           MOVE 'ZSXEXP0008'             TO WGLOB-MSG-REF-INFO.
      *MSG: (I) POLICIES WITH AN EXTRA PREMIUM EXPIRED: @1
           PERFORM  0260-1000-GENERATE-MESSAGE
               THRU 0260-1000-GENERATE-MESSAGE-X.

       8600-WRITE-SUMMARY-LINE-X.
           EXIT.
      /
      *-----------------
       9100-INIT-TITLES.
      *-----------------

           MOVE L0950-COMPANY-NAME TO L0040-COMPANY-NAME.
           MOVE ZERO               TO L0040-ERROR-CNT.

           MOVE SPACES             TO WHDG-LINE-1.
           MOVE SPACES             TO WHDG-LINE-2.
           MOVE WPGWS-CRNT-PGM-ID  TO WHDG-PROGRAM-ID.
           MOVE L0950-COMPANY-NAME TO WHDG-COMPANY-NAME.

           MOVE 'XS00000145'       TO WGLOB-MSG-REF-INFO.
           PERFORM 0260-2000-GET-MESSAGE
              THRU 0260-2000-GET-MESSAGE-X.
           MOVE WGLOB-MSG-TXT      TO L0040-SYSTEM-ID.
           MOVE WGLOB-MSG-TXT      TO WHDG-SYSTEM-ID.

           MOVE '00001'            TO WS-TXT-SRC-REF-ID.
           PERFORM 9650-GET-TEXT-DESC
              THRU 9650-GET-TEXT-DESC-X.
           MOVE L2490-TXT-STR-TXT  TO L0040-PROGRAM-DESC.
           MOVE L2490-TXT-STR-TXT  TO WHDG-REPORT-TITLE.

           PERFORM 0040-1000-INIT-TITLE
              THRU 0040-1000-INIT-TITLE-X.

       9100-INIT-TITLES-X.
           EXIT.

      *-------------------
       9650-GET-TEXT-DESC.
      *-------------------

           PERFORM 2490-1000-BUILD-PARM-INFO
              THRU 2490-1000-BUILD-PARM-INFO-X.
           MOVE WPGWS-CRNT-PGM-ID  TO L2490-TXT-SRC-ID.
           MOVE WS-TXT-SRC-REF-ID  TO L2490-TXT-SRC-REF-ID.
           PERFORM 2490-1000-RETRIEVE-TEXT
              THRU 2490-1000-RETRIEVE-TEXT-X.

       9650-GET-TEXT-DESC-X.
           EXIT.

      *--------------------------
       8450-WRITE-DETAIL-HEADING.
      *--------------------------

           IF  CR-RUN-REPORT-ONLY
               MOVE 'REPORT ONLY '     TO P-HDR-RUN-MODE
           ELSE
               MOVE 'UPDATE      '     TO P-HDR-RUN-MODE
           END-IF.
           MOVE WS-THRU-DT             TO P-HDR-THRU-DT.

           MOVE +1                    TO WPRT1-NUMBER-LINES.
           MOVE WHDG-LINE-1            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-2000-WRITE
               THRU PRT1-2000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE WHDG-LINE-2            TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-3          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +2                    TO WPRT1-NUMBER-LINES.
           MOVE P-HEAD-LINE-4          TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

           MOVE +1                    TO WPRT1-NUMBER-LINES.
           MOVE SPACES                 TO RPRT1-SEQ-REC-INFO.
           PERFORM  PRT1-1000-WRITE
               THRU PRT1-1000-WRITE-X.

       8450-WRITE-DETAIL-HEADING-X.
           EXIT.
      /
       0100-OPEN-FILES.
      *----------------

           PERFORM  OCF-3000-OPEN-OUTPUT
               THRU OCF-3000-OPEN-OUTPUT-X.

           PERFORM  BCF-1000-OPEN-INPUT
               THRU BCF-1000-OPEN-INPUT-X.

           MOVE ZERO                   TO WCVGH-SEQ-FILE-STATUS.
           OPEN EXTEND CVGH-HIST-FILE.
           IF  WCVGH-SEQ-FILE-STATUS = '05' OR '35'
               MOVE ZERO                TO WCVGH-SEQ-FILE-STATUS
               OPEN OUTPUT CVGH-HIST-FILE
           END-IF.
           IF  WCVGH-SEQ-FILE-STATUS NOT = ZERO
              MOVE WCVGH-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WCVGH-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-OPEN-EXTEND-FILE TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           OPEN I-O LTR-CNTL-FILE.
           IF  WLTRC-SEQ-FILE-STATUS = '35'
               OPEN OUTPUT LTR-CNTL-FILE
               CLOSE LTR-CNTL-FILE
               OPEN I-O LTR-CNTL-FILE
           END-IF.
           IF  WLTRC-SEQ-FILE-STATUS NOT = '00'
              MOVE WLTRC-SEQ-FILE-NAME    TO WGLOB-TABLE-NAME
              MOVE WLTRC-SEQ-FILE-STATUS  TO WGLOB-SEQ-FILE-STATUS
              MOVE TFCMD-OPEN-U-FILE      TO WGLOB-IO-COMMAND
              PERFORM 0030-3000-QSAM-ERROR
                 THRU 0030-3000-QSAM-ERROR-X
           END-IF.

           PERFORM  PRT1-3000-OPEN-OUTPUT
               THRU PRT1-3000-OPEN-OUTPUT-X.

       0100-OPEN-FILES-X.
           EXIT.

      *-----------------
       9999-CLOSE-FILES.
      *-----------------

           PERFORM  OCF-4000-CLOSE
               THRU OCF-4000-CLOSE-X.

           PERFORM  BCF-4000-CLOSE
               THRU BCF-4000-CLOSE-X.

           PERFORM  PRT1-4000-CLOSE
               THRU PRT1-4000-CLOSE-X.

           CLOSE CVGH-HIST-FILE.
           CLOSE LTR-CNTL-FILE.

       9999-CLOSE-FILES-X.
           EXIT.

      *---------------------
       9500-POL-READ-NEXT.
      *---------------------

           PERFORM  POL-2000-TBL-READ-NEXT
               THRU POL-2000-TBL-READ-NEXT-X.

           IF  NOT WPOL-IO-OK
               MOVE '10'                TO WPOL-SEQ-FILE-STATUS
           END-IF.

       9500-POL-READ-NEXT-X.
           EXIT.

      /
       COPY XCPL0035.
      *
      * CONTROL CARD PROCESSING
      *
       COPY CCPPCCC.
      *
      * COMPANY NAME
      *
       COPY CCPL0950.
      *
      * GENERATE MESSAGE / GET MESSAGE TEXT
      *
       COPY XCPL0260.
      *
      * TITLE / HEADING BUILD
      *
       COPY XCPL0040.
      *
      * SYSTEM DATE / TIME
      *
       COPY XCPL1610.
      *
      * TEXT RETRIEVAL
      *
       COPY XCPL2490.
      *
      * BATCH CONTROL FILE (BCF) PROCESSING
      *
       COPY XCPLBCF.
       COPY XCPOBCF.
       COPY XCPNBCF.
      *
      * OUTPUT CONTROL FILE (OCF) PROCESSING
      *
       COPY XCPLOCF.
       COPY XCPOOCF.
      *
      * PRINT FILE PROCESSING
      *
       COPY CCPIPRT1.
      *
      * APPLICATION CONTROL MASTER
      *
       COPY CCPNMAST.
      *
      * POLICY TABLE BROWSE AND UPDATE
      *
       COPY CCPTPOL.
       COPY CCPUPOL.
      *
      * COVERAGE READ AND UPDATE
      *
       COPY CCPNCVG.
       COPY CCPUCVG.
      *
      * POLICY HISTORY, LETTERS, COVERAGE HISTORY AND RE-RATING
      *
       COPY CCPCPHST.
       COPY CCPP0307.
       COPY CCPP0308.
       COPY CCPP0312.
      *
      * QSAM ERROR HANDLING
      *
       COPY XCPL0030.
      *****************************************************************
      **                 END OF PROGRAM ZSBMXEXP                     **
      *****************************************************************
