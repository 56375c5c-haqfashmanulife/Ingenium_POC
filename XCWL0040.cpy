      **            WRITE-TOTALS), THE IDENTIFICATION TEXTS AND THE  **
      **            LINE TO BE WRITTEN, AND PERFORMS THE MATCHING    **
      **            XCPL0040 PARAGRAPH.                              **
S51296**            A DETAIL LINE ROUTED THROUGH WRITE-DISTRIBUTION  **
S51296**            IS SPOOLED FOR THE REPORT DISTRIBUTION RUN WITH  **
S51296**            THE POLICY, BRANCH AND AGENT IN L0040-DIST-INFO  **
S51296**            (ANY MAY BE BLANK); THE FIRST LINE OF A REPORT   **
S51296**            ALSO SPOOLS ITS PROGRAM-DESC AND HDG-LINE-3.     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51209**  02SEP26  CTS    INITIAL VERSION                            **
S51296**  15OCT26  CTS    ADD WRITE-DISTRIBUTION/CLOSE-DISTRIBUTION  **
S51296**                  REQUESTS FOR REPORT BURSTING               **
      *****************************************************************

       01  L0040-PARM-INFO.
               88  L0040-WRITE-ERROR                VALUE 'WE'.
               88  L0040-WRITE-OTHER                VALUE 'WO'.
               88  L0040-WRITE-TOTALS               VALUE 'WT'.
S51296         88  L0040-WRITE-DIST                 VALUE 'WD'.
S51296         88  L0040-CLOSE-DIST                 VALUE 'CD'.
           05  L0040-COMPANY-NAME            PIC X(40).
           05  L0040-SBSDRY-CO-NAME          PIC X(20).
           05  L0040-SYSTEM-ID               PIC X(40).
           05  L0040-INPUT-LINE              PIC X(132).
           05  L0040-ERROR-CNT               PIC S9(07) COMP-3.
           05  L0040-RETURN-CODE             PIC X(01).
S51296     05  L0040-DIST-INFO.
S51296         10  L0040-DIST-RPT-ID         PIC X(08).
S51296         10  L0040-DIST-POL-ID         PIC X(10).
S51296         10  L0040-DIST-BR-ID          PIC X(05).
S51296         10  L0040-DIST-AGT-ID         PIC X(10).
