      *****************************************************************
      **  MEMBER :  ZCSRRSPL                                         **
      **  REMARKS:  RECORD FOR THE REPORT DISTRIBUTION SPOOL.        **
      **            WRITTEN BY THE REPORT HEADING SERVICE XSRU0040   **
      **            FOR EVERY DETAIL LINE A REPORT ROUTES THROUGH    **
      **            IT, TAGGED WITH THE POLICY, BRANCH AND AGENT THE **
      **            LINE BELONGS TO.  EACH REPORT'S LINES ARE        **
      **            PRECEDED BY ITS TITLE ('T') AND COLUMN HEADING   **
      **            ('H').  INPUT TO THE REPORT DISTRIBUTION RUN     **
      **            ZSBMRDST.                                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51296**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RRSPL-SEQ-REC-INFO.
           05  RRSPL-RPT-ID                  PIC X(08).
           05  RRSPL-REC-TYP-CD              PIC X(01).
               88  RRSPL-TITLE-REC                  VALUE 'T'.
               88  RRSPL-HDG-REC                    VALUE 'H'.
               88  RRSPL-DETAIL-REC                 VALUE 'D'.
           05  RRSPL-BUS-DT                  PIC X(10).
           05  RRSPL-POL-ID                  PIC X(10).
           05  RRSPL-BR-ID                   PIC X(05).
           05  RRSPL-AGT-ID                  PIC X(10).
           05  RRSPL-LINE-TXT                PIC X(132).
