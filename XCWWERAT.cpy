      *****************************************************************
      **  MEMBER :  XCWWERAT                                         **
      **  REMARKS:  IN-STORAGE COPY OF THE JAPANESE ERA MASTER       **
      **            (ERAM), LOADED ONCE PER RUN UNIT BY THE XCPPERAT **
      **            PARAGRAPHS, WITH THE SEARCH ARGUMENTS AND        **
      **            RESULTS FOR THE DATE-TO-ERA AND ERA-NUMBER       **
      **            LOOKUPS.  ENTRIES ARE IN ERA NUMBER ORDER, SO    **
      **            THE LAST ENTRY IS THE CURRENT ERA.               **
      **            THE BUILT-IN ERAS (WERAT-DFLT-ERA) ARE USED WHEN **
      **            THE MASTER IS MISSING OR EMPTY, AND ARE THE ROWS **
      **            THE MASTER IS FIRST LOADED WITH (ZSRQERAM 'SD'). **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51260**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WERAT-ERA-TABLE-AREA.
           05  WERAT-LOADED-SW               PIC X(01) VALUE 'N'.
               88  WERAT-TABLE-LOADED               VALUE 'Y'.
           05  WERAT-MAX-ERA-CNT             PIC S9(04) COMP
                                             VALUE +9.
           05  WERAT-ERA-CNT                 PIC S9(04) COMP
                                             VALUE ZERO.
           05  WERAT-SUB                     PIC S9(04) COMP
                                             VALUE ZERO.
           05  WERAT-FOUND-SUB               PIC S9(04) COMP
                                             VALUE ZERO.
           05  WERAT-IN-DT.
               10  WERAT-IN-YR               PIC 9(04).
               10  WERAT-IN-SEP-1            PIC X(01).
               10  WERAT-IN-MO               PIC 9(02).
               10  WERAT-IN-SEP-2            PIC X(01).
               10  WERAT-IN-DY               PIC 9(02).
           05  WERAT-IN-ERA-NUM              PIC 9(01).
           05  WERAT-IN-ERA-ABBR-CD          PIC X(01).
           05  WERAT-ENTRY                   OCCURS 9 TIMES.
               10  WERAT-ERA-NUM             PIC 9(01).
               10  WERAT-ERA-STRT-DT.
                   15  WERAT-ERA-STRT-YR     PIC 9(04).
                   15  FILLER                PIC X(06).
               10  WERAT-ERA-ABBR-CD         PIC X(01).
               10  WERAT-ERA-JPN-NM          PIC X(10).
               10  WERAT-ERA-ENG-NM          PIC X(10).
      *
      *  BUILT-IN ERAS - MEIJI TO REIWA.  THE JAPANESE NAME IS LEFT
      *  BLANK SO XSRU9680/XSRU9681 TAKE IT FROM THE TEXT TABLE.
      *
           05  WERAT-DFLT-ERA-CNT            PIC S9(04) COMP
                                             VALUE +5.
           05  WERAT-DFLT-ERA-DATA.
               10  FILLER                    PIC X(32) VALUE
                   '11868-01-25M          MEIJI     '.
               10  FILLER                    PIC X(32) VALUE
                   '21912-07-30T          TAISHO    '.
               10  FILLER                    PIC X(32) VALUE
                   '31926-12-25S          SHOWA     '.
               10  FILLER                    PIC X(32) VALUE
                   '41989-01-08H          HEISEI    '.
               10  FILLER                    PIC X(32) VALUE
                   '52019-05-01R          REIWA     '.
           05  WERAT-DFLT-ERA-TBL REDEFINES WERAT-DFLT-ERA-DATA.
               10  WERAT-DFLT-ERA            OCCURS 5 TIMES.
                   15  WERAT-DFLT-ERA-NUM    PIC 9(01).
                   15  WERAT-DFLT-STRT-DT    PIC X(10).
                   15  WERAT-DFLT-ABBR-CD    PIC X(01).
                   15  WERAT-DFLT-JPN-NM     PIC X(10).
                   15  WERAT-DFLT-ENG-NM     PIC X(10).
