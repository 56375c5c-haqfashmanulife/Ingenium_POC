      *****************************************************************
      **  MEMBER :  XCWL9681                                         **
      **  REMARKS:  PARAMETER AREA FOR THE WESTERN DATE FORMATTING   **
      **            ROUTINE (XSRU9681).  THE CALLER SUPPLIES THE     **
      **            INTERNAL DATE AND LANGUAGE; THE ROUTINE RETURNS  **
      **            THE YEAR/MONTH/DAY WITH THEIR LITERALS AND, ON   **
      **            THE ERA REQUEST, THE JAPANESE ERA AND YEAR OF    **
      **            REIGN FROM THE ERA MASTER (ERAM).                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51260**  15OCT26  CTS    ERA AND YEAR OF REIGN REQUEST              **
      *****************************************************************

       01  L9681-PARM-INFO.
           05  L9681-RQST-CD                 PIC X(01).
               88  L9681-RQST-WEST-DT               VALUE 'D'.
               88  L9681-RQST-WEST-MN               VALUE 'M'.
S51260         88  L9681-RQST-WEST-ERA              VALUE 'E'.
           05  L9681-RETRN-CD                PIC X(02).
               88  L9681-RETRN-OK                   VALUE '00'.
S51260         88  L9681-RETRN-ERA-NOT-FOUND        VALUE '01'.
               88  L9681-RETRN-INVALID-REQUEST      VALUE '99'.
           05  L9681-LANG-CD                 PIC X(01).
           05  L9681-INTERNAL-DATE.
               10  L9681-INT-YYYY            PIC 9(04).
               10  FILLER                    PIC X(01).
               10  L9681-INT-MM              PIC 9(02).
               10  FILLER                    PIC X(01).
               10  L9681-INT-DD              PIC 9(02).
           05  L9681-WEST-DATE.
               10  L9681-WEST-YYYY           PIC 9(04).
               10  L9681-WEST-YEAR-LIT       PIC X(04).
               10  L9681-WEST-MM             PIC 9(02).
               10  L9681-WEST-MM-X           REDEFINES L9681-WEST-MM.
                   15  L9681-WEST-MM-X1      PIC X(01).
                   15  FILLER                PIC X(01).
               10  L9681-WEST-MONTH-LIT      PIC X(04).
               10  L9681-WEST-DD             PIC 9(02).
               10  L9681-WEST-DD-X           REDEFINES L9681-WEST-DD.
                   15  L9681-WEST-DD-X1      PIC X(01).
                   15  FILLER                PIC X(01).
               10  L9681-WEST-DAY-LIT        PIC X(04).
           05  L9681-WEST-DATE1.
               10  L9681-WEST-YYYY1          PIC 9(04).
               10  L9681-WEST-YEAR1-LIT      PIC X(04).
               10  L9681-WEST-MM1            PIC 9(02).
               10  L9681-WEST-MM1-X          REDEFINES L9681-WEST-MM1.
                   15  L9681-WEST-MM1-X1     PIC X(01).
                   15  FILLER                PIC X(01).
               10  L9681-WEST-MONTH1-LIT     PIC X(04).
               10  L9681-WEST-DD1            PIC 9(02).
               10  L9681-WEST-DD1-X          REDEFINES L9681-WEST-DD1.
                   15  L9681-WEST-DD1-X1     PIC X(01).
                   15  FILLER                PIC X(01).
               10  L9681-WEST-DAY1-LIT       PIC X(04).
S51260     05  L9681-ERA-INFO.
S51260         10  L9681-ERA-NUM             PIC 9(01).
S51260         10  L9681-ERA-ABBR-CD         PIC X(01).
S51260         10  L9681-ERA-NM              PIC X(10).
S51260         10  L9681-ERA-YY              PIC 9(02).
