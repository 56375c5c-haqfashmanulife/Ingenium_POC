      **            TRAILER WITH CLOSING UNITS, VALUES AT THE        **
      **            STATEMENT-DATE PRICES AND THE GUARANTEED         **
      **            SURRENDER VALUE WHERE IT APPLIES.                 **
      **            AN 'R' RECORD PER FUND HELD CARRIES THE FUND'S   **
      **            UNIT PRICE RETURN FOR THE STATEMENT PERIOD.      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51200**  23AUG26  CTS    INITIAL VERSION                            **
S51269**  15OCT26  CTS    ADD 'R' FUND RETURN RECORD                 **
      *****************************************************************

       01  RSFST-SEQ-REC-INFO.
               88  RSFST-REC-HEADER                VALUE 'H'.
               88  RSFST-REC-DETAIL                VALUE 'D'.
               88  RSFST-REC-TRAILER               VALUE 'T'.
S51269         88  RSFST-REC-FUND-RTN              VALUE 'R'.
           05  RSFST-POL-ID                  PIC X(10).
           05  RSFST-STMT-INFO               PIC X(70).
           05  RSFST-HDR-INFO REDEFINES RSFST-STMT-INFO.
               10  RSFST-CLOSE-VALUE-AMT     PIC S9(13)V99.
               10  RSFST-GTD-SURR-VAL-AMT    PIC S9(11)V99.
               10  FILLER                    PIC X(24).
S51269     05  RSFST-RTN-INFO REDEFINES RSFST-STMT-INFO.
S51269         10  RSFST-RTN-FUND-CD         PIC X(04).
S51269         10  RSFST-OPEN-PRICE-DT       PIC X(10).
S51269         10  RSFST-OPEN-UNIT-VALUE     PIC 9(07)V9(06).
S51269         10  RSFST-CLOSE-PRICE-DT      PIC X(10).
S51269         10  RSFST-CLOSE-UNIT-VALUE    PIC 9(07)V9(06).
S51269         10  RSFST-RTN-AVAIL-IND       PIC X(01).
S51269             88  RSFST-RTN-AVAIL             VALUE 'Y'.
S51269             88  RSFST-RTN-NOT-AVAIL         VALUE 'N'.
S51269         10  RSFST-RTN-PCT             PIC S9(05)V99.
S51269         10  RSFST-LAUNCH-IND          PIC X(01).
S51269             88  RSFST-LAUNCHED-IN-PRD       VALUE 'Y'.
S51269             88  RSFST-NOT-LAUNCHED-IN-PRD   VALUE 'N'.
S51269         10  FILLER                    PIC X(11).
