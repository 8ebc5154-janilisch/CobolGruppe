       01 WDAY-PARAMS.
          05 WDAY-FUNCTION PIC X(1).
             88 WDAY-CHECK  VALUE "C".
             88 WDAY-ROLL   VALUE "R".
             88 WDAY-ADD    VALUE "A".
             88 WDAY-COUNT  VALUE "N".
          05 WDAY-DATE PIC 9(8).
          05 WDAY-DATE-TO PIC 9(8).
          05 WDAY-DAYS PIC 9(5).
          05 WDAY-RESULT PIC 9(8).
          05 WDAY-WORKING PIC X(1).
          05 WDAY-REASON PIC X(30).
