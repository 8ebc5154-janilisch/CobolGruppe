          05 IT-PROJECT PIC 9(2).
          05 IT-INCL-ARCHIVE PIC X(1).
          05 IT-UNDO-TS PIC X(14).
          05 IT-FORMAT PIC X(4).
             88 FORMAT-HTML VALUE SPACES "html".
             88 FORMAT-JSON VALUE "json".
             88 FORMAT-CSV  VALUE "csv".
          05 IT-STAMPS PIC X(995).
          05 IT-REVIEWER PIC X(10).
          05 IT-SIGNOFF PIC X(1).
          05 IT-TEMPLATE PIC 9(2).
          05 IT-TPL-PART PIC X(1).
          05 IT-OFFSET PIC S9(3).
          05 IT-DAY-KIND PIC X(1).
          05 IT-VIEW-NAME PIC X(20).
          05 IT-VIEW-OWNER PIC X(10).
          05 IT-VIEW-PUBLISH PIC X(1).
          05 IT-SCOPE PIC X(1).
             88 SCOPE-OPEN VALUE SPACE.
             88 SCOPE-OWN VALUE "O".
             88 SCOPE-TEAM VALUE "T".
             88 SCOPE-ALL VALUE "A".
             88 SCOPE-DEFAULT VALUE "D".
          05 IT-CALLER-ID PIC X(10).
