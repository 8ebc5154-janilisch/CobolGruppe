       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOWDAY.
      *gemeinsame Arbeitstagsregel fuer alle Programme der Todoliste.
      *Ein Tag ist Arbeitstag, wenn sein Wochentag laut WORKWEEK in
      *todoliste.cfg gearbeitet wird (sieben Stellen Mo..So, "1" =
      *Arbeitstag, ohne Zeile "1111100") - es sei denn, der
      *Betriebskalender todoholidays.dat fuehrt ihn als geschlossen
      *("C", Feiertag/Betriebsruhe) oder als zusaetzlichen Arbeitstag
      *("W", etwa ein eingearbeiteter Samstag). Den Kalender pflegt
      *der Admin ueber TODOLISTE, er wird beim ersten Aufruf einmal
      *geladen und bleibt fuer den Rest des Laufs im Speicher.
      *Funktionen ueber WDAY-FUNCTION:
      *  C  ist WDAY-DATE ein Arbeitstag (WDAY-WORKING, WDAY-REASON)
      *  R  WDAY-DATE auf den naechsten Arbeitstag vorrollen
      *  A  WDAY-DAYS Arbeitstage auf WDAY-DATE aufschlagen
      *  N  Arbeitstage nach WDAY-DATE bis einschliesslich
      *     WDAY-DATE-TO zaehlen
      *Ergebnisdaten stehen in WDAY-RESULT, Zaehlungen in WDAY-DAYS.
      *Ein ungueltiges Datum wird unveraendert zurueckgegeben.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDHOLI ASSIGN TO 'todoholidays.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HOLI-STATUS.
         SELECT TDCONFIG ASSIGN TO 'todoliste.cfg'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONFIG-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDHOLI.
          01 TDHOLI-RECORD.
             05 HOLF-DATE PIC 9(8).
             05 HOLF-KIND PIC X(1).
             05 HOLF-NAME PIC X(30).
          FD TDCONFIG.
          01 TDCONFIG-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-HOLI-STATUS PIC XX.
        01 WS-CONFIG-STATUS PIC XX.
        01 WS-HOLI-EOF PIC X VALUE "N".
        01 WS-CONFIG-EOF PIC X VALUE "N".
        01 WS-CAL-LOADED PIC X VALUE "N".
        01 WS-CFG-KEY PIC X(20).
        01 WS-CFG-VALUE PIC X(20).
        01 WS-WORKWEEK PIC X(7) VALUE "1111100".
        01 WS-WEEK-WORKDAYS PIC 9 VALUE ZERO.
        01 WS-HOLI-TABLE.
           05 WS-HOLI-COUNT PIC 9(3) VALUE ZERO.
           05 WS-HOLI-ENTRY OCCURS 500 TIMES.
              10 WS-HOLI-DATE PIC 9(8).
              10 WS-HOLI-KIND PIC X(1).
              10 WS-HOLI-NAME PIC X(30).
        01 WS-HOLI-IDX PIC 9(3).
        01 WS-DAY-INT PIC 9(7).
        01 WS-FROM-INT PIC 9(7).
        01 WS-TO-INT PIC 9(7).
        01 WS-DAY-NUM PIC 9(8).
        01 WS-WEEKDAY PIC 9.
        01 WS-DAY-WORKING PIC X.
        01 WS-DAY-REASON PIC X(30).
        01 WS-SPAN PIC 9(7).
        01 WS-FULL-WEEKS PIC 9(7).
        01 WS-REST-DAYS PIC 9.
        01 WS-STEP PIC 9(7).
        01 WS-STEP-MAX PIC 9(7).
        01 WS-WORK-COUNT PIC 9(7).

       LINKAGE SECTION.
       COPY todowday.

       PROCEDURE DIVISION USING WDAY-PARAMS.
           IF WS-CAL-LOADED NOT = "Y"
              PERFORM LOAD-WORKDAY-CALENDAR
           END-IF
           MOVE WDAY-DATE TO WDAY-RESULT
           MOVE "Y" TO WDAY-WORKING
           MOVE SPACES TO WDAY-REASON
           IF WDAY-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(WDAY-DATE) NOT = 0
              IF WDAY-COUNT
                 MOVE ZERO TO WDAY-DAYS
              END-IF
              GOBACK
           END-IF
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WDAY-DATE)
           EVALUATE TRUE
              WHEN WDAY-CHECK
                 MOVE WS-FROM-INT TO WS-DAY-INT
                 PERFORM CHECK-WORKING-DAY
                 MOVE WS-DAY-WORKING TO WDAY-WORKING
                 MOVE WS-DAY-REASON TO WDAY-REASON
              WHEN WDAY-ROLL
                 PERFORM ROLL-TO-WORKING-DAY
              WHEN WDAY-ADD
                 PERFORM ADD-WORKING-DAYS
              WHEN WDAY-COUNT
                 PERFORM COUNT-WORKING-DAYS
           END-EVALUATE
           GOBACK
          .

      *liest WORKWEEK aus todoliste.cfg und den Betriebskalender in
      *den Speicher; fehlt der Kalender, gilt allein die Arbeitswoche
       LOAD-WORKDAY-CALENDAR SECTION.
           MOVE "Y" TO WS-CAL-LOADED
           OPEN INPUT TDCONFIG
           IF WS-CONFIG-STATUS = "00"
              MOVE "N" TO WS-CONFIG-EOF
              PERFORM UNTIL WS-CONFIG-EOF = "Y"
                  READ TDCONFIG
                     AT END MOVE "Y" TO WS-CONFIG-EOF
                     NOT AT END
                        MOVE SPACES TO WS-CFG-KEY WS-CFG-VALUE
                        UNSTRING TDCONFIG-RECORD DELIMITED BY "="
                           INTO WS-CFG-KEY WS-CFG-VALUE
                        END-UNSTRING
                        IF WS-CFG-KEY = "WORKWEEK"
                           AND WS-CFG-VALUE(1:7) IS NUMERIC
                           AND WS-CFG-VALUE(1:7) NOT = "0000000"
                           MOVE WS-CFG-VALUE(1:7) TO WS-WORKWEEK
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDCONFIG
           END-IF
           MOVE ZERO TO WS-WEEK-WORKDAYS
           PERFORM VARYING WS-WEEKDAY FROM 1 BY 1
                   UNTIL WS-WEEKDAY > 7
               IF WS-WORKWEEK(WS-WEEKDAY:1) = "1"
                  ADD 1 TO WS-WEEK-WORKDAYS
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-HOLI-COUNT
           OPEN INPUT TDHOLI
           IF WS-HOLI-STATUS = "00"
              MOVE "N" TO WS-HOLI-EOF
              PERFORM UNTIL WS-HOLI-EOF = "Y"
                  READ TDHOLI
                     AT END MOVE "Y" TO WS-HOLI-EOF
                     NOT AT END
                        IF HOLF-DATE IS NUMERIC
                           AND (HOLF-KIND = "C" OR HOLF-KIND = "W")
                           AND WS-HOLI-COUNT < 500
                           ADD 1 TO WS-HOLI-COUNT
                           MOVE HOLF-DATE
                             TO WS-HOLI-DATE(WS-HOLI-COUNT)
                           MOVE HOLF-KIND
                             TO WS-HOLI-KIND(WS-HOLI-COUNT)
                           MOVE HOLF-NAME
                             TO WS-HOLI-NAME(WS-HOLI-COUNT)
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDHOLI
           END-IF
           EXIT.

      *bewertet den Tag WS-DAY-INT: zuerst die Arbeitswoche, dann
      *ein Kalendereintrag fuer genau diesen Tag, der sie uebersteuert
      *(Tag 1 der Datumszaehlung, der 01.01.1601, war ein Montag)
       CHECK-WORKING-DAY SECTION.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1 7) + 1
           IF WS-WORKWEEK(WS-WEEKDAY:1) = "1"
              MOVE "Y" TO WS-DAY-WORKING
              MOVE SPACES TO WS-DAY-REASON
           ELSE
              MOVE "N" TO WS-DAY-WORKING
              MOVE "weekend" TO WS-DAY-REASON
           END-IF
           COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           PERFORM VARYING WS-HOLI-IDX FROM 1 BY 1
                   UNTIL WS-HOLI-IDX > WS-HOLI-COUNT
               IF WS-HOLI-DATE(WS-HOLI-IDX) = WS-DAY-NUM
                  IF WS-HOLI-KIND(WS-HOLI-IDX) = "C"
                     MOVE "N" TO WS-DAY-WORKING
                     MOVE WS-HOLI-NAME(WS-HOLI-IDX) TO WS-DAY-REASON
                  ELSE
                     MOVE "Y" TO WS-DAY-WORKING
                     MOVE SPACES TO WS-DAY-REASON
                  END-IF
               END-IF
           END-PERFORM
           EXIT.

      *rollt auf den naechsten Arbeitstag vor (ein Arbeitstag bleibt
      *stehen); nach einem Jahr ohne Arbeitstag wird aufgegeben und
      *das Datum unveraendert gelassen
       ROLL-TO-WORKING-DAY SECTION.
           MOVE WS-FROM-INT TO WS-DAY-INT
           MOVE ZERO TO WS-STEP
           PERFORM CHECK-WORKING-DAY
           PERFORM UNTIL WS-DAY-WORKING = "Y" OR WS-STEP > 366
               ADD 1 TO WS-DAY-INT
               ADD 1 TO WS-STEP
               PERFORM CHECK-WORKING-DAY
           END-PERFORM
           IF WS-DAY-WORKING = "Y"
              COMPUTE WDAY-RESULT =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-IF
           EXIT.

      *zaehlt WDAY-DAYS Arbeitstage ab dem Folgetag weiter; bei null
      *Tagen bleibt das Datum stehen
       ADD-WORKING-DAYS SECTION.
           MOVE WS-FROM-INT TO WS-DAY-INT
           MOVE ZERO TO WS-WORK-COUNT WS-STEP
           COMPUTE WS-STEP-MAX = WDAY-DAYS * 7 + 366
           PERFORM UNTIL WS-WORK-COUNT >= WDAY-DAYS
                      OR WS-STEP > WS-STEP-MAX
               ADD 1 TO WS-DAY-INT
               ADD 1 TO WS-STEP
               PERFORM CHECK-WORKING-DAY
               IF WS-DAY-WORKING = "Y"
                  ADD 1 TO WS-WORK-COUNT
               END-IF
           END-PERFORM
           IF WS-WORK-COUNT >= WDAY-DAYS
              COMPUTE WDAY-RESULT =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           END-IF
           EXIT.

      *Arbeitstage im Bereich (WDAY-DATE, WDAY-DATE-TO]: volle Wochen
      *werden ueber die Arbeitswoche verrechnet, nur der Rest Tag fuer
      *Tag - danach korrigieren die Kalendereintraege im Bereich,
      *damit auch Jahre zwischen zwei Daten nicht teuer werden
       COUNT-WORKING-DAYS SECTION.
           MOVE ZERO TO WDAY-DAYS
           IF WDAY-DATE-TO NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD(WDAY-DATE-TO) NOT = 0
              OR WDAY-DATE-TO <= WDAY-DATE
              EXIT SECTION
           END-IF
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WDAY-DATE-TO)
           COMPUTE WS-SPAN = WS-TO-INT - WS-FROM-INT
           DIVIDE WS-SPAN BY 7 GIVING WS-FULL-WEEKS
              REMAINDER WS-REST-DAYS
           COMPUTE WS-WORK-COUNT = WS-FULL-WEEKS * WS-WEEK-WORKDAYS
           COMPUTE WS-DAY-INT = WS-FROM-INT + WS-FULL-WEEKS * 7
           PERFORM WS-REST-DAYS TIMES
               ADD 1 TO WS-DAY-INT
               COMPUTE WS-WEEKDAY =
                  FUNCTION MOD(WS-DAY-INT - 1 7) + 1
               IF WS-WORKWEEK(WS-WEEKDAY:1) = "1"
                  ADD 1 TO WS-WORK-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-HOLI-IDX FROM 1 BY 1
                   UNTIL WS-HOLI-IDX > WS-HOLI-COUNT
               IF WS-HOLI-DATE(WS-HOLI-IDX) > WDAY-DATE
                  AND WS-HOLI-DATE(WS-HOLI-IDX) <= WDAY-DATE-TO
                  AND FUNCTION TEST-DATE-YYYYMMDD
                         (WS-HOLI-DATE(WS-HOLI-IDX)) = 0
                  COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE
                     (WS-HOLI-DATE(WS-HOLI-IDX))
                  COMPUTE WS-WEEKDAY =
                     FUNCTION MOD(WS-DAY-INT - 1 7) + 1
                  IF WS-WORKWEEK(WS-WEEKDAY:1) = "1"
                     AND WS-HOLI-KIND(WS-HOLI-IDX) = "C"
                     AND WS-WORK-COUNT > ZERO
                     SUBTRACT 1 FROM WS-WORK-COUNT
                  END-IF
                  IF WS-WORKWEEK(WS-WEEKDAY:1) NOT = "1"
                     AND WS-HOLI-KIND(WS-HOLI-IDX) = "W"
                     ADD 1 TO WS-WORK-COUNT
                  END-IF
               END-IF
           END-PERFORM
           IF WS-WORK-COUNT > 99999
              MOVE 99999 TO WDAY-DAYS
           ELSE
              MOVE WS-WORK-COUNT TO WDAY-DAYS
           END-IF
           EXIT.
