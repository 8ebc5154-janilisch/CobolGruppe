       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOCYCLE.
      *Durchlaufzeiten aus dem Journal, als Programm fuer die
      *Kommandozeile: "todocycle [von [bis]]" mit Tagesdaten
      *JJJJMMTT, ohne Angabe der laufende Monat bis heute.
      *Die Statistik in TODOLISTE zaehlt nur, was gerade in welchem
      *Status steht; hier wird das Journal (todoaudit.log und alle
      *Monatsabschnitte bis zum Periodenende) von vorn nachgespielt
      *und je Eintrag festgehalten, wie lange er in ToDo, in Doing
      *und in Review lag und wie lange es vom Anlegen bis Done oder
      *Canceled gedauert hat. Gezaehlt werden die Eintraege, die in
      *der Periode abgeschlossen wurden.
      *Ein Eintrag behaelt dabei seine Uhr ueber alle Umwege: wird
      *er per Undo oder aus dem Archiv zurueckgeholt oder wieder
      *geoeffnet, laeuft seine Zeit weiter und er gilt nicht als neu
      *- die Zeit, die er geloescht oder archiviert war, zaehlt
      *nicht, ein Wiederoeffnen wird mitgezaehlt, und als Ende gilt
      *der letzte Abschluss. Reicht das Journal nicht bis zum
      *Anlegen zurueck, beginnt die Uhr beim Anlegedatum aus dem
      *Satzbild im Status des ersten bekannten Bildes.
      *Bericht nach todocycle.txt: Durchschnitt, Median und die drei
      *langsamsten Eintraege je Benutzer, Tag und Projekt, Zeiten in
      *Tagen

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDAUDIT ASSIGN TO WS-AUDIT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
         SELECT TDAUDCAT ASSIGN TO 'todoauditsegs.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDCAT-STATUS.
         SELECT TDTAGS ASSIGN TO 'todotags.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TAGS-STATUS.
         SELECT TDPROJ ASSIGN TO 'todoprojects.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROJ-STATUS.
         SELECT TDREPORT ASSIGN TO 'todocycle.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
      *Sortierdatei fuer die Gruppenwechsel - ueber die
      *abgeschlossenen Eintraege einer Periode ist ein Austauschsort
      *im Speicher wie in TODOLISTE zu langsam
         SELECT TDSORT ASSIGN TO 'todocycle.srt'.
       DATA DIVISION.
       FILE SECTION.
          FD TDAUDIT.
          01 TDAUDIT-RECORD.
             05 AUD-TIMESTAMP PIC X(14).
             05 FILLER PIC X(1).
             05 AUD-USER PIC X(10).
             05 FILLER PIC X(1).
             05 AUD-ACTION PIC X(14).
             05 FILLER PIC X(1).
             05 AUD-ITEM-ID PIC X(5).
             05 FILLER PIC X(1).
             05 AUD-BEFORE PIC X(122).
             05 FILLER PIC X(1).
             05 AUD-AFTER PIC X(122).
          FD TDAUDCAT.
          01 TDAUDCAT-RECORD PIC X(22).
          FD TDTAGS.
          01 TDTAGS-RECORD.
             05 TAGF-ID PIC 9(2).
             05 TAGF-STATE PIC X(1).
             05 TAGF-NAME PIC X(20).
          FD TDPROJ.
          01 TDPROJ-RECORD.
             05 PROJF-ID PIC 9(2).
             05 PROJF-STATE PIC X(1).
             05 PROJF-NAME PIC X(20).
             05 PROJF-SIGNOFF PIC X(1).
             05 PROJF-REVIEWER PIC X(10).
          FD TDREPORT.
          01 TDREPORT-RECORD PIC X(132).
          SD TDSORT.
          01 TDSORT-RECORD.
             05 SRT-DIM PIC X(1).
             05 SRT-KEY PIC X(20).
             05 SRT-TOTAL PIC 9(9).
             05 SRT-TODO PIC 9(9).
             05 SRT-DOING PIC 9(9).
             05 SRT-REVIEW PIC 9(9).
             05 SRT-ITEM-ID PIC 9(5).
             05 SRT-STATUS PIC 9.
             05 SRT-REOPEN PIC 9(3).
       WORKING-STORAGE SECTION.
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-AUDIT-FILENAME PIC X(22).
        01 WS-AUDIT-OLDNAME PIC X(13) VALUE "todoaudit.log".
        01 WS-AUDIT-EOF PIC X(1).
        01 WS-AUDCAT-STATUS PIC XX.
        01 WS-AUDCAT-EOF PIC X(1).
        01 WS-AUDCAT-TABLE.
           05 WS-AUDCAT-COUNT PIC 9(3) VALUE ZERO.
           05 WS-AUDCAT-ENTRY PIC X(22) OCCURS 200 TIMES.
        01 WS-AUDCAT-IDX PIC 9(3).
        01 WS-TAGS-STATUS PIC XX.
        01 WS-PROJ-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-EOF PIC X(1).
        01 WS-RUN-ARGS PIC X(40).
        01 WS-ARG-FROM PIC X(10).
        01 WS-ARG-TO PIC X(10).
        01 WS-FROM-DATE PIC X(8).
        01 WS-TO-DATE PIC X(8).
        01 WS-DATE-NUM PIC 9(8).
        01 WS-ARGS-BAD PIC X(1) VALUE "N".
        01 WS-TAG-TABLE.
           05 WS-TAG-COUNT PIC 9(3) VALUE ZERO.
           05 WS-TAG-ENTRY OCCURS 100 TIMES.
              10 WS-TAG-ID PIC 9(2).
              10 WS-TAG-NAME PIC X(20).
        01 WS-TAG-IDX PIC 9(3).
        01 WS-PROJ-TABLE.
           05 WS-PROJ-COUNT PIC 9(3) VALUE ZERO.
           05 WS-PROJ-ENTRY OCCURS 100 TIMES.
              10 WS-PROJ-ID PIC 9(2).
              10 WS-PROJ-NAME PIC X(20).
        01 WS-PROJ-IDX PIC 9(3).
      *Satzbild aus dem Journal, wie TDLIST-FILE in TODOLISTE
        01 WS-IMAGE.
           05 IMG-ID PIC 9(5).
           05 IMG-CONTENT PIC X(70).
           05 IMG-DATE PIC X(21).
           05 IMG-STATUS PIC 9.
           05 IMG-COLOR PIC 9.
           05 IMG-TAG PIC 9(2).
           05 IMG-USER-ID PIC X(10).
           05 IMG-DUE-DATE PIC X(8).
           05 IMG-RECUR PIC 9.
           05 IMG-PRIO PIC 9.
           05 IMG-PROJECT PIC 9(2).
        01 WS-BEFORE-ITEM PIC X(1).
        01 WS-AFTER-ITEM PIC X(1).
      *Uhr je Eintrag, nach ITEM-ID aufsteigend fuer die binaere
      *Suche; Minuten je offenem Status
        01 WS-CYC-TABLE.
           05 WS-CYC-COUNT PIC 9(5) VALUE ZERO.
           05 WS-CYC-ENTRY OCCURS 9999 TIMES.
              10 WS-CYC-ITEM-ID PIC 9(5).
              10 WS-CYC-STATUS PIC 9.
              10 WS-CYC-GONE PIC X(1).
              10 WS-CYC-START-TS PIC X(14).
              10 WS-CYC-LAST-TS PIC X(14).
              10 WS-CYC-END-TS PIC X(14).
              10 WS-CYC-MIN-TODO PIC 9(9) COMP-3.
              10 WS-CYC-MIN-DOING PIC 9(9) COMP-3.
              10 WS-CYC-MIN-REVIEW PIC 9(9) COMP-3.
              10 WS-CYC-REOPEN PIC 9(3).
              10 WS-CYC-USER PIC X(10).
              10 WS-CYC-TAG PIC 9(2).
              10 WS-CYC-PROJECT PIC 9(2).
              10 WS-CYC-CREATED PIC X(14).
        01 WS-CYC-OVFL PIC X(1) VALUE "N".
        01 WS-CYC-IDX PIC 9(5).
        01 WS-CYC-FOUND PIC X(1).
        01 WS-CYC-LOW PIC 9(5).
        01 WS-CYC-HIGH PIC 9(5).
        01 WS-CYC-MID PIC 9(5).
        01 WS-CYC-SHIFT PIC 9(5).
        01 WS-SEEK-ID PIC 9(5).
        01 WS-EVENT-TS PIC X(14).
        01 WS-NEW-STATUS PIC 9.
      *Minuten zwischen zwei Zeitstempeln JJJJMMTThhmmss
        01 WS-TS-A PIC X(14).
        01 WS-TS-B PIC X(14).
        01 WS-TS-DATE-NUM PIC 9(8).
        01 WS-TS-A-INT PIC 9(7).
        01 WS-TS-B-INT PIC 9(7).
        01 WS-TS-A-MOD PIC 9(4).
        01 WS-TS-B-MOD PIC 9(4).
        01 WS-ELAPSED-MIN PIC S9(9) COMP-3.
      *Zaehler fuer die Berichtskoepfe
        01 WS-JOURNAL-READ PIC 9(7) VALUE ZERO.
        01 WS-FINISHED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-OPEN-COUNT PIC 9(5) VALUE ZERO.
        01 WS-REOPEN-TOTAL PIC 9(5) VALUE ZERO.
        01 WS-PARTIAL-COUNT PIC 9(5) VALUE ZERO.
        01 WS-RELOAD-COUNT PIC 9(5) VALUE ZERO.
      *Gruppenwechsel in der Ausgabe der Sortierung
        01 WS-SORT-EOF PIC X(1).
        01 WS-GRP-DIM PIC X(1).
        01 WS-GRP-KEY PIC X(20).
        01 WS-GRP-COUNT PIC 9(5).
        01 WS-GRP-CANCELED PIC 9(5).
        01 WS-GRP-REOPENED PIC 9(5).
        01 WS-GRP-SUM-TOTAL PIC 9(12) COMP-3.
        01 WS-GRP-SUM-TODO PIC 9(12) COMP-3.
        01 WS-GRP-SUM-DOING PIC 9(12) COMP-3.
        01 WS-GRP-SUM-REVIEW PIC 9(12) COMP-3.
        01 WS-GRP-TOTALS.
           05 WS-GRP-TOTAL PIC 9(9) COMP-3 OCCURS 9999 TIMES.
        01 WS-GRP-SLOW-TABLE.
           05 WS-GRP-SLOW-ID PIC 9(5) OCCURS 3 TIMES.
           05 WS-GRP-SLOW-MIN PIC 9(9) COMP-3 OCCURS 3 TIMES.
        01 WS-GRP-IDX PIC 9(5).
        01 WS-MEDIAN-MIN PIC 9(9) COMP-3.
        01 WS-MEDIAN-POS PIC 9(5).
        01 WS-AVG-MIN PIC 9(9) COMP-3.
        01 WS-DAYS PIC 9(5)V9.
        01 WS-DAYS-Z PIC ZZZZ9.9.
        01 WS-AVG-TOTAL-Z PIC ZZZZ9.9.
        01 WS-MEDIAN-Z PIC ZZZZ9.9.
        01 WS-AVG-TODO-Z PIC ZZZZ9.9.
        01 WS-AVG-DOING-Z PIC ZZZZ9.9.
        01 WS-AVG-REVIEW-Z PIC ZZZZ9.9.
        01 WS-CNT-Z PIC ZZZZ9.
        01 WS-CNT-Z2 PIC ZZZZ9.
        01 WS-CNT-Z3 PIC ZZZZ9.
        01 WS-ID-Z PIC 9(5).
        01 WS-DIM-TITLE PIC X(12).
        01 WS-REPORT-LINE PIC X(132).
        01 WS-LINE-PTR PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM READ-PERIOD-ARGS
           IF WS-ARGS-BAD = "Y"
              DISPLAY "usage: todocycle [from-yyyymmdd [to-yyyymmdd]]"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT TDREPORT
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "todocycle.txt could not be written"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-TAG-CATALOG
           PERFORM LOAD-PROJECT-CATALOG
           PERFORM REPLAY-JOURNAL
           PERFORM WRITE-REPORT-HEADER
           SORT TDSORT
              ON ASCENDING KEY SRT-DIM SRT-KEY
              ON DESCENDING KEY SRT-TOTAL
              ON ASCENDING KEY SRT-ITEM-ID
              INPUT PROCEDURE RELEASE-FINISHED-ITEMS
              OUTPUT PROCEDURE WRITE-GROUP-LINES
           CLOSE TDREPORT
           MOVE WS-FINISHED-COUNT TO WS-CNT-Z
           DISPLAY "cycle times " WS-FROM-DATE " - " WS-TO-DATE
                   ": " WS-CNT-Z " items closed, see todocycle.txt"
           IF WS-CYC-OVFL = "Y" OR WS-RELOAD-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK
          .

      *Periode aus dem Aufruf - ohne Angabe vom Monatsersten bis
      *heute, ohne Ende bis heute
       READ-PERIOD-ARGS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE
           MOVE WS-TO-DATE TO WS-FROM-DATE
           MOVE "01" TO WS-FROM-DATE(7:2)
           ACCEPT WS-RUN-ARGS FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-FROM WS-ARG-TO
           UNSTRING WS-RUN-ARGS DELIMITED BY ALL SPACES
              INTO WS-ARG-FROM WS-ARG-TO
           END-UNSTRING
           IF WS-ARG-FROM NOT = SPACES
              IF WS-ARG-FROM(1:8) NOT NUMERIC
                 OR WS-ARG-FROM(9:2) NOT = SPACES
                 MOVE "Y" TO WS-ARGS-BAD
                 EXIT SECTION
              END-IF
              MOVE WS-ARG-FROM(1:8) TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                 MOVE "Y" TO WS-ARGS-BAD
                 EXIT SECTION
              END-IF
              MOVE WS-ARG-FROM(1:8) TO WS-FROM-DATE
           END-IF
           IF WS-ARG-TO NOT = SPACES
              IF WS-ARG-TO(1:8) NOT NUMERIC
                 OR WS-ARG-TO(9:2) NOT = SPACES
                 MOVE "Y" TO WS-ARGS-BAD
                 EXIT SECTION
              END-IF
              MOVE WS-ARG-TO(1:8) TO WS-DATE-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                 MOVE "Y" TO WS-ARGS-BAD
                 EXIT SECTION
              END-IF
              MOVE WS-ARG-TO(1:8) TO WS-TO-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
              MOVE "Y" TO WS-ARGS-BAD
           END-IF
           EXIT.

       LOAD-TAG-CATALOG SECTION.
           OPEN INPUT TDTAGS
           IF WS-TAGS-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ TDTAGS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-TAG-COUNT < 100
                           ADD 1 TO WS-TAG-COUNT
                           MOVE TAGF-ID
                             TO WS-TAG-ID(WS-TAG-COUNT)
                           MOVE TAGF-NAME
                             TO WS-TAG-NAME(WS-TAG-COUNT)
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDTAGS
           END-IF
           EXIT.

       LOAD-PROJECT-CATALOG SECTION.
           OPEN INPUT TDPROJ
           IF WS-PROJ-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ TDPROJ
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-PROJ-COUNT < 100
                           ADD 1 TO WS-PROJ-COUNT
                           MOVE PROJF-ID
                             TO WS-PROJ-ID(WS-PROJ-COUNT)
                           MOVE PROJF-NAME
                             TO WS-PROJ-NAME(WS-PROJ-COUNT)
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDPROJ
           END-IF
           EXIT.

      *das Journal von vorn bis zum Periodenende - auch vor dem
      *Periodenbeginn, denn ein in der Periode abgeschlossener
      *Eintrag kann lange vorher angelegt worden sein
       REPLAY-JOURNAL SECTION.
           MOVE WS-AUDIT-OLDNAME TO WS-AUDIT-FILENAME
           PERFORM REPLAY-AUDIT-SEGMENT
           MOVE ZERO TO WS-AUDCAT-COUNT
           OPEN INPUT TDAUDCAT
           IF WS-AUDCAT-STATUS = "00"
              MOVE "N" TO WS-AUDCAT-EOF
              PERFORM UNTIL WS-AUDCAT-EOF = 'Y'
                  READ TDAUDCAT
                     AT END MOVE 'Y' TO WS-AUDCAT-EOF
                     NOT AT END
                        IF WS-AUDCAT-COUNT < 200
                           ADD 1 TO WS-AUDCAT-COUNT
                           MOVE TDAUDCAT-RECORD
                             TO WS-AUDCAT-ENTRY(WS-AUDCAT-COUNT)
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDAUDCAT
           END-IF
           PERFORM VARYING WS-AUDCAT-IDX FROM 1 BY 1
                 UNTIL WS-AUDCAT-IDX > WS-AUDCAT-COUNT
               IF WS-AUDCAT-ENTRY(WS-AUDCAT-IDX)(11:6)
                  <= WS-TO-DATE(1:6)
                  MOVE WS-AUDCAT-ENTRY(WS-AUDCAT-IDX)
                    TO WS-AUDIT-FILENAME
                  PERFORM REPLAY-AUDIT-SEGMENT
               END-IF
           END-PERFORM
           EXIT.

       REPLAY-AUDIT-SEGMENT SECTION.
           OPEN INPUT TDAUDIT
           IF WS-AUDIT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-AUDIT-EOF
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               READ TDAUDIT
                  AT END MOVE 'Y' TO WS-AUDIT-EOF
                  NOT AT END
                     IF AUD-TIMESTAMP(1:8) <= WS-TO-DATE
                        ADD 1 TO WS-JOURNAL-READ
                        PERFORM REPLAY-AUDIT-RECORD
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDAUDIT
           EXIT.

      *ein Journalsatz: nur Satzbilder (beginnend mit der
      *fuenfstelligen Nummer) stellen die Uhr; Textbilder wie
      *"blocked by" betreffen sie nicht. Nach "complete list
      *cleared" ist nichts mehr in der Liste; ein Zurueckspielen
      *einer Sicherung steht nicht satzweise im Journal und wird
      *nur als Hinweis gezaehlt
       REPLAY-AUDIT-RECORD SECTION.
           MOVE AUD-TIMESTAMP TO WS-EVENT-TS
           MOVE "N" TO WS-BEFORE-ITEM WS-AFTER-ITEM
           IF AUD-BEFORE(1:5) NUMERIC
              MOVE "Y" TO WS-BEFORE-ITEM
           END-IF
           IF AUD-AFTER(1:5) NUMERIC
              MOVE "Y" TO WS-AFTER-ITEM
           END-IF
           IF WS-BEFORE-ITEM = "N" AND WS-AFTER-ITEM = "N"
              IF AUD-BEFORE(1:21) = "complete list cleared"
                 PERFORM CLEAR-ALL-CLOCKS
              END-IF
              IF AUD-AFTER(1:19) = "list reloaded from "
                 ADD 1 TO WS-RELOAD-COUNT
              END-IF
              EXIT SECTION
           END-IF
           IF WS-BEFORE-ITEM = "Y"
              MOVE AUD-BEFORE TO WS-IMAGE
           ELSE
              MOVE AUD-AFTER TO WS-IMAGE
           END-IF
           IF IMG-STATUS NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE IMG-ID TO WS-SEEK-ID
           PERFORM FIND-CYCLE-ENTRY
           IF WS-CYC-FOUND = "N"
              PERFORM INSERT-CYCLE-ENTRY
              IF WS-CYC-FOUND = "N"
                 EXIT SECTION
              END-IF
           END-IF
           IF WS-AFTER-ITEM = "Y"
              MOVE AUD-AFTER TO WS-IMAGE
              IF IMG-STATUS NOT NUMERIC
                 EXIT SECTION
              END-IF
              PERFORM APPLY-AFTER-IMAGE
           ELSE
              PERFORM APPLY-REMOVAL
           END-IF
           EXIT.

      *neuer Eintrag: die Uhr beginnt beim Anlegedatum aus dem
      *Satzbild im Status des ersten Bildes - bei einem Anlegen ist
      *das ohnehin der Zeitpunkt des Journalsatzes
       INSERT-CYCLE-ENTRY SECTION.
           IF WS-CYC-COUNT >= 9999
              MOVE "Y" TO WS-CYC-OVFL
              EXIT SECTION
           END-IF
           PERFORM VARYING WS-CYC-SHIFT FROM WS-CYC-COUNT BY -1
                 UNTIL WS-CYC-SHIFT < WS-CYC-IDX
               MOVE WS-CYC-ENTRY(WS-CYC-SHIFT)
                 TO WS-CYC-ENTRY(WS-CYC-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-CYC-COUNT
           PERFORM START-CYCLE-ENTRY
           EXIT.

      *Uhr eines Eintrags von vorn: beim Einfuegen und wenn eine
      *wieder vergebene Nummer einen ganz neuen Eintrag traegt
       START-CYCLE-ENTRY SECTION.
           INITIALIZE WS-CYC-ENTRY(WS-CYC-IDX)
           MOVE WS-SEEK-ID TO WS-CYC-ITEM-ID(WS-CYC-IDX)
           MOVE IMG-STATUS TO WS-CYC-STATUS(WS-CYC-IDX)
           MOVE SPACE TO WS-CYC-GONE(WS-CYC-IDX)
           MOVE SPACES TO WS-CYC-END-TS(WS-CYC-IDX)
           IF IMG-DATE(1:14) NUMERIC
              AND IMG-DATE(1:14) <= WS-EVENT-TS
              MOVE IMG-DATE(1:14) TO WS-CYC-START-TS(WS-CYC-IDX)
           ELSE
              MOVE WS-EVENT-TS TO WS-CYC-START-TS(WS-CYC-IDX)
           END-IF
           MOVE WS-CYC-START-TS(WS-CYC-IDX)
             TO WS-CYC-LAST-TS(WS-CYC-IDX)
           MOVE IMG-DATE(1:14) TO WS-CYC-CREATED(WS-CYC-IDX)
           IF WS-BEFORE-ITEM = "Y"
              ADD 1 TO WS-PARTIAL-COUNT
           END-IF
           MOVE "Y" TO WS-CYC-FOUND
           EXIT.

      *binaere Suche nach WS-SEEK-ID; ohne Treffer zeigt
      *WS-CYC-IDX auf die Einfuegestelle
       FIND-CYCLE-ENTRY SECTION.
           MOVE "N" TO WS-CYC-FOUND
           MOVE 1 TO WS-CYC-LOW
           MOVE WS-CYC-COUNT TO WS-CYC-HIGH
           PERFORM UNTIL WS-CYC-LOW > WS-CYC-HIGH
                 OR WS-CYC-FOUND = "Y"
               COMPUTE WS-CYC-MID = (WS-CYC-LOW + WS-CYC-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-CYC-ITEM-ID(WS-CYC-MID) = WS-SEEK-ID
                      MOVE "Y" TO WS-CYC-FOUND
                      MOVE WS-CYC-MID TO WS-CYC-IDX
                   WHEN WS-CYC-ITEM-ID(WS-CYC-MID) < WS-SEEK-ID
                      COMPUTE WS-CYC-LOW = WS-CYC-MID + 1
                   WHEN OTHER
                      IF WS-CYC-MID = 1
                         MOVE ZERO TO WS-CYC-HIGH
                      ELSE
                         COMPUTE WS-CYC-HIGH = WS-CYC-MID - 1
                      END-IF
               END-EVALUATE
           END-PERFORM
           IF WS-CYC-FOUND = "N"
              MOVE WS-CYC-LOW TO WS-CYC-IDX
           END-IF
           EXIT.

      *neues Bild danach: die Zeit seit dem letzten Stand geht an
      *den bisherigen Status - war der Eintrag geloescht oder
      *archiviert, zaehlt die Luecke nicht (Undo, Wiederherstellen).
      *TODOLISTE vergibt die Nummer eines geloeschten oder
      *archivierten Eintrags neu (hoechste plus eins): traegt ein
      *reines Nachher-Bild ein anderes Anlegedatum, ist es ein neuer
      *Eintrag und seine Uhr beginnt von vorn - Undo und
      *Wiederherstellen behalten das Anlegedatum
       APPLY-AFTER-IMAGE SECTION.
           IF WS-CYC-GONE(WS-CYC-IDX) = "G"
              AND WS-BEFORE-ITEM = "N"
              AND IMG-DATE(1:14) NOT = WS-CYC-CREATED(WS-CYC-IDX)
              PERFORM START-CYCLE-ENTRY
           END-IF
           MOVE IMG-STATUS TO WS-NEW-STATUS
           IF WS-CYC-GONE(WS-CYC-IDX) = SPACE
              PERFORM ACCUMULATE-OPEN-TIME
           END-IF
           MOVE SPACE TO WS-CYC-GONE(WS-CYC-IDX)
           IF (WS-CYC-STATUS(WS-CYC-IDX) = 2
                 OR WS-CYC-STATUS(WS-CYC-IDX) = 3)
              AND WS-NEW-STATUS NOT = 2 AND WS-NEW-STATUS NOT = 3
              ADD 1 TO WS-CYC-REOPEN(WS-CYC-IDX)
           END-IF
           IF (WS-NEW-STATUS = 2 OR WS-NEW-STATUS = 3)
              AND WS-CYC-STATUS(WS-CYC-IDX) NOT = 2
              AND WS-CYC-STATUS(WS-CYC-IDX) NOT = 3
              MOVE WS-EVENT-TS TO WS-CYC-END-TS(WS-CYC-IDX)
           END-IF
           MOVE WS-NEW-STATUS TO WS-CYC-STATUS(WS-CYC-IDX)
           MOVE WS-EVENT-TS TO WS-CYC-LAST-TS(WS-CYC-IDX)
           MOVE IMG-USER-ID TO WS-CYC-USER(WS-CYC-IDX)
           MOVE IMG-TAG TO WS-CYC-TAG(WS-CYC-IDX)
           MOVE IMG-PROJECT TO WS-CYC-PROJECT(WS-CYC-IDX)
           EXIT.

      *nur ein Bild davor: Loeschen oder Archivieren haelt die Uhr
      *an; ein offen geloeschter Eintrag wird nie abgeschlossen und
      *faellt so aus dem Bericht
       APPLY-REMOVAL SECTION.
           IF WS-CYC-GONE(WS-CYC-IDX) = SPACE
              PERFORM ACCUMULATE-OPEN-TIME
           END-IF
           MOVE WS-EVENT-TS TO WS-CYC-LAST-TS(WS-CYC-IDX)
           MOVE "G" TO WS-CYC-GONE(WS-CYC-IDX)
           MOVE IMG-USER-ID TO WS-CYC-USER(WS-CYC-IDX)
           MOVE IMG-TAG TO WS-CYC-TAG(WS-CYC-IDX)
           MOVE IMG-PROJECT TO WS-CYC-PROJECT(WS-CYC-IDX)
           EXIT.

       CLEAR-ALL-CLOCKS SECTION.
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                 UNTIL WS-CYC-IDX > WS-CYC-COUNT
               IF WS-CYC-GONE(WS-CYC-IDX) = SPACE
                  PERFORM ACCUMULATE-OPEN-TIME
                  MOVE WS-EVENT-TS TO WS-CYC-LAST-TS(WS-CYC-IDX)
                  MOVE "G" TO WS-CYC-GONE(WS-CYC-IDX)
               END-IF
           END-PERFORM
           EXIT.

      *schreibt die Minuten seit dem letzten Stand dem bisherigen
      *offenen Status gut - Done und Canceled laufen nicht mit
       ACCUMULATE-OPEN-TIME SECTION.
           MOVE WS-CYC-LAST-TS(WS-CYC-IDX) TO WS-TS-A
           MOVE WS-EVENT-TS TO WS-TS-B
           PERFORM COMPUTE-ELAPSED-MINUTES
           IF WS-ELAPSED-MIN <= ZERO
              EXIT SECTION
           END-IF
           EVALUATE WS-CYC-STATUS(WS-CYC-IDX)
               WHEN 0
                  ADD WS-ELAPSED-MIN TO WS-CYC-MIN-TODO(WS-CYC-IDX)
               WHEN 1
                  ADD WS-ELAPSED-MIN TO WS-CYC-MIN-DOING(WS-CYC-IDX)
               WHEN 4
                  ADD WS-ELAPSED-MIN
                    TO WS-CYC-MIN-REVIEW(WS-CYC-IDX)
           END-EVALUATE
           EXIT.

      *wie COMPUTE-BOOKING-MINUTES in TODOLISTE
       COMPUTE-ELAPSED-MINUTES SECTION.
           MOVE ZERO TO WS-ELAPSED-MIN
           IF WS-TS-A(1:12) NOT NUMERIC
              OR WS-TS-B(1:12) NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE WS-TS-A(1:8) TO WS-TS-DATE-NUM
           COMPUTE WS-TS-A-INT =
              FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM)
           MOVE WS-TS-B(1:8) TO WS-TS-DATE-NUM
           COMPUTE WS-TS-B-INT =
              FUNCTION INTEGER-OF-DATE(WS-TS-DATE-NUM)
           COMPUTE WS-TS-A-MOD =
              FUNCTION NUMVAL(WS-TS-A(9:2)) * 60
              + FUNCTION NUMVAL(WS-TS-A(11:2))
           COMPUTE WS-TS-B-MOD =
              FUNCTION NUMVAL(WS-TS-B(9:2)) * 60
              + FUNCTION NUMVAL(WS-TS-B(11:2))
           COMPUTE WS-ELAPSED-MIN =
              (WS-TS-B-INT - WS-TS-A-INT) * 1440
              + WS-TS-B-MOD - WS-TS-A-MOD
           EXIT.

       WRITE-REPORT-HEADER SECTION.
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                 UNTIL WS-CYC-IDX > WS-CYC-COUNT
               IF WS-CYC-STATUS(WS-CYC-IDX) = 2
                  OR WS-CYC-STATUS(WS-CYC-IDX) = 3
                  IF WS-CYC-END-TS(WS-CYC-IDX)(1:8) >= WS-FROM-DATE
                     AND WS-CYC-END-TS(WS-CYC-IDX)(1:8)
                        <= WS-TO-DATE
                     ADD 1 TO WS-FINISHED-COUNT
                     ADD WS-CYC-REOPEN(WS-CYC-IDX) TO WS-REOPEN-TOTAL
                  END-IF
               ELSE
                  IF WS-CYC-GONE(WS-CYC-IDX) = SPACE
                     ADD 1 TO WS-OPEN-COUNT
                  END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           STRING "todoliste cycle times " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  " (run " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-FINISHED-COUNT TO WS-CNT-Z
           MOVE WS-REOPEN-TOTAL TO WS-CNT-Z2
           MOVE WS-OPEN-COUNT TO WS-CNT-Z3
           STRING "items closed in period: " DELIMITED BY SIZE
                  WS-CNT-Z DELIMITED BY SIZE
                  "  reopenings among them: " DELIMITED BY SIZE
                  WS-CNT-Z2 DELIMITED BY SIZE
                  "  still open at period end: " DELIMITED BY SIZE
                  WS-CNT-Z3 DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           MOVE "times in days; total = created until last closed"
             TO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           IF WS-PARTIAL-COUNT > ZERO
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-PARTIAL-COUNT TO WS-CNT-Z
              STRING "note: " DELIMITED BY SIZE
                     WS-CNT-Z DELIMITED BY SIZE
                     " items predate the journal, their clock starts"
                        DELIMITED BY SIZE
                     " at creation in the first known status"
                        DELIMITED BY SIZE
                INTO WS-REPORT-LINE
              WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-RELOAD-COUNT > ZERO
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-RELOAD-COUNT TO WS-CNT-Z
              STRING "warning: " DELIMITED BY SIZE
                     WS-CNT-Z DELIMITED BY SIZE
                     " backup restores in the journal, items changed"
                        DELIMITED BY SIZE
                     " by them are not traced" DELIMITED BY SIZE
                INTO WS-REPORT-LINE
              WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-CYC-OVFL = "Y"
              MOVE "warning: more than 9999 items, report incomplete"
                TO WS-REPORT-LINE
              WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           EXIT.

      *Eingabe der Sortierung: je in der Periode abgeschlossenem
      *Eintrag ein Satz fuer die Gesamtzeile und je einer fuer
      *Benutzer, Tag und Projekt
       RELEASE-FINISHED-ITEMS SECTION.
           PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
                 UNTIL WS-CYC-IDX > WS-CYC-COUNT
               IF (WS-CYC-STATUS(WS-CYC-IDX) = 2
                     OR WS-CYC-STATUS(WS-CYC-IDX) = 3)
                  AND WS-CYC-END-TS(WS-CYC-IDX)(1:8) >= WS-FROM-DATE
                  AND WS-CYC-END-TS(WS-CYC-IDX)(1:8) <= WS-TO-DATE
                  PERFORM RELEASE-ONE-ITEM
               END-IF
           END-PERFORM
           EXIT.

       RELEASE-ONE-ITEM SECTION.
           MOVE WS-CYC-START-TS(WS-CYC-IDX) TO WS-TS-A
           MOVE WS-CYC-END-TS(WS-CYC-IDX) TO WS-TS-B
           PERFORM COMPUTE-ELAPSED-MINUTES
           IF WS-ELAPSED-MIN < ZERO
              MOVE ZERO TO WS-ELAPSED-MIN
           END-IF
           MOVE WS-ELAPSED-MIN TO SRT-TOTAL
           MOVE WS-CYC-MIN-TODO(WS-CYC-IDX) TO SRT-TODO
           MOVE WS-CYC-MIN-DOING(WS-CYC-IDX) TO SRT-DOING
           MOVE WS-CYC-MIN-REVIEW(WS-CYC-IDX) TO SRT-REVIEW
           MOVE WS-CYC-ITEM-ID(WS-CYC-IDX) TO SRT-ITEM-ID
           MOVE WS-CYC-STATUS(WS-CYC-IDX) TO SRT-STATUS
           MOVE WS-CYC-REOPEN(WS-CYC-IDX) TO SRT-REOPEN
           MOVE "A" TO SRT-DIM
           MOVE "all items" TO SRT-KEY
           RELEASE TDSORT-RECORD
           MOVE "U" TO SRT-DIM
           IF WS-CYC-USER(WS-CYC-IDX) = SPACES
              MOVE "(unassigned)" TO SRT-KEY
           ELSE
              MOVE WS-CYC-USER(WS-CYC-IDX) TO SRT-KEY
           END-IF
           RELEASE TDSORT-RECORD
           MOVE "T" TO SRT-DIM
           MOVE SPACES TO SRT-KEY
           PERFORM VARYING WS-TAG-IDX FROM 1 BY 1
                 UNTIL WS-TAG-IDX > WS-TAG-COUNT
               IF WS-TAG-ID(WS-TAG-IDX) = WS-CYC-TAG(WS-CYC-IDX)
                  MOVE WS-TAG-NAME(WS-TAG-IDX) TO SRT-KEY
               END-IF
           END-PERFORM
           IF SRT-KEY = SPACES
              STRING "tag " DELIMITED BY SIZE
                     WS-CYC-TAG(WS-CYC-IDX) DELIMITED BY SIZE
                INTO SRT-KEY
           END-IF
           RELEASE TDSORT-RECORD
           MOVE "X" TO SRT-DIM
           MOVE SPACES TO SRT-KEY
           IF WS-CYC-PROJECT(WS-CYC-IDX) = ZERO
              MOVE "(no project)" TO SRT-KEY
           END-IF
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                 UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
               IF WS-PROJ-ID(WS-PROJ-IDX) = WS-CYC-PROJECT(WS-CYC-IDX)
                  AND WS-CYC-PROJECT(WS-CYC-IDX) NOT = ZERO
                  MOVE WS-PROJ-NAME(WS-PROJ-IDX) TO SRT-KEY
               END-IF
           END-PERFORM
           IF SRT-KEY = SPACES
              STRING "project " DELIMITED BY SIZE
                     WS-CYC-PROJECT(WS-CYC-IDX) DELIMITED BY SIZE
                INTO SRT-KEY
           END-IF
           RELEASE TDSORT-RECORD
           EXIT.

      *Ausgabe der Sortierung: Gruppenwechsel auf Art und Schluessel,
      *innerhalb der Gruppe kommt der langsamste Eintrag zuerst
       WRITE-GROUP-LINES SECTION.
           MOVE SPACES TO WS-GRP-DIM WS-GRP-KEY
           MOVE ZERO TO WS-GRP-COUNT
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN TDSORT
                  AT END
                     MOVE "Y" TO WS-SORT-EOF
                  NOT AT END
                     IF SRT-DIM NOT = WS-GRP-DIM
                        OR SRT-KEY NOT = WS-GRP-KEY
                        PERFORM WRITE-ONE-GROUP
                        IF SRT-DIM NOT = WS-GRP-DIM
                           PERFORM WRITE-DIMENSION-TITLE
                        END-IF
                        PERFORM START-GROUP
                     END-IF
                     PERFORM ADD-TO-GROUP
               END-RETURN
           END-PERFORM
           PERFORM WRITE-ONE-GROUP
           EXIT.

       WRITE-DIMENSION-TITLE SECTION.
           EVALUATE SRT-DIM
               WHEN "A"
                  MOVE "overall" TO WS-DIM-TITLE
               WHEN "T"
                  MOVE "per tag" TO WS-DIM-TITLE
               WHEN "U"
                  MOVE "per user" TO WS-DIM-TITLE
               WHEN OTHER
                  MOVE "per project" TO WS-DIM-TITLE
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-DIM-TITLE TO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  name                 closed cancl reopn"
                     DELIMITED BY SIZE
                  "  avg-tot  median avg-todo avg-doing avg-revw"
                     DELIMITED BY SIZE
                  "  slowest" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           EXIT.

       START-GROUP SECTION.
           MOVE SRT-DIM TO WS-GRP-DIM
           MOVE SRT-KEY TO WS-GRP-KEY
           MOVE ZERO TO WS-GRP-COUNT WS-GRP-CANCELED WS-GRP-REOPENED
           MOVE ZERO TO WS-GRP-SUM-TOTAL WS-GRP-SUM-TODO
           MOVE ZERO TO WS-GRP-SUM-DOING WS-GRP-SUM-REVIEW
           MOVE ZERO TO WS-GRP-SLOW-ID(1) WS-GRP-SLOW-ID(2)
           MOVE ZERO TO WS-GRP-SLOW-ID(3)
           EXIT.

      *die Gesamtzeiten der Gruppe kommen absteigend an - die
      *ersten drei sind die langsamsten, der Median liegt in der
      *Mitte der gesammelten Reihe
       ADD-TO-GROUP SECTION.
           IF WS-GRP-COUNT >= 9999
              EXIT SECTION
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE SRT-TOTAL TO WS-GRP-TOTAL(WS-GRP-COUNT)
           IF WS-GRP-COUNT <= 3
              MOVE SRT-ITEM-ID TO WS-GRP-SLOW-ID(WS-GRP-COUNT)
              MOVE SRT-TOTAL TO WS-GRP-SLOW-MIN(WS-GRP-COUNT)
           END-IF
           IF SRT-STATUS = 3
              ADD 1 TO WS-GRP-CANCELED
           END-IF
           IF SRT-REOPEN > ZERO
              ADD 1 TO WS-GRP-REOPENED
           END-IF
           ADD SRT-TOTAL TO WS-GRP-SUM-TOTAL
           ADD SRT-TODO TO WS-GRP-SUM-TODO
           ADD SRT-DOING TO WS-GRP-SUM-DOING
           ADD SRT-REVIEW TO WS-GRP-SUM-REVIEW
           EXIT.

       WRITE-ONE-GROUP SECTION.
           IF WS-GRP-COUNT = ZERO
              EXIT SECTION
           END-IF
           COMPUTE WS-DAYS ROUNDED =
              WS-GRP-SUM-TOTAL / WS-GRP-COUNT / 1440
           MOVE WS-DAYS TO WS-AVG-TOTAL-Z
           COMPUTE WS-DAYS ROUNDED =
              WS-GRP-SUM-TODO / WS-GRP-COUNT / 1440
           MOVE WS-DAYS TO WS-AVG-TODO-Z
           COMPUTE WS-DAYS ROUNDED =
              WS-GRP-SUM-DOING / WS-GRP-COUNT / 1440
           MOVE WS-DAYS TO WS-AVG-DOING-Z
           COMPUTE WS-DAYS ROUNDED =
              WS-GRP-SUM-REVIEW / WS-GRP-COUNT / 1440
           MOVE WS-DAYS TO WS-AVG-REVIEW-Z
           IF FUNCTION MOD(WS-GRP-COUNT 2) = 1
              COMPUTE WS-MEDIAN-POS = (WS-GRP-COUNT + 1) / 2
              MOVE WS-GRP-TOTAL(WS-MEDIAN-POS) TO WS-MEDIAN-MIN
           ELSE
              COMPUTE WS-MEDIAN-POS = WS-GRP-COUNT / 2
              COMPUTE WS-MEDIAN-MIN ROUNDED =
                 (WS-GRP-TOTAL(WS-MEDIAN-POS)
                  + WS-GRP-TOTAL(WS-MEDIAN-POS + 1)) / 2
           END-IF
           COMPUTE WS-DAYS ROUNDED = WS-MEDIAN-MIN / 1440
           MOVE WS-DAYS TO WS-MEDIAN-Z
           MOVE WS-GRP-COUNT TO WS-CNT-Z
           MOVE WS-GRP-CANCELED TO WS-CNT-Z2
           MOVE WS-GRP-REOPENED TO WS-CNT-Z3
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "  " DELIMITED BY SIZE
                  WS-GRP-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CNT-Z DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CNT-Z2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CNT-Z3 DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AVG-TOTAL-Z DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MEDIAN-Z DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AVG-TODO-Z DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-AVG-DOING-Z DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AVG-REVIEW-Z DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
             INTO WS-REPORT-LINE
             WITH POINTER WS-LINE-PTR
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                 UNTIL WS-GRP-IDX > 3 OR WS-GRP-IDX > WS-GRP-COUNT
               MOVE WS-GRP-SLOW-ID(WS-GRP-IDX) TO WS-ID-Z
               COMPUTE WS-DAYS ROUNDED =
                  WS-GRP-SLOW-MIN(WS-GRP-IDX) / 1440
               MOVE WS-DAYS TO WS-DAYS-Z
               STRING " " DELIMITED BY SIZE
                      WS-ID-Z DELIMITED BY SIZE
                      "(" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DAYS-Z) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
                 WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           EXIT.
       END PROGRAM TODOCYCLE.
