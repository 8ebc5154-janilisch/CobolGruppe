       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOPLAN.
      *Terminplanpruefung ueber die "blockiert durch"-Verknuepfungen
      *in tododeps.dat, als Programm fuer die Kommandozeile:
      *"todoplan [projekt]" - ohne Angabe fuer alle Projekte, gedacht
      *fuer die Projektleitung vor der Wochenbesprechung.
      *TODOLISTE verhindert nur, dass ein Eintrag vor seinem Blocker
      *geschlossen wird; hier wird je Projekt gemeldet, wo der Plan
      *selbst nicht aufgehen kann:
      *  - der Blocker ist erst nach dem blockierten Eintrag faellig
      *  - der Blocker ist schon ueberfaellig
      *  - der Blocker gehoert jemand anderem und liegt noch in ToDo
      *  - Kreise in den Verknuepfungen (TODOLISTE weist nur die
      *    direkte Gegenverknuepfung ab)
      *und die laengste Kette offener Eintraege bis zum letzten
      *Faelligkeitstermin des Projekts gedruckt, mit den bis dahin
      *verbleibenden Arbeitstagen (TODOWDAY). Betrachtet werden nur
      *offene Eintraege (ToDo, Doing, Review) - ein geschlossener
      *oder archivierter Blocker haelt nichts mehr auf.
      *Bericht nach todoplan.txt

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN TO 'todolist.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ITEM-ID
            ALTERNATE RECORD KEY IS ITEM-USER-ID
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS ITEM-DUE-DATE
               WITH DUPLICATES
            LOCK MODE IS AUTOMATIC
            FILE STATUS IS WS-TDLIST-STATUS.
         SELECT TDDEPS ASSIGN TO 'tododeps.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPS-STATUS.
         SELECT TDPROJ ASSIGN TO 'todoprojects.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROJ-STATUS.
         SELECT TDREPORT ASSIGN TO 'todoplan.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
             05 ITEM-ID PIC 9(5).
             05 ITEM-CONTENT PIC X(70).
             05 ITEM-DATE PIC X(21).
             05 ITEM-STATUS PIC 9.
             05 ITEM-COLOR PIC 9.
             05 ITEM-TAG PIC 9(2).
             05 ITEM-USER-ID PIC X(10).
             05 ITEM-DUE-DATE PIC X(8).
             05 ITEM-RECUR PIC 9.
             05 ITEM-PRIO PIC 9.
             05 ITEM-PROJECT PIC 9(2).
          FD TDDEPS.
          01 TDDEPS-RECORD.
             05 DEPF-ITEM-ID PIC 9(5).
             05 DEPF-BLOCKER-ID PIC 9(5).
          FD TDPROJ.
          01 TDPROJ-RECORD.
             05 PROJF-ID PIC 9(2).
             05 PROJF-STATE PIC X(1).
             05 PROJF-NAME PIC X(20).
             05 PROJF-SIGNOFF PIC X(1).
             05 PROJF-REVIEWER PIC X(10).
          FD TDREPORT.
          01 TDREPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-DEPS-STATUS PIC XX.
        01 WS-PROJ-STATUS PIC XX.
        01 WS-REPORT-STATUS PIC XX.
        01 WS-LOCK-TRIES PIC 9(3) VALUE ZERO.
        01 WS-LOCK-MAX-TRIES PIC 9(3) VALUE 030.
        01 WS-RETRY-NANOS PIC 9(18) VALUE 250000000.
        01 WS-EOF PIC X(1).
        01 WS-RUN-ARGS PIC X(40).
        01 WS-ONLY-PROJECT PIC 9(2) VALUE ZERO.
        01 WS-ONLY-SET PIC X(1) VALUE "N".
        01 WS-TODAY-NUM PIC 9(8).
        01 WS-TODAY-X PIC X(8).
        COPY todowday.
        01 WS-TDLIST.
           05 ITEM-ID PIC 9(5).
           05 ITEM-CONTENT PIC X(70).
           05 ITEM-DATE PIC X(21).
           05 ITEM-STATUS PIC 9.
           05 ITEM-COLOR PIC 9.
           05 ITEM-TAG PIC 9(2).
           05 ITEM-USER-ID PIC X(10).
           05 ITEM-DUE-DATE PIC X(8).
           05 ITEM-RECUR PIC 9.
           05 ITEM-PRIO PIC 9.
           05 ITEM-PROJECT PIC 9(2).
      *offene Eintraege, nach ITEM-ID aufsteigend (so liefert sie
      *der Primaerschluessel) fuer die binaere Suche; LEN/PRED
      *tragen die laengste Kette, die auf den Eintrag zulaeuft
        01 WS-ITM-TABLE.
           05 WS-ITM-COUNT PIC 9(5) VALUE ZERO.
           05 WS-ITM-ENTRY OCCURS 9999 TIMES.
              10 WS-ITM-ID PIC 9(5).
              10 WS-ITM-STATUS PIC 9.
              10 WS-ITM-USER PIC X(10).
              10 WS-ITM-DUE PIC X(8).
              10 WS-ITM-PROJECT PIC 9(2).
              10 WS-ITM-CONTENT PIC X(40).
              10 WS-ITM-LEN PIC 9(5).
              10 WS-ITM-PRED PIC 9(5).
        01 WS-ITM-OVFL PIC X(1) VALUE "N".
        01 WS-ITM-IDX PIC 9(5).
        01 WS-ITM-FOUND PIC X(1).
        01 WS-ITM-LOW PIC 9(5).
        01 WS-ITM-HIGH PIC 9(5).
        01 WS-ITM-MID PIC 9(5).
        01 WS-SEEK-ID PIC 9(5).
      *Verknuepfungen zwischen zwei offenen Eintraegen, als
      *Tabellenplaetze; EDGE-ON = N fuer die Kante, an der ein
      *Kreis aufgetrennt wurde
        01 WS-EDGE-TABLE.
           05 WS-EDGE-COUNT PIC 9(4) VALUE ZERO.
           05 WS-EDGE-ENTRY OCCURS 2000 TIMES.
              10 WS-EDGE-ITEM PIC 9(5).
              10 WS-EDGE-BLOCKER PIC 9(5).
              10 WS-EDGE-ON PIC X(1).
        01 WS-EDGE-OVFL PIC X(1) VALUE "N".
        01 WS-EDGE-IDX PIC 9(4).
        01 WS-EDGE-CUT PIC X(1).
        01 WS-DEP-ITEM-IDX PIC 9(5).
      *gefundene Kreise mit ihren Gliedern
        01 WS-CYCLE-TABLE.
           05 WS-CYCLE-COUNT PIC 9(2) VALUE ZERO.
           05 WS-CYCLE-ENTRY OCCURS 50 TIMES.
              10 WS-CYCLE-SIZE PIC 9(2).
              10 WS-CYCLE-MEMBER PIC 9(5) OCCURS 20 TIMES.
        01 WS-CYCLE-IDX PIC 9(2).
        01 WS-MEMBER-IDX PIC 9(2).
        01 WS-CYCLE-OVFL PIC X(1) VALUE "N".
        01 WS-CYCLE-IN-PROJ PIC X(1).
        01 WS-CHANGED PIC X(1).
        01 WS-LAST-CHANGED PIC 9(5).
        01 WS-PASSES PIC 9(5).
        01 WS-WALK PIC 9(5).
        01 WS-WALK-STEPS PIC 9(5).
        01 WS-CYCLE-START PIC 9(5).
        01 WS-BLK-IDX PIC 9(5).
        01 WS-PROJ-TABLE.
           05 WS-PROJ-COUNT PIC 9(3) VALUE ZERO.
           05 WS-PROJ-ENTRY OCCURS 100 TIMES.
              10 WS-PROJ-ID PIC 9(2).
              10 WS-PROJ-NAME PIC X(20).
        01 WS-PROJ-IDX PIC 9(3).
        01 WS-CUR-PROJECT PIC 9(2).
        01 WS-CUR-NAME PIC X(20).
        01 WS-FINAL-DUE PIC X(8).
        01 WS-PROJ-OPEN PIC 9(5).
        01 WS-PROJ-FINDINGS PIC 9(5).
        01 WS-TOTAL-FINDINGS PIC 9(5) VALUE ZERO.
        01 WS-END-IDX PIC 9(5).
        01 WS-BEST-IDX PIC 9(5).
        01 WS-CHAIN-TABLE.
           05 WS-CHAIN-COUNT PIC 9(5).
           05 WS-CHAIN-ITEM PIC 9(5) OCCURS 500 TIMES.
        01 WS-CHAIN-IDX PIC 9(5).
        01 WS-CHAIN-POS PIC 9(5).
        01 WS-CHAIN-TITLE PIC X(40).
        01 WS-STATUS-TEXT PIC X(6).
        01 WS-FLAG-TEXT PIC X(30).
        01 WS-FINDING-TEXT PIC X(50).
        01 WS-CNT-Z PIC ZZZZ9.
        01 WS-CNT-Z2 PIC ZZZZ9.
        01 WS-ID-Z PIC 9(5).
        01 WS-ID-Z2 PIC 9(5).
        01 WS-PROJ-Z PIC 99.
        01 WS-REPORT-LINE PIC X(132).
        01 WS-LINE-PTR PIC 9(3).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-ARGS FROM COMMAND-LINE
           IF WS-RUN-ARGS NOT = SPACES
              IF WS-RUN-ARGS(1:2) NUMERIC
                 AND WS-RUN-ARGS(3:1) = SPACE
                 MOVE WS-RUN-ARGS(1:2) TO WS-ONLY-PROJECT
                 MOVE "Y" TO WS-ONLY-SET
              ELSE
                 DISPLAY "usage: todoplan [project-number]"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           MOVE WS-TODAY-NUM TO WS-TODAY-X
           PERFORM LOAD-OPEN-ITEMS
           IF WS-TDLIST-STATUS NOT = "00"
              DISPLAY "todolist.dat could not be read"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-DEPENDENCIES
           PERFORM LOAD-PROJECT-CATALOG
           PERFORM FIND-CHAINS-AND-CYCLES
           OPEN OUTPUT TDREPORT
           IF WS-REPORT-STATUS NOT = "00"
              DISPLAY "todoplan.txt could not be written"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                 UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
               MOVE WS-PROJ-ID(WS-PROJ-IDX) TO WS-CUR-PROJECT
               MOVE WS-PROJ-NAME(WS-PROJ-IDX) TO WS-CUR-NAME
               IF WS-ONLY-SET = "N"
                  OR WS-ONLY-PROJECT = WS-CUR-PROJECT
                  PERFORM REPORT-ONE-PROJECT
               END-IF
           END-PERFORM
           CLOSE TDREPORT
           MOVE WS-TOTAL-FINDINGS TO WS-CNT-Z
           DISPLAY "schedule check: " WS-CNT-Z
                   " findings, see todoplan.txt"
           IF WS-TOTAL-FINDINGS > ZERO OR WS-ITM-OVFL = "Y"
              OR WS-EDGE-OVFL = "Y" OR WS-CYCLE-OVFL = "Y"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK
          .

      *wie OPEN-TDLIST-INPUT in TODOLISTE: wartet eine laufende
      *Aenderung ab, statt eine halbe Liste zu lesen
       OPEN-TDLIST-INPUT SECTION.
           MOVE ZERO TO WS-LOCK-TRIES
           PERFORM WITH TEST AFTER UNTIL WS-TDLIST-STATUS = "00"
                 OR WS-LOCK-TRIES > WS-LOCK-MAX-TRIES
               ADD 1 TO WS-LOCK-TRIES
               OPEN INPUT TDLIST
               IF WS-TDLIST-STATUS NOT = "00"
                  PERFORM RETRY-WAIT
               END-IF
           END-PERFORM
          EXIT.

       RETRY-WAIT SECTION.
           CALL "CBL_OC_NANOSLEEP" USING WS-RETRY-NANOS
           EXIT.

      *alle offenen Eintraege (ToDo, Doing, Review) in die Tabelle
       LOAD-OPEN-ITEMS SECTION.
           PERFORM OPEN-TDLIST-INPUT
           IF WS-TDLIST-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TDLIST NEXT INTO WS-TDLIST
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF ITEM-STATUS IN WS-TDLIST < 2
                        OR ITEM-STATUS IN WS-TDLIST = 4
                        PERFORM NOTE-OPEN-ITEM
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDLIST
           MOVE "00" TO WS-TDLIST-STATUS
           EXIT.

       NOTE-OPEN-ITEM SECTION.
           IF WS-ITM-COUNT >= 9999
              MOVE "Y" TO WS-ITM-OVFL
              EXIT SECTION
           END-IF
           ADD 1 TO WS-ITM-COUNT
           MOVE ITEM-ID IN WS-TDLIST TO WS-ITM-ID(WS-ITM-COUNT)
           MOVE ITEM-STATUS IN WS-TDLIST
             TO WS-ITM-STATUS(WS-ITM-COUNT)
           MOVE ITEM-USER-ID IN WS-TDLIST
             TO WS-ITM-USER(WS-ITM-COUNT)
           MOVE ITEM-DUE-DATE IN WS-TDLIST
             TO WS-ITM-DUE(WS-ITM-COUNT)
           IF ITEM-DUE-DATE IN WS-TDLIST NOT NUMERIC
              MOVE SPACES TO WS-ITM-DUE(WS-ITM-COUNT)
           END-IF
           MOVE ITEM-PROJECT IN WS-TDLIST
             TO WS-ITM-PROJECT(WS-ITM-COUNT)
           MOVE ITEM-CONTENT IN WS-TDLIST
             TO WS-ITM-CONTENT(WS-ITM-COUNT)
           EXIT.

      *binaere Suche nach WS-SEEK-ID in der Eintragstabelle
       FIND-OPEN-ITEM SECTION.
           MOVE "N" TO WS-ITM-FOUND
           MOVE 1 TO WS-ITM-LOW
           MOVE WS-ITM-COUNT TO WS-ITM-HIGH
           PERFORM UNTIL WS-ITM-LOW > WS-ITM-HIGH
                 OR WS-ITM-FOUND = "Y"
               COMPUTE WS-ITM-MID = (WS-ITM-LOW + WS-ITM-HIGH) / 2
               EVALUATE TRUE
                   WHEN WS-ITM-ID(WS-ITM-MID) = WS-SEEK-ID
                      MOVE "Y" TO WS-ITM-FOUND
                      MOVE WS-ITM-MID TO WS-ITM-IDX
                   WHEN WS-ITM-ID(WS-ITM-MID) < WS-SEEK-ID
                      COMPUTE WS-ITM-LOW = WS-ITM-MID + 1
                   WHEN OTHER
                      IF WS-ITM-MID = 1
                         MOVE ZERO TO WS-ITM-HIGH
                      ELSE
                         COMPUTE WS-ITM-HIGH = WS-ITM-MID - 1
                      END-IF
               END-EVALUATE
           END-PERFORM
           EXIT.

      *nur Verknuepfungen, deren beide Enden offen sind
       LOAD-DEPENDENCIES SECTION.
           OPEN INPUT TDDEPS
           IF WS-DEPS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TDDEPS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE DEPF-ITEM-ID TO WS-SEEK-ID
                     PERFORM FIND-OPEN-ITEM
                     IF WS-ITM-FOUND = "Y"
                        MOVE WS-ITM-IDX TO WS-DEP-ITEM-IDX
                        MOVE DEPF-BLOCKER-ID TO WS-SEEK-ID
                        PERFORM FIND-OPEN-ITEM
                        IF WS-ITM-FOUND = "Y"
                           PERFORM NOTE-EDGE
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDDEPS
           EXIT.

       NOTE-EDGE SECTION.
           IF WS-EDGE-COUNT >= 2000
              MOVE "Y" TO WS-EDGE-OVFL
              EXIT SECTION
           END-IF
           ADD 1 TO WS-EDGE-COUNT
           MOVE WS-DEP-ITEM-IDX TO WS-EDGE-ITEM(WS-EDGE-COUNT)
           MOVE WS-ITM-IDX TO WS-EDGE-BLOCKER(WS-EDGE-COUNT)
           MOVE "Y" TO WS-EDGE-ON(WS-EDGE-COUNT)
           EXIT.

      *Projektkatalog; die Nummer 0 (kein Projekt) kommt zuerst,
      *damit auch Eintraege ohne Projekt geprueft werden
       LOAD-PROJECT-CATALOG SECTION.
           MOVE 1 TO WS-PROJ-COUNT
           MOVE ZERO TO WS-PROJ-ID(1)
           MOVE "(no project)" TO WS-PROJ-NAME(1)
           OPEN INPUT TDPROJ
           IF WS-PROJ-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ TDPROJ
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-PROJ-COUNT < 100
                           AND PROJF-ID NOT = ZERO
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

      *laengste Ketten durch wiederholtes Nachziehen ueber alle
      *Kanten: LEN(Eintrag) = LEN(Blocker) + 1. Ohne Kreis steht
      *nach so vielen Durchgaengen, wie es Eintraege gibt, alles
      *fest; aendert sich dann noch etwas, liegt ein Kreis vor -
      *er wird ueber die PRED-Zeiger gesucht, festgehalten, an
      *einer Kante aufgetrennt und die Rechnung neu begonnen
       FIND-CHAINS-AND-CYCLES SECTION.
           MOVE "Y" TO WS-CHANGED
           PERFORM UNTIL WS-CHANGED = "N"
               PERFORM RELAX-ALL-EDGES
               IF WS-CHANGED = "Y"
                  PERFORM NOTE-AND-BREAK-CYCLE
               END-IF
           END-PERFORM
           EXIT.

       RELAX-ALL-EDGES SECTION.
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                 UNTIL WS-ITM-IDX > WS-ITM-COUNT
               MOVE 1 TO WS-ITM-LEN(WS-ITM-IDX)
               MOVE ZERO TO WS-ITM-PRED(WS-ITM-IDX)
           END-PERFORM
           MOVE ZERO TO WS-PASSES
           MOVE "Y" TO WS-CHANGED
           PERFORM UNTIL WS-CHANGED = "N"
                 OR WS-PASSES > WS-ITM-COUNT
               ADD 1 TO WS-PASSES
               MOVE "N" TO WS-CHANGED
               PERFORM VARYING WS-EDGE-IDX FROM 1 BY 1
                     UNTIL WS-EDGE-IDX > WS-EDGE-COUNT
                   IF WS-EDGE-ON(WS-EDGE-IDX) = "Y"
                      MOVE WS-EDGE-ITEM(WS-EDGE-IDX) TO WS-ITM-IDX
                      MOVE WS-EDGE-BLOCKER(WS-EDGE-IDX) TO WS-BLK-IDX
                      IF WS-ITM-LEN(WS-BLK-IDX) + 1
                         > WS-ITM-LEN(WS-ITM-IDX)
                         AND WS-ITM-LEN(WS-BLK-IDX) < 99999
                         COMPUTE WS-ITM-LEN(WS-ITM-IDX) =
                            WS-ITM-LEN(WS-BLK-IDX) + 1
                         MOVE WS-BLK-IDX TO WS-ITM-PRED(WS-ITM-IDX)
                         MOVE "Y" TO WS-CHANGED
                         MOVE WS-ITM-IDX TO WS-LAST-CHANGED
                      END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      *vom zuletzt geaenderten Eintrag aus so oft dem PRED-Zeiger
      *folgen, wie es Eintraege gibt - danach steht man sicher im
      *Kreis; dann einmal herum, die Glieder notieren und die Kante
      *zum Startglied abschalten
       NOTE-AND-BREAK-CYCLE SECTION.
           MOVE WS-LAST-CHANGED TO WS-WALK
           PERFORM VARYING WS-WALK-STEPS FROM 1 BY 1
                 UNTIL WS-WALK-STEPS > WS-ITM-COUNT
                    OR WS-ITM-PRED(WS-WALK) = ZERO
               MOVE WS-ITM-PRED(WS-WALK) TO WS-WALK
           END-PERFORM
           MOVE WS-WALK TO WS-CYCLE-START
           IF WS-CYCLE-COUNT < 50
              ADD 1 TO WS-CYCLE-COUNT
              MOVE ZERO TO WS-CYCLE-SIZE(WS-CYCLE-COUNT)
           ELSE
              MOVE "Y" TO WS-CYCLE-OVFL
           END-IF
           PERFORM WITH TEST AFTER
                 VARYING WS-WALK-STEPS FROM 1 BY 1
                 UNTIL WS-WALK = WS-CYCLE-START
                    OR WS-WALK = ZERO
                    OR WS-WALK-STEPS > WS-ITM-COUNT
               IF WS-CYCLE-OVFL = "N"
                  AND WS-CYCLE-SIZE(WS-CYCLE-COUNT) < 20
                  ADD 1 TO WS-CYCLE-SIZE(WS-CYCLE-COUNT)
                  MOVE WS-WALK TO WS-CYCLE-MEMBER(WS-CYCLE-COUNT
                     WS-CYCLE-SIZE(WS-CYCLE-COUNT))
               END-IF
               MOVE WS-ITM-PRED(WS-WALK) TO WS-WALK
           END-PERFORM
      *Kante "Startglied blockiert durch seinen Vorgaenger" aus -
      *findet sich keine, wird abgebrochen statt endlos zu rechnen
           MOVE WS-ITM-PRED(WS-CYCLE-START) TO WS-BLK-IDX
           MOVE "N" TO WS-EDGE-CUT
           PERFORM VARYING WS-EDGE-IDX FROM 1 BY 1
                 UNTIL WS-EDGE-IDX > WS-EDGE-COUNT
               IF WS-EDGE-ITEM(WS-EDGE-IDX) = WS-CYCLE-START
                  AND WS-EDGE-BLOCKER(WS-EDGE-IDX) = WS-BLK-IDX
                  AND WS-EDGE-ON(WS-EDGE-IDX) = "Y"
                  MOVE "N" TO WS-EDGE-ON(WS-EDGE-IDX)
                  MOVE "Y" TO WS-EDGE-CUT
               END-IF
           END-PERFORM
           IF WS-EDGE-CUT = "N"
              MOVE "N" TO WS-CHANGED
           END-IF
           EXIT.

       WRITE-REPORT-HEADER SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "todoliste schedule check " DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-ITM-COUNT TO WS-CNT-Z
           MOVE WS-EDGE-COUNT TO WS-CNT-Z2
           STRING "open items: " DELIMITED BY SIZE
                  WS-CNT-Z DELIMITED BY SIZE
                  "  open dependencies: " DELIMITED BY SIZE
                  WS-CNT-Z2 DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           IF WS-ITM-OVFL = "Y"
              MOVE "warning: over 9999 open items, check incomplete"
                TO WS-REPORT-LINE
              WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-EDGE-OVFL = "Y"
              MOVE "warning: over 2000 dependencies, check incomplete"
                TO WS-REPORT-LINE
              WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           IF WS-CYCLE-OVFL = "Y"
              MOVE "warning: more than 50 cycles, only 50 listed"
                TO WS-REPORT-LINE
              WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           EXIT.

      *ein Projekt: Kopf mit letztem Termin, dann die Befunde je
      *Verknuepfung, die Kreise mit einem Glied im Projekt und die
      *kritische Kette
       REPORT-ONE-PROJECT SECTION.
           MOVE ZERO TO WS-PROJ-OPEN WS-PROJ-FINDINGS
           MOVE SPACES TO WS-FINAL-DUE
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                 UNTIL WS-ITM-IDX > WS-ITM-COUNT
               IF WS-ITM-PROJECT(WS-ITM-IDX) = WS-CUR-PROJECT
                  ADD 1 TO WS-PROJ-OPEN
                  IF WS-ITM-DUE(WS-ITM-IDX) NOT = SPACES
                     AND (WS-FINAL-DUE = SPACES
                       OR WS-ITM-DUE(WS-ITM-IDX) > WS-FINAL-DUE)
                     MOVE WS-ITM-DUE(WS-ITM-IDX) TO WS-FINAL-DUE
                  END-IF
               END-IF
           END-PERFORM
           IF WS-PROJ-OPEN = ZERO AND WS-ONLY-SET = "N"
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CUR-PROJECT TO WS-PROJ-Z
           MOVE WS-PROJ-OPEN TO WS-CNT-Z
           STRING "project " DELIMITED BY SIZE
                  WS-PROJ-Z DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUR-NAME DELIMITED BY SIZE
                  " open items: " DELIMITED BY SIZE
                  WS-CNT-Z DELIMITED BY SIZE
                  "  final due date: " DELIMITED BY SIZE
                  WS-FINAL-DUE DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-EDGE-IDX FROM 1 BY 1
                 UNTIL WS-EDGE-IDX > WS-EDGE-COUNT
               MOVE WS-EDGE-ITEM(WS-EDGE-IDX) TO WS-ITM-IDX
               IF WS-ITM-PROJECT(WS-ITM-IDX) = WS-CUR-PROJECT
                  PERFORM CHECK-ONE-DEPENDENCY
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CYCLE-IDX FROM 1 BY 1
                 UNTIL WS-CYCLE-IDX > WS-CYCLE-COUNT
               MOVE "N" TO WS-CYCLE-IN-PROJ
               PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                     UNTIL WS-MEMBER-IDX > WS-CYCLE-SIZE(WS-CYCLE-IDX)
                   MOVE WS-CYCLE-MEMBER(WS-CYCLE-IDX WS-MEMBER-IDX)
                     TO WS-ITM-IDX
                   IF WS-ITM-PROJECT(WS-ITM-IDX) = WS-CUR-PROJECT
                      MOVE "Y" TO WS-CYCLE-IN-PROJ
                   END-IF
               END-PERFORM
               IF WS-CYCLE-IN-PROJ = "Y"
                  PERFORM WRITE-CYCLE-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-CRITICAL-CHAIN
           IF WS-PROJ-FINDINGS = ZERO
              MOVE "  no schedule conflicts" TO WS-REPORT-LINE
              WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           ADD WS-PROJ-FINDINGS TO WS-TOTAL-FINDINGS
           EXIT.

      *die drei Pruefungen fuer eine Verknuepfung; WS-ITM-IDX ist
      *der blockierte Eintrag
       CHECK-ONE-DEPENDENCY SECTION.
           MOVE WS-EDGE-BLOCKER(WS-EDGE-IDX) TO WS-BLK-IDX
           IF WS-ITM-DUE(WS-BLK-IDX) NOT = SPACES
              AND WS-ITM-DUE(WS-ITM-IDX) NOT = SPACES
              AND WS-ITM-DUE(WS-BLK-IDX) > WS-ITM-DUE(WS-ITM-IDX)
              MOVE SPACES TO WS-FINDING-TEXT
              STRING "blocker due " DELIMITED BY SIZE
                     WS-ITM-DUE(WS-BLK-IDX) DELIMITED BY SIZE
                     ", after item due " DELIMITED BY SIZE
                     WS-ITM-DUE(WS-ITM-IDX) DELIMITED BY SIZE
                INTO WS-FINDING-TEXT
              PERFORM WRITE-FINDING-LINE
           END-IF
           IF WS-ITM-DUE(WS-BLK-IDX) NOT = SPACES
              AND WS-ITM-DUE(WS-BLK-IDX) < WS-TODAY-X
              MOVE SPACES TO WS-FINDING-TEXT
              STRING "blocker overdue since " DELIMITED BY SIZE
                     WS-ITM-DUE(WS-BLK-IDX) DELIMITED BY SIZE
                INTO WS-FINDING-TEXT
              PERFORM WRITE-FINDING-LINE
           END-IF
           IF WS-ITM-STATUS(WS-BLK-IDX) = 0
              AND WS-ITM-USER(WS-BLK-IDX) NOT = WS-ITM-USER(WS-ITM-IDX)
              MOVE SPACES TO WS-FINDING-TEXT
              STRING "blocker still in ToDo with " DELIMITED BY SIZE
                     WS-ITM-USER(WS-BLK-IDX) DELIMITED BY SIZE
                INTO WS-FINDING-TEXT
              PERFORM WRITE-FINDING-LINE
           END-IF
           EXIT.

       WRITE-FINDING-LINE SECTION.
           ADD 1 TO WS-PROJ-FINDINGS
           MOVE WS-ITM-ID(WS-ITM-IDX) TO WS-ID-Z
           MOVE WS-ITM-ID(WS-BLK-IDX) TO WS-ID-Z2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-ID-Z DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ITM-USER(WS-ITM-IDX) DELIMITED BY SIZE
                  " blocked by " DELIMITED BY SIZE
                  WS-ID-Z2 DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  WS-FINDING-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ITM-CONTENT(WS-ITM-IDX) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           EXIT.

       WRITE-CYCLE-LINE SECTION.
           ADD 1 TO WS-PROJ-FINDINGS
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING "  cycle:" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
             WITH POINTER WS-LINE-PTR
           END-STRING
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                 UNTIL WS-MEMBER-IDX > WS-CYCLE-SIZE(WS-CYCLE-IDX)
               MOVE WS-CYCLE-MEMBER(WS-CYCLE-IDX WS-MEMBER-IDX)
                 TO WS-ITM-IDX
               MOVE WS-ITM-ID(WS-ITM-IDX) TO WS-ID-Z
               STRING " " DELIMITED BY SIZE
                      WS-ID-Z DELIMITED BY SIZE
                      " blocked by" DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
                 WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM
           MOVE WS-CYCLE-MEMBER(WS-CYCLE-IDX 1) TO WS-ITM-IDX
           MOVE WS-ITM-ID(WS-ITM-IDX) TO WS-ID-Z
           STRING " " DELIMITED BY SIZE
                  WS-ID-Z DELIMITED BY SIZE
             INTO WS-REPORT-LINE
             WITH POINTER WS-LINE-PTR
           END-STRING
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           EXIT.

      *die kritische Kette endet beim Eintrag mit dem letzten
      *Termin des Projekts, auf den die laengste Kette zulaeuft;
      *hat keiner davon Blocker, wird die laengste Kette im Projekt
      *gedruckt, sofern es eine gibt
       WRITE-CRITICAL-CHAIN SECTION.
           MOVE ZERO TO WS-END-IDX WS-BEST-IDX
           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
                 UNTIL WS-ITM-IDX > WS-ITM-COUNT
               IF WS-ITM-PROJECT(WS-ITM-IDX) = WS-CUR-PROJECT
                  IF WS-FINAL-DUE NOT = SPACES
                     AND WS-ITM-DUE(WS-ITM-IDX) = WS-FINAL-DUE
                     IF WS-END-IDX = ZERO
                        MOVE WS-ITM-IDX TO WS-END-IDX
                     ELSE
                        IF WS-ITM-LEN(WS-ITM-IDX)
                           > WS-ITM-LEN(WS-END-IDX)
                           MOVE WS-ITM-IDX TO WS-END-IDX
                        END-IF
                     END-IF
                  END-IF
                  IF WS-BEST-IDX = ZERO
                     MOVE WS-ITM-IDX TO WS-BEST-IDX
                  ELSE
                     IF WS-ITM-LEN(WS-ITM-IDX) > WS-ITM-LEN(WS-BEST-IDX)
                        MOVE WS-ITM-IDX TO WS-BEST-IDX
                     END-IF
                  END-IF
               END-IF
           END-PERFORM
           IF WS-END-IDX NOT = ZERO
              IF WS-ITM-LEN(WS-END-IDX) > 1
                 MOVE "critical chain to the final due date:"
                   TO WS-CHAIN-TITLE
                 PERFORM WRITE-ONE-CHAIN
                 EXIT SECTION
              END-IF
           END-IF
           IF WS-BEST-IDX NOT = ZERO
              IF WS-ITM-LEN(WS-BEST-IDX) > 1
                 MOVE WS-BEST-IDX TO WS-END-IDX
                 MOVE "longest open chain:" TO WS-CHAIN-TITLE
                 PERFORM WRITE-ONE-CHAIN
                 EXIT SECTION
              END-IF
           END-IF
           MOVE "  no open dependency chain" TO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           EXIT.

      *Kette ab WS-END-IDX rueckwaerts ueber PRED sammeln und vom
      *ersten Blocker an drucken; LATE = spaeter faellig als der
      *Eintrag, den er aufhaelt, OVERDUE = Termin schon vorbei
       WRITE-ONE-CHAIN SECTION.
           MOVE ZERO TO WS-CHAIN-COUNT
           MOVE WS-END-IDX TO WS-WALK
           PERFORM UNTIL WS-WALK = ZERO OR WS-CHAIN-COUNT >= 500
               ADD 1 TO WS-CHAIN-COUNT
               MOVE WS-WALK TO WS-CHAIN-ITEM(WS-CHAIN-COUNT)
               MOVE WS-ITM-PRED(WS-WALK) TO WS-WALK
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CHAIN-COUNT TO WS-CNT-Z
           STRING "  " DELIMITED BY SIZE
                  WS-CHAIN-TITLE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  WS-CNT-Z DELIMITED BY SIZE
                  " open items" DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-CHAIN-IDX FROM WS-CHAIN-COUNT BY -1
                 UNTIL WS-CHAIN-IDX < 1
               MOVE WS-CHAIN-ITEM(WS-CHAIN-IDX) TO WS-ITM-IDX
               PERFORM WRITE-CHAIN-STEP
           END-PERFORM
           MOVE WS-ITM-DUE(WS-END-IDX) TO WS-FINAL-DUE
           IF WS-FINAL-DUE = SPACES
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FINAL-DUE < WS-TODAY-X
              STRING "  end of chain is already overdue"
                        DELIMITED BY SIZE
                INTO WS-REPORT-LINE
              ADD 1 TO WS-PROJ-FINDINGS
           ELSE
              MOVE "N" TO WDAY-FUNCTION
              MOVE WS-TODAY-NUM TO WDAY-DATE
              MOVE WS-FINAL-DUE TO WDAY-DATE-TO
              CALL "TODOWDAY" USING WDAY-PARAMS
              MOVE WDAY-DAYS TO WS-CNT-Z2
              MOVE 1 TO WS-LINE-PTR
              STRING "  working days left until " DELIMITED BY SIZE
                     WS-FINAL-DUE DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     WS-CNT-Z2 DELIMITED BY SIZE
                INTO WS-REPORT-LINE
                WITH POINTER WS-LINE-PTR
              END-STRING
              IF WDAY-DAYS < WS-CHAIN-COUNT
                 STRING " - fewer than items in the chain, date"
                           DELIMITED BY SIZE
                        " will slip" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
                 END-STRING
                 ADD 1 TO WS-PROJ-FINDINGS
              END-IF
           END-IF
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           EXIT.

       WRITE-CHAIN-STEP SECTION.
           EVALUATE WS-ITM-STATUS(WS-ITM-IDX)
               WHEN 0
                  MOVE "ToDo" TO WS-STATUS-TEXT
               WHEN 1
                  MOVE "Doing" TO WS-STATUS-TEXT
               WHEN OTHER
                  MOVE "Review" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-FLAG-TEXT
           IF WS-ITM-DUE(WS-ITM-IDX) NOT = SPACES
              AND WS-ITM-DUE(WS-ITM-IDX) < WS-TODAY-X
              MOVE "OVERDUE" TO WS-FLAG-TEXT
           END-IF
           IF WS-CHAIN-IDX > 1
              MOVE WS-CHAIN-ITEM(WS-CHAIN-IDX - 1) TO WS-BLK-IDX
              IF WS-ITM-DUE(WS-ITM-IDX) NOT = SPACES
                 AND WS-ITM-DUE(WS-BLK-IDX) NOT = SPACES
                 AND WS-ITM-DUE(WS-ITM-IDX) > WS-ITM-DUE(WS-BLK-IDX)
                 IF WS-FLAG-TEXT = SPACES
                    MOVE "LATE" TO WS-FLAG-TEXT
                 ELSE
                    MOVE "OVERDUE LATE" TO WS-FLAG-TEXT
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-CHAIN-POS = WS-CHAIN-COUNT - WS-CHAIN-IDX + 1
           MOVE WS-CHAIN-POS TO WS-CNT-Z
           MOVE WS-ITM-ID(WS-ITM-IDX) TO WS-ID-Z
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-CNT-Z DELIMITED BY SIZE
                  ". " DELIMITED BY SIZE
                  WS-ID-Z DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ITM-USER(WS-ITM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
                  " due " DELIMITED BY SIZE
                  WS-ITM-DUE(WS-ITM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FLAG-TEXT(1:12) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ITM-CONTENT(WS-ITM-IDX) DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           EXIT.
       END PROGRAM TODOPLAN.
