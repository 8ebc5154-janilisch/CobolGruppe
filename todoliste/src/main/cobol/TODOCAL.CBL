         SELECT TDCALCAT ASSIGN TO 'todocals.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CALCAT-STATUS.
      *Kennwortdatei, nur gelesen: ausgeschiedene Benutzer (todouser
      *retire) bekommen keine eigene Datei mehr
         SELECT TDUSERS ASSIGN TO 'todousers.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USERS-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDCAL-RECORD PIC X(160).
          FD TDCALCAT.
          01 TDCALCAT-RECORD PIC X(32).
          FD TDUSERS.
          01 TDUSERS-RECORD.
             05 USRF-ID PIC X(10).
             05 USRF-HASH PIC 9(10).
             05 USRF-STATE PIC X(1).
             05 USRF-SUCCESSOR PIC X(10).
             05 USRF-LEFT-ON PIC X(8).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-CAL-STATUS PIC XX.
        01 WS-CAT-FOUND PIC X(1).
        01 WS-CAT-OVFL PIC X(1) VALUE "N".
        01 WS-DELETE-FILENAME PIC X(32).
      *ausgeschiedene Benutzer mit ihrem Nachfolger
        01 WS-USERS-STATUS PIC XX.
        01 WS-USERS-EOF PIC X(1).
        01 WS-DEP-TABLE.
           05 WS-DEP-COUNT PIC 9(3) VALUE ZERO.
           05 WS-DEP-ENTRY OCCURS 200 TIMES.
              10 WS-DEP-USER PIC X(10).
              10 WS-DEP-SUCCESSOR PIC X(10).
        01 WS-DEP-IDX PIC 9(3).
        01 WS-DEP-FOUND PIC X(1).
        01 WS-DEP-TO-USER PIC X(10).
        01 WS-DEP-HIT PIC X(1).
        01 WS-DEP-HOPS PIC 9(3).

       PROCEDURE DIVISION.
           PERFORM LOAD-DEPARTED-USERS
           PERFORM COLLECT-DATED-ITEMS
           IF WS-TDLIST-STATUS = "00"
              PERFORM SORT-CAL-TABLE
                      " dated items, raise the table or split the l
      -              "ist"
           END-IF
      *Rueckgabewert fuer die Nachtkette TODONIGHT: 8 = Liste nicht
      *zu fassen, 4 = Tabelle uebergelaufen, 0 = sauber
           EVALUATE TRUE
               WHEN WS-TDLIST-STATUS NOT = "00"
                  MOVE 8 TO RETURN-CODE
               WHEN WS-CAL-OVFL = "Y" OR WS-CAT-OVFL = "Y"
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK
          .

           EXIT.

       ADD-CAL-ENTRY SECTION.
           PERFORM FIND-DEPARTED-USER
      *Erledigtes und Storniertes eines Ausgeschiedenen bleibt bei
      *ihm und faellt damit aus dem Export, Offenes zeigt der
      *Kalender des Nachfolgers
           IF WS-DEP-FOUND = "Y"
              AND (ITEM-STATUS IN WS-TDLIST = 2
                 OR ITEM-STATUS IN WS-TDLIST = 3)
              EXIT SECTION
           END-IF
           IF WS-CAL-COUNT < 1000
              ADD 1 TO WS-CAL-COUNT
              EVALUATE TRUE
                  WHEN ITEM-USER-ID IN WS-TDLIST = SPACES
                     MOVE "unassigned" TO WS-CAL-USER(WS-CAL-COUNT)
                  WHEN WS-DEP-FOUND = "Y"
                     MOVE WS-DEP-TO-USER TO WS-CAL-USER(WS-CAL-COUNT)
                  WHEN OTHER
                     MOVE ITEM-USER-ID IN WS-TDLIST
                       TO WS-CAL-USER(WS-CAL-COUNT)
              END-EVALUATE
              MOVE ITEM-ID IN WS-TDLIST
                TO WS-CAL-ID(WS-CAL-COUNT)
              MOVE ITEM-DUE-DATE IN WS-TDLIST
           END-IF
           EXIT.

      *liest die ausgeschiedenen Benutzer aus todousers.dat - fuer
      *sie entsteht keine todocal_-Datei mehr, die vom Vorlauf
      *raeumt PRUNE-STALE-CALENDARS weg. Fehlt die Datei, gibt es
      *eben keine Ausgeschiedenen
       LOAD-DEPARTED-USERS SECTION.
           MOVE ZERO TO WS-DEP-COUNT
           OPEN INPUT TDUSERS
           IF WS-USERS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-USERS-EOF
           PERFORM UNTIL WS-USERS-EOF = 'Y'
               READ TDUSERS
                  AT END MOVE 'Y' TO WS-USERS-EOF
                  NOT AT END
                     IF USRF-STATE = "R" AND WS-DEP-COUNT < 200
                        ADD 1 TO WS-DEP-COUNT
                        MOVE USRF-ID TO WS-DEP-USER(WS-DEP-COUNT)
                        MOVE USRF-SUCCESSOR
                          TO WS-DEP-SUCCESSOR(WS-DEP-COUNT)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDUSERS
           EXIT.

      *ist der Besitzer des Eintrags ausgeschieden, steht in
      *WS-DEP-TO-USER, wessen Datei den Eintrag bekommt - der
      *Nachfolger, und ist der selbst schon gegangen, dessen
      *Nachfolger usw.; ohne Nachfolger oder bei einem Ring (mehr
      *Schritte als Ausgeschiedene) "unassigned"
       FIND-DEPARTED-USER SECTION.
           MOVE "N" TO WS-DEP-FOUND
           IF ITEM-USER-ID IN WS-TDLIST = SPACES
              EXIT SECTION
           END-IF
           MOVE ITEM-USER-ID IN WS-TDLIST TO WS-DEP-TO-USER
           MOVE ZERO TO WS-DEP-HOPS
           MOVE "Y" TO WS-DEP-HIT
           PERFORM UNTIL WS-DEP-HIT = "N"
               MOVE "N" TO WS-DEP-HIT
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                     UNTIL WS-DEP-IDX > WS-DEP-COUNT
                        OR WS-DEP-HIT = "Y"
                   IF WS-DEP-USER(WS-DEP-IDX) = WS-DEP-TO-USER
                      MOVE "Y" TO WS-DEP-HIT
                      MOVE "Y" TO WS-DEP-FOUND
                      MOVE WS-DEP-SUCCESSOR(WS-DEP-IDX)
                        TO WS-DEP-TO-USER
                   END-IF
               END-PERFORM
               IF WS-DEP-HIT = "Y"
                  ADD 1 TO WS-DEP-HOPS
                  IF WS-DEP-TO-USER = SPACES
                     OR WS-DEP-HOPS > WS-DEP-COUNT
                     MOVE "unassigned" TO WS-DEP-TO-USER
                     MOVE "N" TO WS-DEP-HIT
                  END-IF
               END-IF
           END-PERFORM
           EXIT.

      *Austauschsort nach Benutzer, damit die Zeilen eines Kalenders
      *hintereinander stehen - die Reihenfolge innerhalb der Datei
      *ist dem Kalenderprogramm gleichgueltig
                  MOVE "STATUS:NEEDS-ACTION" TO WS-CAL-LINE
               WHEN 1
                  MOVE "STATUS:IN-PROCESS" TO WS-CAL-LINE
      *wartet der Eintrag auf die Abnahme, ist er fuer den Kalender
      *weiter in Arbeit - abgeschlossen ist er erst mit der Freigabe
               WHEN 4
                  MOVE "STATUS:IN-PROCESS" TO WS-CAL-LINE
               WHEN 2
                  MOVE "STATUS:COMPLETED" TO WS-CAL-LINE
               WHEN OTHER
