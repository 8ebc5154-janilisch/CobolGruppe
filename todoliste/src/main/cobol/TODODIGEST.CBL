         SELECT TDDIGCAT ASSIGN TO 'tododigests.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DIGCAT-STATUS.
      *Kennwortdatei, nur gelesen: ausgeschiedene Benutzer (todouser
      *retire) bekommen keine eigene Datei mehr
         SELECT TDUSERS ASSIGN TO 'todousers.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USERS-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDDIGEST-RECORD PIC X(100).
          FD TDDIGCAT.
          01 TDDIGCAT-RECORD PIC X(32).
          FD TDUSERS.
          01 TDUSERS-RECORD.
             05 USRF-ID PIC X(10).
             05 USRF-HASH PIC 9(10).
             05 USRF-STATE PIC X(1).
             05 USRF-SUCCESSOR PIC X(10).
             05 USRF-LEFT-ON PIC X(8).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-DIGEST-STATUS PIC XX.
           05 ITEM-PROJECT PIC 9(2).
        01 WS-TODAY-NUM PIC 9(8).
        01 WS-TODAY-X PIC X(8).
        01 WS-HORIZON-NUM PIC 9(8).
        01 WS-HORIZON-X PIC X(8).
        COPY todowday.
      *gesammelt werden nur die fuer den Zettel relevanten offenen
      *Eintraege mit Faelligkeitsdatum bis zum Horizont - mehr als
      *1000 davon passen nicht in die Tabelle, das sagt der Zettel
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
           PERFORM COLLECT-DUE-ITEMS
           IF WS-TDLIST-STATUS = "00"
              PERFORM SORT-DIGEST-TABLE
              PERFORM WRITE-ALL-DIGESTS
           END-IF
      *Rueckgabewert fuer die Nachtkette TODONIGHT: 8 = Liste nicht
      *zu fassen, 4 = Tabelle uebergelaufen, 0 = sauber
           EVALUATE TRUE
               WHEN WS-TDLIST-STATUS NOT = "00"
                  MOVE 8 TO RETURN-CODE
               WHEN WS-DIGEST-OVFL = "Y" OR WS-CAT-OVFL = "Y"
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK
          .

           CALL "CBL_OC_NANOSLEEP" USING WS-RETRY-NANOS
           EXIT.

      *sammelt alle offenen Eintraege (ToDo/Doing/Review) mit
      *wohlgeformtem Faelligkeitsdatum bis einschliesslich heute
      *plus drei Arbeitstage (Regel aus TODOWDAY, ein Freitagszettel
      *reicht so bis Mittwoch) in die Tabelle - alles andere gehoert
      *nicht auf den Morgenzettel
       COLLECT-DUE-ITEMS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           MOVE WS-TODAY-NUM TO WS-TODAY-X
           MOVE "A" TO WDAY-FUNCTION
           MOVE WS-TODAY-NUM TO WDAY-DATE
           MOVE 3 TO WDAY-DAYS
           CALL "TODOWDAY" USING WDAY-PARAMS
           MOVE WDAY-RESULT TO WS-HORIZON-NUM
           MOVE WS-HORIZON-NUM TO WS-HORIZON-X
           PERFORM OPEN-TDLIST-INPUT
           IF WS-TDLIST-STATUS = "00"
                              > WS-HORIZON-X
                           MOVE 'Y' TO WS-EOF
                        ELSE
                           IF (ITEM-STATUS IN WS-TDLIST < 2
                                 OR ITEM-STATUS IN WS-TDLIST = 4)
                              AND ITEM-DUE-DATE IN WS-TDLIST
                                 NUMERIC
                              PERFORM ADD-DIGEST-ENTRY
           EXIT.

       ADD-DIGEST-ENTRY SECTION.
      *Offenes, das noch auf einem Ausgeschiedenen steht, kommt auf
      *den Zettel des Nachfolgers
           PERFORM FIND-DEPARTED-USER
           IF WS-DIGEST-COUNT < 1000
              ADD 1 TO WS-DIGEST-COUNT
              EVALUATE TRUE
                  WHEN ITEM-USER-ID IN WS-TDLIST = SPACES
                     MOVE "unassigned" TO WS-DIG-USER(WS-DIGEST-COUNT)
                  WHEN WS-DEP-FOUND = "Y"
                     MOVE WS-DEP-TO-USER TO WS-DIG-USER(WS-DIGEST-COUNT)
                  WHEN OTHER
                     MOVE ITEM-USER-ID IN WS-TDLIST
                       TO WS-DIG-USER(WS-DIGEST-COUNT)
              END-EVALUATE
              MOVE ITEM-PRIO IN WS-TDLIST
                TO WS-DIG-PRIO(WS-DIGEST-COUNT)
              MOVE ITEM-DUE-DATE IN WS-TDLIST
           END-IF
           EXIT.

      *liest die ausgeschiedenen Benutzer aus todousers.dat - fuer
      *sie entsteht keine tododigest_-Datei mehr, die vom Vorlauf
      *raeumt PRUNE-STALE-DIGESTS weg. Fehlt die Datei, gibt es
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

      *einfacher Austauschsort wie SORT-VISIBLE-ITEMS in TODOLISTE:
      *erst nach Benutzer, damit alle Zeilen eines Zettels
      *hintereinander stehen, innerhalb des Benutzers nach
              PERFORM WRITE-OVERDUE-SECTION
              MOVE "due today:" TO WS-SECTION-HEADER
              PERFORM WRITE-TODAY-SECTION
              MOVE "due in the next 3 working days:"
                TO WS-SECTION-HEADER
              PERFORM WRITE-UPCOMING-SECTION
              IF WS-DIGEST-OVFL = "Y"
                 MOVE "note: more than 1000 due items overall, dige
