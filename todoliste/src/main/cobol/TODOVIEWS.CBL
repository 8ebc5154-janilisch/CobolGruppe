       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOVIEWS.
      *naechtlicher Schritt der Laufkette TODONIGHT: schreibt jede
      *gespeicherte Listenansicht aus todoviews.dat, die ihr Besitzer
      *zur Veroeffentlichung markiert hat, in eine Datei - alle
      *Textansichten eines Benutzers nach todoview_<benutzer>.txt,
      *alle CSV-Ansichten nach todoview_<benutzer>.csv. Gefiltert,
      *sortiert und auf die Seitengroesse gekuerzt wird wie in der
      *Listenansicht von TODOLISTE (CHECK-ITEM-FILTER, GET-SORT-KEY),
      *so steht morgens in der Datei dasselbe wie im Browser auf
      *Seite 1. Ausgeschiedene Benutzer (todouser retire) bekommen
      *keine Datei mehr; was vom Vorlauf uebrig ist, raeumt der
      *Katalog todoviewfiles.log wie bei TODODIGEST weg. Jeder sieht
      *in seinen Dateien nur, was er auch im Browser saehe: eigene
      *Eintraege, die seiner Teams (todoteams.dat) und herrenlose,
      *der Hausmeister-Benutzer (ADMINUSER in todoliste.cfg) alles

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
         SELECT TDVIEWS ASSIGN TO 'todoviews.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VIEWS-STATUS.
         SELECT TDTAGS ASSIGN TO 'todotags.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TAGS-STATUS.
         SELECT TDPROJ ASSIGN TO 'todoprojects.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROJ-STATUS.
         SELECT TDUSERS ASSIGN TO 'todousers.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USERS-STATUS.
         SELECT TDTEAMS ASSIGN TO 'todoteams.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TEAMS-STATUS.
         SELECT TDCONFIG ASSIGN TO 'todoliste.cfg'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONFIG-STATUS.
         SELECT TDVIEWOUT ASSIGN TO WS-OUT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OUT-STATUS.
      *Verzeichnis der zuletzt geschriebenen Dateien, zum Aufraeumen
         SELECT TDVIEWCAT ASSIGN TO 'todoviewfiles.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VIEWCAT-STATUS.
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
          FD TDVIEWS.
          01 TDVIEWS-RECORD.
             05 VIEWF-OWNER PIC X(10).
             05 VIEWF-NAME PIC X(20).
             05 VIEWF-PUBLISH PIC X(1).
             05 VIEWF-STATUS PIC 9.
             05 VIEWF-COLOR PIC 9.
             05 VIEWF-TAG PIC 9(2).
             05 VIEWF-PROJECT PIC 9(2).
             05 VIEWF-DATE-FROM PIC X(8).
             05 VIEWF-DATE-TO PIC X(8).
             05 VIEWF-SHOW-ALL PIC X(1).
             05 VIEWF-USER PIC X(10).
             05 VIEWF-SORT-FIELD PIC X(6).
             05 VIEWF-SORT-ORDER PIC X(1).
             05 VIEWF-PAGE-SIZE PIC 9(3).
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
          FD TDUSERS.
          01 TDUSERS-RECORD.
             05 USRF-ID PIC X(10).
             05 USRF-HASH PIC 9(10).
             05 USRF-STATE PIC X(1).
             05 USRF-SUCCESSOR PIC X(10).
             05 USRF-LEFT-ON PIC X(8).
          FD TDTEAMS.
          01 TDTEAMS-RECORD.
             05 TEAMF-TEAM PIC X(10).
             05 TEAMF-USER PIC X(10).
             05 TEAMF-ROLE PIC X(1).
          FD TDCONFIG.
          01 TDCONFIG-RECORD PIC X(80).
          FD TDVIEWOUT.
          01 TDVIEWOUT-RECORD PIC X(200).
          FD TDVIEWCAT.
          01 TDVIEWCAT-RECORD PIC X(32).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-VIEWS-STATUS PIC XX.
        01 WS-TAGS-STATUS PIC XX.
        01 WS-PROJ-STATUS PIC XX.
        01 WS-USERS-STATUS PIC XX.
        01 WS-OUT-STATUS PIC XX.
        01 WS-VIEWCAT-STATUS PIC XX.
        01 WS-OUT-FILENAME PIC X(32).
        01 WS-LOCK-TRIES PIC 9(3) VALUE ZERO.
        01 WS-LOCK-MAX-TRIES PIC 9(3) VALUE 030.
        01 WS-RETRY-NANOS PIC 9(18) VALUE 250000000.
        01 WS-EOF PIC X(1).
        01 WS-TODAY-X PIC X(8).
        01 WS-TDLIST.
           05 ITEM-ID PIC 9(5).
           05 ITEM-CONTENT PIC X(70).
           05 ITEM-DATE PIC X(21).
           05 ITEM-STATUS PIC 9.
              88 TODO VALUE 0.
              88 DOING VALUE 1.
              88 DONE VALUE 2.
              88 CANCELED VALUE 3.
              88 REVIEW VALUE 4.
           05 ITEM-COLOR PIC 9.
           05 ITEM-TAG PIC 9(2).
           05 ITEM-USER-ID PIC X(10).
           05 ITEM-DUE-DATE PIC X(8).
           05 ITEM-RECUR PIC 9.
           05 ITEM-PRIO PIC 9.
           05 ITEM-PROJECT PIC 9(2).
      *der ganze Bestand einmal im Speicher, jede Ansicht filtert
      *daraus - so wird die Liste nur einmal je Nacht gelesen
        01 WS-ITEM-TABLE.
           05 WS-ITEM-COUNT PIC 9(4) VALUE ZERO.
           05 WS-ITEM-ENTRY PIC X(122) OCCURS 9999 TIMES.
        01 WS-ITEM-OVFL PIC X(1) VALUE "N".
        01 WS-ITEM-IDX PIC 9(4).
      *die veroeffentlichten Ansichten, sortiert nach Besitzer,
      *Format und Name
        01 WS-VIEW-TABLE.
           05 WS-VIEW-COUNT PIC 9(3) VALUE ZERO.
           05 WS-VIEW-ENTRY OCCURS 500 TIMES.
              10 WS-VIEW-KEY PIC X(31).
              10 WS-VIEW-REC PIC X(74).
        01 WS-VIEW-SWAP PIC X(105).
        01 WS-VIEW-I PIC 9(3).
        01 WS-VIEW-J PIC 9(3).
        01 WS-VIEW-IDX PIC 9(3).
        01 WS-VIEW-FIRST PIC 9(3).
        01 WS-VIEW-LAST PIC 9(3).
        01 WS-VIEW-OVFL PIC X(1) VALUE "N".
        01 WS-CURRENT-OWNER PIC X(10).
        01 WS-CURRENT-FORMAT PIC X(1).
        01 WS-VIEWS-RENDERED PIC 9(3) VALUE ZERO.
        01 WS-FILES-WRITTEN PIC 9(3) VALUE ZERO.
      *Auswahl einer Ansicht - wie WS-SORT-TABLE in TODOLISTE
      *hoechstens 1000 Zeilen, der Rest wird in der Datei vermerkt
        01 WS-SEL-TABLE.
           05 WS-SEL-COUNT PIC 9(4) VALUE ZERO.
           05 WS-SEL-ENTRY OCCURS 1000 TIMES.
              10 WS-SEL-KEY PIC X(14).
              10 WS-SEL-ITEM PIC 9(4).
        01 WS-SEL-SWAP PIC X(18).
        01 WS-SEL-OVFL PIC X(1).
        01 WS-SEL-MATCHED PIC 9(5).
        01 WS-SEL-I PIC 9(4).
        01 WS-SEL-J PIC 9(4).
        01 WS-SEL-LAST PIC 9(4).
        01 WS-SWAP-FLAG PIC X(1).
        01 WS-ITEM-VISIBLE PIC X(1).
        01 WS-SORT-KEY-WORK PIC X(14).
        01 WS-TAG-TABLE.
           05 WS-TAG-NAME PIC X(20) OCCURS 100 TIMES.
        01 WS-PROJ-TABLE.
           05 WS-PROJ-NAME PIC X(20) OCCURS 100 TIMES.
        01 WS-LOOKUP-IDX PIC 9(3).
        01 WS-TAG-TEXT PIC X(20).
        01 WS-PROJ-TEXT PIC X(20).
        01 WS-STATUS-TEXT PIC X(8).
        01 WS-DUE-TEXT PIC X(10).
        01 WS-OUT-LINE PIC X(200).
        01 WS-CSV-CONTENT PIC X(140).
        01 WS-CSV-LEN PIC 9(3).
        01 WS-CHAR-IDX PIC 9(3).
        01 WS-CONTENT-LEN PIC 9(3).
        01 WS-COUNT-Z PIC ZZZZ9.
        01 WS-SHOWN-Z PIC ZZZZ9.
      *ausgeschiedene Benutzer
        01 WS-USERS-EOF PIC X(1).
        01 WS-DEP-TABLE.
           05 WS-DEP-COUNT PIC 9(3) VALUE ZERO.
           05 WS-DEP-USER PIC X(10) OCCURS 200 TIMES.
        01 WS-DEP-IDX PIC 9(3).
        01 WS-DEP-FOUND PIC X(1).
      *Lesebereich: ohne Benutzerdatei (Altbetrieb) ungefiltert wie
      *in TODOLISTE, sonst je Besitzer er selbst und seine Kollegen
        01 WS-SCOPE-ACTIVE PIC X(1) VALUE "Y".
        01 WS-OWNER-ALL PIC X(1).
        01 WS-TEAMS-STATUS PIC XX.
        01 WS-TEAMS-EOF PIC X(1).
        01 WS-ROSTER-TABLE.
           05 WS-ROSTER-COUNT PIC 9(3) VALUE ZERO.
           05 WS-ROSTER-ENTRY OCCURS 500 TIMES.
              10 WS-ROSTER-TEAM PIC X(10).
              10 WS-ROSTER-USER PIC X(10).
        01 WS-ROSTER-I PIC 9(3).
        01 WS-ROSTER-J PIC 9(3).
        01 WS-MATE-TABLE.
           05 WS-MATE-COUNT PIC 9(3) VALUE ZERO.
           05 WS-MATE-USER PIC X(10) OCCURS 500 TIMES.
        01 WS-MATE-IDX PIC 9(3).
        01 WS-MATE-FOUND PIC X(1).
        01 WS-CONFIG-STATUS PIC XX.
        01 WS-CONFIG-EOF PIC X(1).
        01 WS-CFG-KEY PIC X(20).
        01 WS-CFG-VALUE PIC X(20).
        01 WS-ADMIN-USER-ID PIC X(10) VALUE "admin".
      *Dateikatalog wie in TODODIGEST
        01 WS-VIEWCAT-EOF PIC X(1).
        01 WS-OLDCAT-TABLE.
           05 WS-OLDCAT-COUNT PIC 9(3) VALUE ZERO.
           05 WS-OLDCAT-ENTRY PIC X(32) OCCURS 200 TIMES.
        01 WS-OLDCAT-IDX PIC 9(3).
        01 WS-NEWCAT-TABLE.
           05 WS-NEWCAT-COUNT PIC 9(3) VALUE ZERO.
           05 WS-NEWCAT-ENTRY PIC X(32) OCCURS 200 TIMES.
        01 WS-NEWCAT-IDX PIC 9(3).
        01 WS-CAT-FOUND PIC X(1).
        01 WS-CAT-OVFL PIC X(1) VALUE "N".
        01 WS-DELETE-FILENAME PIC X(32).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-X
           PERFORM LOAD-DEPARTED-USERS
           PERFORM LOAD-TEAM-ROSTER
           PERFORM READ-ADMIN-CONFIG
           PERFORM LOAD-PUBLISHED-VIEWS
           PERFORM LOAD-CATALOG-NAMES
           PERFORM LOAD-ALL-ITEMS
           IF WS-TDLIST-STATUS = "00"
              PERFORM SORT-VIEW-TABLE
              PERFORM WRITE-ALL-VIEW-FILES
           END-IF
           DISPLAY "todoviews: " WS-VIEWS-RENDERED " views in "
                   WS-FILES-WRITTEN " files"
      *Rueckgabewert fuer TODONIGHT: 8 = Liste nicht zu fassen,
      *4 = eine Tabelle ist uebergelaufen, 0 = sauber
           EVALUATE TRUE
               WHEN WS-TDLIST-STATUS NOT = "00"
                  MOVE 8 TO RETURN-CODE
               WHEN WS-ITEM-OVFL = "Y" OR WS-VIEW-OVFL = "Y"
                    OR WS-CAT-OVFL = "Y"
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK
          .

      *wie OPEN-TDLIST-INPUT in TODOLISTE
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

       LOAD-DEPARTED-USERS SECTION.
           MOVE ZERO TO WS-DEP-COUNT
           OPEN INPUT TDUSERS
           IF WS-USERS-STATUS = "35"
              MOVE "N" TO WS-SCOPE-ACTIVE
           END-IF
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
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDUSERS
           EXIT.

      *die Teamzuordnung, fuer den Lesebereich der Besitzer
       LOAD-TEAM-ROSTER SECTION.
           MOVE ZERO TO WS-ROSTER-COUNT
           OPEN INPUT TDTEAMS
           IF WS-TEAMS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-TEAMS-EOF
           PERFORM UNTIL WS-TEAMS-EOF = 'Y'
               READ TDTEAMS
                  AT END MOVE 'Y' TO WS-TEAMS-EOF
                  NOT AT END
                     IF TEAMF-TEAM NOT = SPACES
                        AND TEAMF-USER NOT = SPACES
                        AND WS-ROSTER-COUNT < 500
                        ADD 1 TO WS-ROSTER-COUNT
                        MOVE TEAMF-TEAM
                          TO WS-ROSTER-TEAM(WS-ROSTER-COUNT)
                        MOVE TEAMF-USER
                          TO WS-ROSTER-USER(WS-ROSTER-COUNT)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDTEAMS
           EXIT.

      *nur ADMINUSER aus todoliste.cfg, wie READ-RETENTION-CONFIG
      *in TODOLISTE
       READ-ADMIN-CONFIG SECTION.
           OPEN INPUT TDCONFIG
           IF WS-CONFIG-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-CONFIG-EOF
           PERFORM UNTIL WS-CONFIG-EOF = 'Y'
               READ TDCONFIG
                  AT END MOVE 'Y' TO WS-CONFIG-EOF
                  NOT AT END
                     MOVE SPACES TO WS-CFG-KEY WS-CFG-VALUE
                     UNSTRING TDCONFIG-RECORD DELIMITED BY "="
                        INTO WS-CFG-KEY WS-CFG-VALUE
                     END-UNSTRING
                     IF WS-CFG-KEY = "ADMINUSER"
                        AND WS-CFG-VALUE NOT = SPACES
                        MOVE WS-CFG-VALUE TO WS-ADMIN-USER-ID
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDCONFIG
           EXIT.

      *sammelt die Kollegen des Besitzers WS-CURRENT-OWNER - alle,
      *die mit ihm in mindestens einem Team sind
       BUILD-OWNER-SCOPE SECTION.
           MOVE ZERO TO WS-MATE-COUNT
           MOVE "N" TO WS-OWNER-ALL
           IF WS-SCOPE-ACTIVE NOT = "Y"
              OR WS-CURRENT-OWNER = WS-ADMIN-USER-ID
              MOVE "Y" TO WS-OWNER-ALL
              EXIT SECTION
           END-IF
           PERFORM VARYING WS-ROSTER-I FROM 1 BY 1
                 UNTIL WS-ROSTER-I > WS-ROSTER-COUNT
               IF WS-ROSTER-USER(WS-ROSTER-I) = WS-CURRENT-OWNER
                  PERFORM VARYING WS-ROSTER-J FROM 1 BY 1
                        UNTIL WS-ROSTER-J > WS-ROSTER-COUNT
                      IF WS-ROSTER-TEAM(WS-ROSTER-J)
                            = WS-ROSTER-TEAM(WS-ROSTER-I)
                         AND WS-MATE-COUNT < 500
                         ADD 1 TO WS-MATE-COUNT
                         MOVE WS-ROSTER-USER(WS-ROSTER-J)
                           TO WS-MATE-USER(WS-MATE-COUNT)
                      END-IF
                  END-PERFORM
               END-IF
           END-PERFORM
           EXIT.

      *nur die zur Veroeffentlichung markierten Ansichten noch
      *aktiver Benutzer - der Sortierschluessel fasst alle Ansichten
      *eines Besitzers und Formats zu einer Datei zusammen
       LOAD-PUBLISHED-VIEWS SECTION.
           OPEN INPUT TDVIEWS
           IF WS-VIEWS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TDVIEWS
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF VIEWF-PUBLISH = "T" OR VIEWF-PUBLISH = "C"
                        PERFORM ADD-PUBLISHED-VIEW
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDVIEWS
           EXIT.

       ADD-PUBLISHED-VIEW SECTION.
           MOVE "N" TO WS-DEP-FOUND
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                 UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-USER(WS-DEP-IDX) = VIEWF-OWNER
                  MOVE "Y" TO WS-DEP-FOUND
               END-IF
           END-PERFORM
           IF WS-DEP-FOUND = "Y" OR VIEWF-OWNER = SPACES
              EXIT SECTION
           END-IF
           IF WS-VIEW-COUNT >= 500
              MOVE "Y" TO WS-VIEW-OVFL
              EXIT SECTION
           END-IF
           ADD 1 TO WS-VIEW-COUNT
           MOVE SPACES TO WS-VIEW-KEY(WS-VIEW-COUNT)
           STRING VIEWF-OWNER DELIMITED BY SIZE
                  VIEWF-PUBLISH DELIMITED BY SIZE
                  VIEWF-NAME DELIMITED BY SIZE
             INTO WS-VIEW-KEY(WS-VIEW-COUNT)
           MOVE TDVIEWS-RECORD TO WS-VIEW-REC(WS-VIEW-COUNT)
           EXIT.

      *Tag- und Projektnamen fuer die Zeilen; was im Katalog fehlt,
      *erscheint mit seiner Nummer
       LOAD-CATALOG-NAMES SECTION.
           MOVE SPACES TO WS-TAG-TABLE WS-PROJ-TABLE
           OPEN INPUT TDTAGS
           IF WS-TAGS-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ TDTAGS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF TAGF-ID NUMERIC
                           COMPUTE WS-LOOKUP-IDX = TAGF-ID + 1
                           MOVE TAGF-NAME
                             TO WS-TAG-NAME(WS-LOOKUP-IDX)
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDTAGS
           END-IF
           OPEN INPUT TDPROJ
           IF WS-PROJ-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ TDPROJ
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF PROJF-ID NUMERIC
                           COMPUTE WS-LOOKUP-IDX = PROJF-ID + 1
                           MOVE PROJF-NAME
                             TO WS-PROJ-NAME(WS-LOOKUP-IDX)
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDPROJ
           END-IF
           EXIT.

       LOAD-ALL-ITEMS SECTION.
           PERFORM OPEN-TDLIST-INPUT
           IF WS-TDLIST-STATUS NOT = "00"
              DISPLAY "todoviews: todolist.dat not readable, status "
                      WS-TDLIST-STATUS
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TDLIST NEXT INTO WS-TDLIST
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF WS-ITEM-COUNT < 9999
                        ADD 1 TO WS-ITEM-COUNT
                        MOVE WS-TDLIST TO WS-ITEM-ENTRY(WS-ITEM-COUNT)
                     ELSE
                        MOVE "Y" TO WS-ITEM-OVFL
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDLIST
           EXIT.

       SORT-VIEW-TABLE SECTION.
           PERFORM VARYING WS-VIEW-I FROM 1 BY 1
                 UNTIL WS-VIEW-I >= WS-VIEW-COUNT
               PERFORM VARYING WS-VIEW-J FROM 1 BY 1
                     UNTIL WS-VIEW-J > WS-VIEW-COUNT - WS-VIEW-I
                   IF WS-VIEW-KEY(WS-VIEW-J)
                         > WS-VIEW-KEY(WS-VIEW-J + 1)
                      MOVE WS-VIEW-ENTRY(WS-VIEW-J) TO WS-VIEW-SWAP
                      MOVE WS-VIEW-ENTRY(WS-VIEW-J + 1)
                        TO WS-VIEW-ENTRY(WS-VIEW-J)
                      MOVE WS-VIEW-SWAP
                        TO WS-VIEW-ENTRY(WS-VIEW-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

      *je Besitzer und Format eine Datei mit allen seinen
      *Ansichten darin, danach wird der Vorlauf aufgeraeumt
       WRITE-ALL-VIEW-FILES SECTION.
           PERFORM LOAD-OUTPUT-CATALOG
           MOVE 1 TO WS-VIEW-IDX
           PERFORM UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
               MOVE WS-VIEW-KEY(WS-VIEW-IDX)(1:10) TO WS-CURRENT-OWNER
               MOVE WS-VIEW-KEY(WS-VIEW-IDX)(11:1)
                 TO WS-CURRENT-FORMAT
               MOVE WS-VIEW-IDX TO WS-VIEW-FIRST
               PERFORM UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
                     OR WS-VIEW-KEY(WS-VIEW-IDX)(1:11)
                        NOT = WS-VIEW-KEY(WS-VIEW-FIRST)(1:11)
                   ADD 1 TO WS-VIEW-IDX
               END-PERFORM
               COMPUTE WS-VIEW-LAST = WS-VIEW-IDX - 1
               PERFORM WRITE-ONE-VIEW-FILE
           END-PERFORM
           PERFORM PRUNE-STALE-VIEW-FILES
           EXIT.

       LOAD-OUTPUT-CATALOG SECTION.
           MOVE ZERO TO WS-OLDCAT-COUNT
           OPEN INPUT TDVIEWCAT
           IF WS-VIEWCAT-STATUS = "00"
              MOVE "N" TO WS-VIEWCAT-EOF
              PERFORM UNTIL WS-VIEWCAT-EOF = 'Y'
                  READ TDVIEWCAT
                     AT END MOVE 'Y' TO WS-VIEWCAT-EOF
                     NOT AT END
                        IF WS-OLDCAT-COUNT < 200
                           ADD 1 TO WS-OLDCAT-COUNT
                           MOVE TDVIEWCAT-RECORD
                             TO WS-OLDCAT-ENTRY(WS-OLDCAT-COUNT)
                        ELSE
                           MOVE "Y" TO WS-CAT-OVFL
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDVIEWCAT
           END-IF
           EXIT.

      *wie PRUNE-STALE-DIGESTS in TODODIGEST: Dateien, die diesmal
      *nicht mehr entstanden sind (Ansicht geloescht oder nicht mehr
      *veroeffentlicht, Besitzer ausgeschieden), werden geloescht
       PRUNE-STALE-VIEW-FILES SECTION.
           IF WS-CAT-OVFL = "Y"
              EXIT SECTION
           END-IF
           PERFORM VARYING WS-OLDCAT-IDX FROM 1 BY 1
                 UNTIL WS-OLDCAT-IDX > WS-OLDCAT-COUNT
               MOVE "N" TO WS-CAT-FOUND
               PERFORM VARYING WS-NEWCAT-IDX FROM 1 BY 1
                     UNTIL WS-NEWCAT-IDX > WS-NEWCAT-COUNT
                   IF WS-NEWCAT-ENTRY(WS-NEWCAT-IDX)
                         = WS-OLDCAT-ENTRY(WS-OLDCAT-IDX)
                      MOVE "Y" TO WS-CAT-FOUND
                   END-IF
               END-PERFORM
               IF WS-CAT-FOUND NOT = "Y"
                  MOVE WS-OLDCAT-ENTRY(WS-OLDCAT-IDX)
                    TO WS-DELETE-FILENAME
                  CALL "CBL_DELETE_FILE" USING WS-DELETE-FILENAME
               END-IF
           END-PERFORM
           OPEN OUTPUT TDVIEWCAT
           IF WS-VIEWCAT-STATUS = "00"
              PERFORM VARYING WS-NEWCAT-IDX FROM 1 BY 1
                    UNTIL WS-NEWCAT-IDX > WS-NEWCAT-COUNT
                  WRITE TDVIEWCAT-RECORD
                    FROM WS-NEWCAT-ENTRY(WS-NEWCAT-IDX)
              END-PERFORM
              CLOSE TDVIEWCAT
           END-IF
           EXIT.

       WRITE-ONE-VIEW-FILE SECTION.
           MOVE SPACES TO WS-OUT-FILENAME
           IF WS-CURRENT-FORMAT = "C"
              STRING "todoview_" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CURRENT-OWNER) DELIMITED BY SIZE
                     ".csv" DELIMITED BY SIZE
                INTO WS-OUT-FILENAME
           ELSE
              STRING "todoview_" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CURRENT-OWNER) DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                INTO WS-OUT-FILENAME
           END-IF
           OPEN OUTPUT TDVIEWOUT
           IF WS-OUT-STATUS NOT = "00"
              DISPLAY "todoviews: " FUNCTION TRIM(WS-OUT-FILENAME)
                      " could not be written, status " WS-OUT-STATUS
              EXIT SECTION
           END-IF
           PERFORM BUILD-OWNER-SCOPE
           ADD 1 TO WS-FILES-WRITTEN
           IF WS-NEWCAT-COUNT < 200
              ADD 1 TO WS-NEWCAT-COUNT
              MOVE WS-OUT-FILENAME TO WS-NEWCAT-ENTRY(WS-NEWCAT-COUNT)
           ELSE
              MOVE "Y" TO WS-CAT-OVFL
           END-IF
           IF WS-CURRENT-FORMAT = "C"
              MOVE SPACES TO WS-OUT-LINE
              STRING "VIEW,ITEM-ID,STATUS,PRIO,DUE-DATE,"
                        DELIMITED BY SIZE
                     "TAG,PROJECT,USER,ITEM-DATE,CONTENT"
                        DELIMITED BY SIZE
                INTO WS-OUT-LINE
              WRITE TDVIEWOUT-RECORD FROM WS-OUT-LINE
           ELSE
              MOVE SPACES TO WS-OUT-LINE
              STRING "saved views of " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CURRENT-OWNER) DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     WS-TODAY-X(7:2) DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     WS-TODAY-X(5:2) DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     WS-TODAY-X(1:4) DELIMITED BY SIZE
                INTO WS-OUT-LINE
              WRITE TDVIEWOUT-RECORD FROM WS-OUT-LINE
           END-IF
           PERFORM VARYING WS-VIEW-I FROM WS-VIEW-FIRST BY 1
                 UNTIL WS-VIEW-I > WS-VIEW-LAST
               MOVE WS-VIEW-REC(WS-VIEW-I) TO TDVIEWS-RECORD
               PERFORM RENDER-ONE-VIEW
           END-PERFORM
           CLOSE TDVIEWOUT
           EXIT.

      *waehlt die Eintraege der Ansicht aus, sortiert sie und
      *schreibt die erste Seite - Seitengroesse 0 heisst wie in der
      *Listenansicht "alles"
       RENDER-ONE-VIEW SECTION.
           ADD 1 TO WS-VIEWS-RENDERED
           MOVE ZERO TO WS-SEL-COUNT WS-SEL-MATCHED
           MOVE "N" TO WS-SEL-OVFL
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                 UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE WS-ITEM-ENTRY(WS-ITEM-IDX) TO WS-TDLIST
               PERFORM CHECK-ITEM-FILTER
               IF WS-ITEM-VISIBLE = "Y"
                  ADD 1 TO WS-SEL-MATCHED
                  IF WS-SEL-COUNT < 1000
                     ADD 1 TO WS-SEL-COUNT
                     PERFORM GET-SORT-KEY
                     MOVE WS-SORT-KEY-WORK TO WS-SEL-KEY(WS-SEL-COUNT)
                     MOVE WS-ITEM-IDX TO WS-SEL-ITEM(WS-SEL-COUNT)
                  ELSE
                     MOVE "Y" TO WS-SEL-OVFL
                  END-IF
               END-IF
           END-PERFORM
           PERFORM SORT-SELECTION
           MOVE WS-SEL-COUNT TO WS-SEL-LAST
           IF VIEWF-PAGE-SIZE NUMERIC AND VIEWF-PAGE-SIZE > ZERO
              AND VIEWF-PAGE-SIZE < WS-SEL-COUNT
              MOVE VIEWF-PAGE-SIZE TO WS-SEL-LAST
           END-IF
           IF WS-CURRENT-FORMAT NOT = "C"
              MOVE WS-SEL-MATCHED TO WS-COUNT-Z
              MOVE WS-SEL-LAST TO WS-SHOWN-Z
              MOVE SPACES TO TDVIEWOUT-RECORD
              WRITE TDVIEWOUT-RECORD
              MOVE SPACES TO WS-OUT-LINE
              STRING "== " DELIMITED BY SIZE
                     FUNCTION TRIM(VIEWF-NAME) DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-COUNT-Z) DELIMITED BY SIZE
                     " items, " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-SHOWN-Z) DELIMITED BY SIZE
                     " shown) ==" DELIMITED BY SIZE
                INTO WS-OUT-LINE
              WRITE TDVIEWOUT-RECORD FROM WS-OUT-LINE
           END-IF
           PERFORM VARYING WS-SEL-I FROM 1 BY 1
                 UNTIL WS-SEL-I > WS-SEL-LAST
               MOVE WS-ITEM-ENTRY(WS-SEL-ITEM(WS-SEL-I)) TO WS-TDLIST
               PERFORM WRITE-VIEW-LINE
           END-PERFORM
           IF WS-SEL-OVFL = "Y" AND WS-CURRENT-FORMAT NOT = "C"
              MOVE "  more than 1000 matching items, list truncated"
                TO TDVIEWOUT-RECORD
              WRITE TDVIEWOUT-RECORD
           END-IF
           EXIT.

      *wie CHECK-ITEM-FILTER in TODOLISTE, mit den Feldern der
      *Ansicht statt IT-PARAMS; der Prueferfilter gehoert nicht zu
      *einer gespeicherten Ansicht
       CHECK-ITEM-FILTER SECTION.
           MOVE "Y" TO WS-ITEM-VISIBLE
           IF VIEWF-STATUS < 5
              IF ITEM-STATUS IN WS-TDLIST NOT = VIEWF-STATUS
                 MOVE "N" TO WS-ITEM-VISIBLE
              END-IF
           ELSE
              IF VIEWF-SHOW-ALL NOT = "Y"
                 AND ITEM-STATUS IN WS-TDLIST > 1
                 AND NOT REVIEW
                 MOVE "N" TO WS-ITEM-VISIBLE
              END-IF
           END-IF
           IF VIEWF-COLOR < 5
              AND ITEM-COLOR IN WS-TDLIST NOT = VIEWF-COLOR
              MOVE "N" TO WS-ITEM-VISIBLE
           END-IF
           IF VIEWF-TAG < 99
              AND ITEM-TAG IN WS-TDLIST NOT = VIEWF-TAG
              MOVE "N" TO WS-ITEM-VISIBLE
           END-IF
           IF VIEWF-PROJECT < 99
              AND ITEM-PROJECT IN WS-TDLIST NOT = VIEWF-PROJECT
              MOVE "N" TO WS-ITEM-VISIBLE
           END-IF
           IF VIEWF-DATE-FROM NOT = SPACES
              AND ITEM-DATE IN WS-TDLIST(1:8) < VIEWF-DATE-FROM
              MOVE "N" TO WS-ITEM-VISIBLE
           END-IF
           IF VIEWF-DATE-TO NOT = SPACES
              AND ITEM-DATE IN WS-TDLIST(1:8) > VIEWF-DATE-TO
              MOVE "N" TO WS-ITEM-VISIBLE
           END-IF
           IF VIEWF-USER NOT = SPACES
              AND ITEM-USER-ID IN WS-TDLIST NOT = VIEWF-USER
              MOVE "N" TO WS-ITEM-VISIBLE
           END-IF
      *und der Lesebereich des Besitzers der Ansicht
           IF WS-ITEM-VISIBLE = "Y"
              AND WS-OWNER-ALL NOT = "Y"
              AND ITEM-USER-ID IN WS-TDLIST NOT = SPACES
              AND ITEM-USER-ID IN WS-TDLIST NOT = WS-CURRENT-OWNER
              MOVE "N" TO WS-MATE-FOUND
              PERFORM VARYING WS-MATE-IDX FROM 1 BY 1
                    UNTIL WS-MATE-IDX > WS-MATE-COUNT
                  IF WS-MATE-USER(WS-MATE-IDX)
                        = ITEM-USER-ID IN WS-TDLIST
                     MOVE "Y" TO WS-MATE-FOUND
                  END-IF
              END-PERFORM
              MOVE WS-MATE-FOUND TO WS-ITEM-VISIBLE
           END-IF
           EXIT.

      *wie GET-SORT-KEY in TODOLISTE, ohne Sortierfeld gilt auch
      *hier die Prioritaetsreihenfolge
       GET-SORT-KEY SECTION.
           MOVE SPACES TO WS-SORT-KEY-WORK
           EVALUATE VIEWF-SORT-FIELD
               WHEN "date"
                  MOVE ITEM-DATE IN WS-TDLIST(1:14)
                    TO WS-SORT-KEY-WORK
               WHEN "status"
                  MOVE ITEM-STATUS IN WS-TDLIST TO WS-SORT-KEY-WORK
               WHEN "color"
                  MOVE ITEM-COLOR IN WS-TDLIST TO WS-SORT-KEY-WORK
               WHEN "user"
                  MOVE ITEM-USER-ID IN WS-TDLIST TO WS-SORT-KEY-WORK
               WHEN "prio"
               WHEN SPACES
                  IF ITEM-STATUS IN WS-TDLIST < 2
                     OR ITEM-STATUS IN WS-TDLIST = 4
                     MOVE "0" TO WS-SORT-KEY-WORK(1:1)
                  ELSE
                     MOVE "1" TO WS-SORT-KEY-WORK(1:1)
                  END-IF
                  MOVE ITEM-PRIO IN WS-TDLIST
                    TO WS-SORT-KEY-WORK(2:1)
                  MOVE ITEM-ID IN WS-TDLIST
                    TO WS-SORT-KEY-WORK(3:5)
               WHEN OTHER
                  MOVE ITEM-ID IN WS-TDLIST TO WS-SORT-KEY-WORK
           END-EVALUATE
           EXIT.

      *Austauschsort wie SORT-VISIBLE-ITEMS in TODOLISTE
       SORT-SELECTION SECTION.
           PERFORM VARYING WS-SEL-I FROM 1 BY 1
                 UNTIL WS-SEL-I >= WS-SEL-COUNT
               PERFORM VARYING WS-SEL-J FROM 1 BY 1
                     UNTIL WS-SEL-J > WS-SEL-COUNT - WS-SEL-I
                   MOVE "N" TO WS-SWAP-FLAG
                   IF VIEWF-SORT-ORDER = "D"
                      IF WS-SEL-KEY(WS-SEL-J) < WS-SEL-KEY(WS-SEL-J + 1)
                         MOVE "Y" TO WS-SWAP-FLAG
                      END-IF
                   ELSE
                      IF WS-SEL-KEY(WS-SEL-J) > WS-SEL-KEY(WS-SEL-J + 1)
                         MOVE "Y" TO WS-SWAP-FLAG
                      END-IF
                   END-IF
                   IF WS-SWAP-FLAG = "Y"
                      MOVE WS-SEL-ENTRY(WS-SEL-J) TO WS-SEL-SWAP
                      MOVE WS-SEL-ENTRY(WS-SEL-J + 1)
                        TO WS-SEL-ENTRY(WS-SEL-J)
                      MOVE WS-SEL-SWAP TO WS-SEL-ENTRY(WS-SEL-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           EXIT.

       WRITE-VIEW-LINE SECTION.
           EVALUATE TRUE
               WHEN TODO MOVE "ToDo" TO WS-STATUS-TEXT
               WHEN DOING MOVE "Doing" TO WS-STATUS-TEXT
               WHEN DONE MOVE "Done" TO WS-STATUS-TEXT
               WHEN CANCELED MOVE "Canceled" TO WS-STATUS-TEXT
               WHEN REVIEW MOVE "Review" TO WS-STATUS-TEXT
               WHEN OTHER MOVE "?" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-TAG-TEXT WS-PROJ-TEXT
           IF ITEM-TAG IN WS-TDLIST NUMERIC
              COMPUTE WS-LOOKUP-IDX = ITEM-TAG IN WS-TDLIST + 1
              MOVE WS-TAG-NAME(WS-LOOKUP-IDX) TO WS-TAG-TEXT
           END-IF
           IF WS-TAG-TEXT = SPACES
              MOVE ITEM-TAG IN WS-TDLIST TO WS-TAG-TEXT
           END-IF
           IF ITEM-PROJECT IN WS-TDLIST NUMERIC
              COMPUTE WS-LOOKUP-IDX = ITEM-PROJECT IN WS-TDLIST + 1
              MOVE WS-PROJ-NAME(WS-LOOKUP-IDX) TO WS-PROJ-TEXT
           END-IF
           IF WS-PROJ-TEXT = SPACES
              MOVE ITEM-PROJECT IN WS-TDLIST TO WS-PROJ-TEXT
           END-IF
           IF WS-CURRENT-FORMAT = "C"
              PERFORM WRITE-CSV-LINE
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-DUE-TEXT
           IF ITEM-DUE-DATE IN WS-TDLIST NOT = SPACES
              STRING "due " DELIMITED BY SIZE
                     ITEM-DUE-DATE IN WS-TDLIST(7:2) DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                     ITEM-DUE-DATE IN WS-TDLIST(5:2) DELIMITED BY SIZE
                     "." DELIMITED BY SIZE
                INTO WS-DUE-TEXT
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING "  P" DELIMITED BY SIZE
                  ITEM-PRIO IN WS-TDLIST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ITEM-ID IN WS-TDLIST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DUE-TEXT DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TAG-TEXT) DELIMITED BY SIZE
                  "] [" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROJ-TEXT) DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  FUNCTION TRIM(ITEM-USER-ID IN WS-TDLIST)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(ITEM-CONTENT IN WS-TDLIST)
                     DELIMITED BY SIZE
             INTO WS-OUT-LINE
           WRITE TDVIEWOUT-RECORD FROM WS-OUT-LINE
           EXIT.

      *CSV wie die Datenzeilen von TODOLISTE: Text in
      *Anfuehrungszeichen, eingebettete verdoppelt
       WRITE-CSV-LINE SECTION.
           MOVE SPACES TO WS-CSV-CONTENT
           MOVE ZERO TO WS-CSV-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                ITEM-CONTENT IN WS-TDLIST TRAILING))
             TO WS-CONTENT-LEN
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                 UNTIL WS-CHAR-IDX > WS-CONTENT-LEN
               IF ITEM-CONTENT IN WS-TDLIST(WS-CHAR-IDX:1) = """"
                  ADD 1 TO WS-CSV-LEN
                  MOVE """" TO WS-CSV-CONTENT(WS-CSV-LEN:1)
               END-IF
               ADD 1 TO WS-CSV-LEN
               MOVE ITEM-CONTENT IN WS-TDLIST(WS-CHAR-IDX:1)
                 TO WS-CSV-CONTENT(WS-CSV-LEN:1)
           END-PERFORM
           ADD 1 TO WS-CSV-LEN
           MOVE """" TO WS-CSV-CONTENT(WS-CSV-LEN:1)
           MOVE SPACES TO WS-OUT-LINE
           STRING """" DELIMITED BY SIZE
                  FUNCTION TRIM(VIEWF-NAME) DELIMITED BY SIZE
                  """," DELIMITED BY SIZE
                  ITEM-ID IN WS-TDLIST DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STATUS-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ITEM-PRIO IN WS-TDLIST DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(ITEM-DUE-DATE IN WS-TDLIST)
                     DELIMITED BY SIZE
                  ",""" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TAG-TEXT) DELIMITED BY SIZE
                  """,""" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PROJ-TEXT) DELIMITED BY SIZE
                  """," DELIMITED BY SIZE
                  FUNCTION TRIM(ITEM-USER-ID IN WS-TDLIST)
                     DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ITEM-DATE IN WS-TDLIST(1:14) DELIMITED BY SIZE
                  ",""" DELIMITED BY SIZE
                  WS-CSV-CONTENT(1:WS-CSV-LEN) DELIMITED BY SIZE
             INTO WS-OUT-LINE
           WRITE TDVIEWOUT-RECORD FROM WS-OUT-LINE
           EXIT.
       END PROGRAM TODOVIEWS.
