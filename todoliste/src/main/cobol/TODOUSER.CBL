      *Das Kennwort landet nur als Streuwert in der Datei -
      *derselbe Rechenweg wie in der Anmeldung des TODOHANDLER.
      *Bewusst kein CGI-Weg: wer Benutzer anlegen darf, entscheidet
      *sich am Dateirecht auf dem Rechner, nicht an einem Formular.
      *"todouser retire <benutzer> <nachfolger>" meldet einen
      *ausscheidenden Benutzer ab: Anmeldung gesperrt, Sitzungen
      *beendet, offene Eintraege, eine laufende Zeitbuchung und
      *offene Abnahmen gehen an den Nachfolger, der davon eine
      *Nachricht bekommt; erledigte, stornierte und archivierte
      *Eintraege bleiben beim bisherigen Besitzer. Am Ende steht
      *die Uebergabeliste auf dem Bildschirm. Ein zweiter Aufruf
      *mit demselben Nachfolger raeumt nach, was seither noch auf
      *den ausgeschiedenen Benutzer gelaufen ist.
      *"todouser team <benutzer> <team>" nimmt den Benutzer in ein
      *Team auf (todoteams.dat), "todouser lead <benutzer> <team>"
      *macht ihn zu dessen Teamleiter - je Team gibt es nur einen,
      *der bisherige wird wieder einfaches Mitglied -, "todouser
      *unteam <benutzer> <team>" nimmt ihn heraus und "todouser
      *teams" zeigt die Aufstellung. Ein Benutzer darf in mehreren
      *Teams stehen. Teamleiter duerfen in der Todoliste die
      *Eintraege ihrer Teammitglieder aendern, umhaengen und
      *schliessen; gelesen wird ohne Hausmeister-Recht nur, was
      *einem selbst oder dem eigenen Team gehoert

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         SELECT TDUSERS-NEW ASSIGN TO 'todousers.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USERS-NEW-STATUS.
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
         SELECT TDSESS ASSIGN TO 'todosessions.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SESS-STATUS.
         SELECT TDSESS-NEW ASSIGN TO 'todosessions.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SESS-NEW-STATUS.
         SELECT TDBOOK ASSIGN TO 'todobookings.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BOOK-STATUS.
         SELECT TDBOOK-NEW ASSIGN TO 'todobookings.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BOOK-NEW-STATUS.
         SELECT TDREVIEW ASSIGN TO 'todoreviews.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REV-STATUS.
         SELECT TDNOTIFQ ASSIGN TO 'todonotify.q'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTIFQ-STATUS.
      *das Journal ist in Monatsabschnitte zerlegt, der Dateiname
      *(todoaudit_JJJJMM.log) wird zur Laufzeit gesetzt - wie in
      *TODOLISTE
         SELECT TDAUDIT ASSIGN TO WS-AUDIT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
         SELECT TDAUDCAT ASSIGN TO 'todoauditsegs.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDCAT-STATUS.
         SELECT TDCONFIG ASSIGN TO 'todoliste.cfg'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONFIG-STATUS.
         SELECT TDTEAMS ASSIGN TO 'todoteams.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TEAMS-STATUS.
         SELECT TDTEAMS-NEW ASSIGN TO 'todoteams.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TEAMS-NEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *USRF-STATE "R" = ausgeschieden, dann steht der Nachfolger
      *und der Tag des Ausscheidens dahinter; aeltere kurze Saetze
      *lesen sich als aktiv
          FD TDUSERS.
          01 TDUSERS-RECORD.
             05 USRF-ID PIC X(10).
             05 USRF-HASH PIC 9(10).
             05 USRF-STATE PIC X(1).
             05 USRF-SUCCESSOR PIC X(10).
             05 USRF-LEFT-ON PIC X(8).
          FD TDUSERS-NEW.
          01 TDUSERS-NEW-RECORD PIC X(39).
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
          FD TDSESS.
          01 TDSESS-RECORD.
             05 SESF-TOKEN PIC X(16).
             05 SESF-USER PIC X(10).
             05 SESF-EXPIRY PIC X(14).
          FD TDSESS-NEW.
          01 TDSESS-NEW-RECORD PIC X(40).
          FD TDBOOK.
          01 TDBOOK-RECORD.
             05 BOOK-ITEM-ID PIC 9(5).
             05 BOOK-USER PIC X(10).
             05 BOOK-START PIC X(14).
             05 BOOK-END PIC X(14).
          FD TDBOOK-NEW.
          01 TDBOOK-NEW-RECORD PIC X(43).
          FD TDREVIEW.
          01 TDREVIEW-RECORD.
             05 REVF-ITEM-ID PIC 9(5).
             05 REVF-STATE PIC X(1).
             05 REVF-TIMESTAMP PIC X(14).
             05 REVF-BY-USER PIC X(10).
             05 REVF-REVIEWER PIC X(10).
             05 REVF-REASON PIC X(60).
          FD TDNOTIFQ.
          01 TDNOTIFQ-RECORD.
             05 NQ-TIMESTAMP PIC X(14).
             05 FILLER PIC X(1).
             05 NQ-RECIPIENT PIC X(10).
             05 FILLER PIC X(1).
             05 NQ-BY-USER PIC X(10).
             05 FILLER PIC X(1).
             05 NQ-ITEM-ID PIC X(5).
             05 FILLER PIC X(1).
             05 NQ-TEXT PIC X(60).
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
          FD TDCONFIG.
          01 TDCONFIG-RECORD PIC X(80).
      *eine Zeile je Teammitglied, TEAMF-ROLE "L" = Teamleiter,
      *"M" = Mitglied
          FD TDTEAMS.
          01 TDTEAMS-RECORD.
             05 TEAMF-TEAM PIC X(10).
             05 TEAMF-USER PIC X(10).
             05 TEAMF-ROLE PIC X(1).
          FD TDTEAMS-NEW.
          01 TDTEAMS-NEW-RECORD PIC X(21).
       WORKING-STORAGE SECTION.
        01 WS-USERS-STATUS PIC XX.
        01 WS-USERS-NEW-STATUS PIC XX.
        01 WS-RUN-ARGS PIC X(60).
        01 WS-ARG-USER PIC X(10).
        01 WS-ARG-PASS PIC X(40).
        01 WS-ARG-THIRD PIC X(10).
        01 WS-USER-FOUND PIC X(1) VALUE "N".
        01 WS-USER-RETIRED PIC X(1) VALUE "N".
        01 WS-HASH-INPUT PIC X(90).
        01 WS-HASH-LEN PIC 9(3).
        01 WS-HASH-IDX PIC 9(3).
        01 WS-HASH-VALUE PIC 9(10).
        01 WS-USERS-FILENAME PIC X(13) VALUE "todousers.dat".
        01 WS-USERS-TMPNAME PIC X(13) VALUE "todousers.tmp".
      *Abmeldung eines ausscheidenden Benutzers
        01 WS-RETIRE-USER PIC X(10).
        01 WS-SUCCESSOR PIC X(10).
        01 WS-TOOL-USER PIC X(10) VALUE "todouser".
        01 WS-ADMIN-USER-ID PIC X(10) VALUE "admin".
        01 WS-OLD-STATE PIC X(1).
        01 WS-OLD-SUCCESSOR PIC X(10).
        01 WS-SUCC-FOUND PIC X(1).
        01 WS-SUCC-STATE PIC X(1).
        01 WS-NOW-TS PIC X(14).
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-LOCK-TRIES PIC 9(3) VALUE ZERO.
        01 WS-LOCK-MAX-TRIES PIC 9(3) VALUE 030.
        01 WS-RETRY-NANOS PIC 9(18) VALUE 250000000.
        01 WS-EOF PIC A(1).
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
      *die offenen Eintraege des Ausscheidenden - erst gesammelt,
      *dann einzeln ueber den Hauptschluessel umgeschrieben, weil
      *das Umschreiben den Zweitschluessel ITEM-USER-ID aendert,
      *ueber den gerade gelesen wird
        01 WS-HAND-TABLE.
           05 WS-HAND-COUNT PIC 9(3) VALUE ZERO.
           05 WS-HAND-ENTRY OCCURS 999 TIMES.
              10 WS-HAND-ID PIC 9(5).
              10 WS-HAND-STATUS PIC 9.
              10 WS-HAND-DUE PIC X(8).
              10 WS-HAND-CONTENT PIC X(70).
              10 WS-HAND-MOVED PIC X(1).
        01 WS-HAND-IDX PIC 9(3).
        01 WS-HAND-OVFL PIC X(1) VALUE "N".
        01 WS-MOVED-COUNT PIC 9(3) VALUE ZERO.
        01 WS-STATUS-TEXT PIC X(8).
        01 WS-CNT-Z PIC ZZZZ9.
      *Audit wie in TODOBATCH, als Benutzer steht "todouser" im
      *Journal
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-AUDIT-OPEN PIC X(1) VALUE "N".
        01 WS-AUDIT-FILENAME PIC X(22).
        01 WS-AUDIT-MONTH PIC X(6).
        01 WS-AUDCAT-STATUS PIC XX.
        01 WS-AUDCAT-EOF PIC X(1).
        01 WS-AUDCAT-FOUND PIC X(1).
        01 WS-AUDCAT-TABLE.
           05 WS-AUDCAT-COUNT PIC 9(3) VALUE ZERO.
           05 WS-AUDCAT-ENTRY PIC X(22) OCCURS 200 TIMES.
        01 WS-AUDCAT-IDX PIC 9(3).
        01 WS-AUDCAT-LOADED PIC X(1) VALUE "N".
        01 WS-AUDIT-ACTION PIC X(14) VALUE "retire".
        01 WS-AUDIT-ID PIC X(5).
        01 WS-AUDIT-BEFORE PIC X(122).
        01 WS-AUDIT-AFTER PIC X(122).
        01 WS-NOTIFQ-STATUS PIC XX.
        01 WS-NOTIF-RECIPIENT PIC X(10).
        01 WS-NOTIF-ITEM-ID PIC X(5).
        01 WS-NOTIF-TEXT PIC X(60).
        01 WS-SESS-STATUS PIC XX.
        01 WS-SESS-NEW-STATUS PIC XX.
        01 WS-SESS-EOF PIC X(1).
        01 WS-SESS-FILENAME PIC X(16) VALUE "todosessions.dat".
        01 WS-SESS-TMPNAME PIC X(16) VALUE "todosessions.tmp".
        01 WS-SESS-DROPPED PIC 9(3) VALUE ZERO.
      *laufende Buchung: die des Ausscheidenden endet jetzt, der
      *Nachfolger bucht ab demselben Zeitpunkt weiter - so bleibt
      *die bisherige Zeit bei dem, der sie geleistet hat
        01 WS-BOOK-STATUS PIC XX.
        01 WS-BOOK-NEW-STATUS PIC XX.
        01 WS-BOOK-EOF PIC X(1).
        01 WS-BOOK-FILENAME PIC X(16) VALUE "todobookings.txt".
        01 WS-BOOK-TMPNAME PIC X(16) VALUE "todobookings.tmp".
        01 WS-BOOK-FOUND PIC X(1) VALUE "N".
        01 WS-BOOK-ITEM PIC 9(5).
        01 WS-BOOK-SINCE PIC X(14).
        01 WS-SUCC-CLOCKED PIC X(1) VALUE "N".
        01 WS-SUCC-CLOCK-ITEM PIC 9(5).
      *offene Abnahmen: je Eintrag der letzte Stand aus dem
      *Abnahmeprotokoll, wie LOAD-REVIEW-TABLE in TODOLISTE
        01 WS-REV-STATUS PIC XX.
        01 WS-REV-EOF PIC X(1).
        01 WS-REV-TABLE.
           05 WS-REV-COUNT PIC 9(3) VALUE ZERO.
           05 WS-REV-ENTRY OCCURS 300 TIMES.
              10 WS-REV-ITEM PIC 9(5).
              10 WS-REV-STATE PIC X(1).
              10 WS-REV-REVIEWER PIC X(10).
        01 WS-REV-IDX PIC 9(3).
        01 WS-REV-FOUND PIC 9(3).
        01 WS-REV-NEW-REVIEWER PIC X(10).
        01 WS-REV-MOVED PIC 9(3) VALUE ZERO.
        01 WS-CONFIG-STATUS PIC XX.
        01 WS-CONFIG-EOF PIC X(1).
        01 WS-CFG-KEY PIC X(20).
        01 WS-CFG-VALUE PIC X(20).
        01 WS-HANDOVER-LINE PIC X(120).
      *Teamaufstellung
        01 WS-TEAMS-STATUS PIC XX.
        01 WS-TEAMS-NEW-STATUS PIC XX.
        01 WS-TEAMS-EOF PIC X(1).
        01 WS-TEAMS-FILENAME PIC X(13) VALUE "todoteams.dat".
        01 WS-TEAMS-TMPNAME PIC X(13) VALUE "todoteams.tmp".
        01 WS-TEAM-USER PIC X(10).
        01 WS-TEAM-NAME PIC X(10).
        01 WS-TEAM-FOUND PIC X(1).
        01 WS-OLD-LEAD PIC X(10).
        01 WS-TEAM-LINES PIC 9(3).
        01 WS-ROLE-TEXT PIC X(6).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-ARGS FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-USER WS-ARG-PASS WS-ARG-THIRD
           UNSTRING WS-RUN-ARGS DELIMITED BY ALL " "
              INTO WS-ARG-USER WS-ARG-PASS WS-ARG-THIRD
           END-UNSTRING
           IF WS-ARG-USER = "retire"
              PERFORM RETIRE-USER
              GOBACK
           END-IF
           IF WS-ARG-USER = "team" OR WS-ARG-USER = "lead"
              OR WS-ARG-USER = "unteam"
              PERFORM MAINTAIN-TEAM
              GOBACK
           END-IF
           IF WS-ARG-USER = "teams"
              PERFORM LIST-TEAMS
              GOBACK
           END-IF
           IF WS-ARG-USER = SPACES OR WS-ARG-PASS = SPACES
              DISPLAY "usage: todouser <user> <password>"
              DISPLAY "       todouser retire <user> <successor>"
              DISPLAY "       todouser team|lead|unteam <user> <team>"
              DISPLAY "       todouser teams"
              GOBACK
           END-IF
           PERFORM HASH-USER-PASSWORD
           IF WS-USER-FOUND = "Y"
              DISPLAY "password updated for user "
                      FUNCTION TRIM(WS-ARG-USER)
              IF WS-USER-RETIRED = "Y"
                 DISPLAY "user has left - sign-in stays disabled"
              END-IF
           ELSE
              DISPLAY "user " FUNCTION TRIM(WS-ARG-USER)
                      " added"
      *schreibt die Kennwortdatei ueber eine Umbaudatei neu: ein
      *vorhandener Benutzer bekommt den neuen Streuwert, ein neuer
      *wird hinten angehaengt - eine noch fehlende Datei ist beim
      *allerersten Benutzer kein Fehler. Ein ausgeschiedener
      *Benutzer bleibt dabei gesperrt
       REWRITE-USER-FILE SECTION.
           OPEN OUTPUT TDUSERS-NEW
           IF WS-USERS-NEW-STATUS NOT = "00"
                        IF USRF-ID = WS-ARG-USER
                           MOVE "Y" TO WS-USER-FOUND
                           MOVE WS-HASH-VALUE TO USRF-HASH
                           IF USRF-STATE = "R"
                              MOVE "Y" TO WS-USER-RETIRED
                           END-IF
                        END-IF
                        WRITE TDUSERS-NEW-RECORD
                          FROM TDUSERS-RECORD
              CLOSE TDUSERS
           END-IF
           IF WS-USER-FOUND NOT = "Y"
              MOVE SPACES TO TDUSERS-RECORD
              MOVE WS-ARG-USER TO USRF-ID
              MOVE WS-HASH-VALUE TO USRF-HASH
              WRITE TDUSERS-NEW-RECORD FROM TDUSERS-RECORD
           CALL "CBL_RENAME_FILE" USING WS-USERS-TMPNAME
                                        WS-USERS-FILENAME
           EXIT.

      *Teampflege: die Aufstellung wird wie die Kennwortdatei ueber
      *eine Umbaudatei neu geschrieben. Aufgenommen oder zum Leiter
      *gemacht werden kann nur ein Benutzer, der in todousers.dat
      *steht und nicht ausgeschieden ist; herausnehmen geht immer
       MAINTAIN-TEAM SECTION.
           MOVE WS-ARG-PASS TO WS-TEAM-USER
           MOVE WS-ARG-THIRD TO WS-TEAM-NAME
           IF WS-TEAM-USER = SPACES OR WS-TEAM-NAME = SPACES
              DISPLAY "usage: todouser " FUNCTION TRIM(WS-ARG-USER)
                      " <user> <team>"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           IF WS-ARG-USER NOT = "unteam"
              PERFORM CHECK-TEAM-USER
              IF RETURN-CODE NOT = ZERO
                 EXIT SECTION
              END-IF
           END-IF
           OPEN OUTPUT TDTEAMS-NEW
           IF WS-TEAMS-NEW-STATUS NOT = "00"
              DISPLAY "team file could not be rewritten"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-TEAM-FOUND
           MOVE SPACES TO WS-OLD-LEAD
           OPEN INPUT TDTEAMS
           IF WS-TEAMS-STATUS = "00"
              MOVE "N" TO WS-TEAMS-EOF
              PERFORM UNTIL WS-TEAMS-EOF = 'Y'
                  READ TDTEAMS
                     AT END MOVE 'Y' TO WS-TEAMS-EOF
                     NOT AT END
                        PERFORM REWRITE-ONE-TEAM-LINE
                  END-READ
              END-PERFORM
              CLOSE TDTEAMS
           END-IF
           IF WS-TEAM-FOUND NOT = "Y" AND WS-ARG-USER NOT = "unteam"
              MOVE WS-TEAM-NAME TO TEAMF-TEAM
              MOVE WS-TEAM-USER TO TEAMF-USER
              IF WS-ARG-USER = "lead"
                 MOVE "L" TO TEAMF-ROLE
              ELSE
                 MOVE "M" TO TEAMF-ROLE
              END-IF
              WRITE TDTEAMS-NEW-RECORD FROM TDTEAMS-RECORD
           END-IF
           CLOSE TDTEAMS-NEW
           CALL "CBL_DELETE_FILE" USING WS-TEAMS-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-TEAMS-TMPNAME
                                        WS-TEAMS-FILENAME
           MOVE ZERO TO RETURN-CODE
           EVALUATE TRUE
               WHEN WS-ARG-USER = "unteam" AND WS-TEAM-FOUND NOT = "Y"
                  DISPLAY FUNCTION TRIM(WS-TEAM-USER)
                          " is not in team " FUNCTION TRIM(WS-TEAM-NAME)
                  MOVE 4 TO RETURN-CODE
               WHEN WS-ARG-USER = "unteam"
                  DISPLAY FUNCTION TRIM(WS-TEAM-USER)
                          " removed from team "
                          FUNCTION TRIM(WS-TEAM-NAME)
               WHEN WS-ARG-USER = "lead"
                  DISPLAY FUNCTION TRIM(WS-TEAM-USER)
                          " now leads team " FUNCTION TRIM(WS-TEAM-NAME)
                  IF WS-OLD-LEAD NOT = SPACES
                     DISPLAY "previous lead " FUNCTION TRIM(WS-OLD-LEAD)
                             " stays in the team as member"
                  END-IF
               WHEN WS-TEAM-FOUND = "Y"
                  DISPLAY FUNCTION TRIM(WS-TEAM-USER)
                          " is already in team "
                          FUNCTION TRIM(WS-TEAM-NAME)
               WHEN OTHER
                  DISPLAY FUNCTION TRIM(WS-TEAM-USER)
                          " added to team " FUNCTION TRIM(WS-TEAM-NAME)
           END-EVALUATE
           EXIT.

      *eine Zeile der alten Aufstellung in die neue uebernehmen:
      *die Zeile des Benutzers im Team wird geaendert oder faellt
      *weg, ein bisheriger anderer Leiter wird Mitglied
       REWRITE-ONE-TEAM-LINE SECTION.
           IF TEAMF-TEAM = WS-TEAM-NAME AND TEAMF-USER = WS-TEAM-USER
              MOVE "Y" TO WS-TEAM-FOUND
              EVALUATE WS-ARG-USER
                  WHEN "unteam"
                     EXIT SECTION
                  WHEN "lead"
                     MOVE "L" TO TEAMF-ROLE
              END-EVALUATE
           ELSE
              IF WS-ARG-USER = "lead" AND TEAMF-TEAM = WS-TEAM-NAME
                 AND TEAMF-ROLE = "L"
                 MOVE "M" TO TEAMF-ROLE
                 MOVE TEAMF-USER TO WS-OLD-LEAD
              END-IF
           END-IF
           WRITE TDTEAMS-NEW-RECORD FROM TDTEAMS-RECORD
           EXIT.

       CHECK-TEAM-USER SECTION.
           MOVE ZERO TO RETURN-CODE
           MOVE "N" TO WS-USER-FOUND
           MOVE SPACES TO WS-OLD-STATE
           OPEN INPUT TDUSERS
           IF WS-USERS-STATUS = "00"
              MOVE "N" TO WS-USERS-EOF
              PERFORM UNTIL WS-USERS-EOF = 'Y'
                  READ TDUSERS
                     AT END MOVE 'Y' TO WS-USERS-EOF
                     NOT AT END
                        IF USRF-ID = WS-TEAM-USER
                           MOVE "Y" TO WS-USER-FOUND
                           MOVE USRF-STATE TO WS-OLD-STATE
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDUSERS
           END-IF
           EVALUATE TRUE
               WHEN WS-USER-FOUND NOT = "Y"
                  DISPLAY "unknown user " FUNCTION TRIM(WS-TEAM-USER)
                  MOVE 8 TO RETURN-CODE
               WHEN WS-OLD-STATE = "R"
                  DISPLAY "user " FUNCTION TRIM(WS-TEAM-USER)
                          " has left"
                  MOVE 8 TO RETURN-CODE
           END-EVALUATE
           EXIT.

       LIST-TEAMS SECTION.
           MOVE ZERO TO WS-TEAM-LINES
           OPEN INPUT TDTEAMS
           IF WS-TEAMS-STATUS = "00"
              MOVE "N" TO WS-TEAMS-EOF
              PERFORM UNTIL WS-TEAMS-EOF = 'Y'
                  READ TDTEAMS
                     AT END MOVE 'Y' TO WS-TEAMS-EOF
                     NOT AT END
                        ADD 1 TO WS-TEAM-LINES
                        IF TEAMF-ROLE = "L"
                           MOVE "lead" TO WS-ROLE-TEXT
                        ELSE
                           MOVE "member" TO WS-ROLE-TEXT
                        END-IF
                        DISPLAY TEAMF-TEAM " " TEAMF-USER " "
                                WS-ROLE-TEXT
                  END-READ
              END-PERFORM
              CLOSE TDTEAMS
           END-IF
           IF WS-TEAM-LINES = ZERO
              DISPLAY "no teams defined"
           END-IF
           EXIT.

      *Ablauf der Abmeldung - geprueft wird alles, bevor etwas
      *angefasst wird; ist die Liste nicht zu sperren, bleibt auch
      *der Zugang unveraendert, damit kein halber Zustand entsteht
       RETIRE-USER SECTION.
           MOVE WS-ARG-PASS TO WS-RETIRE-USER
           MOVE WS-ARG-THIRD TO WS-SUCCESSOR
           IF WS-RETIRE-USER = SPACES OR WS-SUCCESSOR = SPACES
              DISPLAY "usage: todouser retire <user> <successor>"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           IF WS-RETIRE-USER = WS-SUCCESSOR
              DISPLAY "successor must be a different user"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           PERFORM CHECK-RETIRE-USERS
           IF RETURN-CODE NOT = ZERO
              EXIT SECTION
           END-IF
           PERFORM READ-ADMIN-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
           PERFORM OPEN-TDLIST-IO
           IF WS-TDLIST-STATUS NOT = "00"
              DISPLAY "todolist is locked, nothing changed - "
                      "try again later"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           PERFORM COLLECT-HANDOVER-ITEMS
           PERFORM MOVE-HANDOVER-ITEMS
           PERFORM MOVE-PENDING-REVIEWS
           CLOSE TDLIST
           PERFORM CLOSE-AUDIT-FILE
           PERFORM MOVE-RUNNING-BOOKING
           PERFORM DISABLE-USER-LOGIN
           PERFORM DROP-USER-SESSIONS
           PERFORM PRINT-HANDOVER-LIST
           IF WS-HAND-OVFL = "Y"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           EXIT.

      *beide Benutzer muessen in todousers.dat stehen, der
      *Nachfolger darf selbst nicht ausgeschieden sein; ist der
      *Benutzer schon abgemeldet, geht das nur mit demselben
      *Nachfolger noch einmal
       CHECK-RETIRE-USERS SECTION.
           MOVE ZERO TO RETURN-CODE
           MOVE "N" TO WS-USER-FOUND WS-SUCC-FOUND
           MOVE SPACES TO WS-OLD-STATE WS-OLD-SUCCESSOR WS-SUCC-STATE
           OPEN INPUT TDUSERS
           IF WS-USERS-STATUS NOT = "00"
              DISPLAY "no credentials file - nothing to retire"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-USERS-EOF
           PERFORM UNTIL WS-USERS-EOF = 'Y'
               READ TDUSERS
                  AT END MOVE 'Y' TO WS-USERS-EOF
                  NOT AT END
                     IF USRF-ID = WS-RETIRE-USER
                        MOVE "Y" TO WS-USER-FOUND
                        MOVE USRF-STATE TO WS-OLD-STATE
                        MOVE USRF-SUCCESSOR TO WS-OLD-SUCCESSOR
                     END-IF
                     IF USRF-ID = WS-SUCCESSOR
                        MOVE "Y" TO WS-SUCC-FOUND
                        MOVE USRF-STATE TO WS-SUCC-STATE
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDUSERS
           EVALUATE TRUE
               WHEN WS-USER-FOUND NOT = "Y"
                  DISPLAY "unknown user " FUNCTION TRIM(WS-RETIRE-USER)
                  MOVE 8 TO RETURN-CODE
               WHEN WS-SUCC-FOUND NOT = "Y"
                  DISPLAY "unknown successor "
                          FUNCTION TRIM(WS-SUCCESSOR)
                  MOVE 8 TO RETURN-CODE
               WHEN WS-SUCC-STATE = "R"
                  DISPLAY "successor " FUNCTION TRIM(WS-SUCCESSOR)
                          " has left as well"
                  MOVE 8 TO RETURN-CODE
               WHEN WS-OLD-STATE = "R"
                    AND WS-OLD-SUCCESSOR NOT = WS-SUCCESSOR
                  DISPLAY "user has already left, successor was "
                          FUNCTION TRIM(WS-OLD-SUCCESSOR)
                  MOVE 8 TO RETURN-CODE
           END-EVALUATE
           EXIT.

      *ADMINUSER aus todoliste.cfg wie in TODOLISTE - er uebernimmt
      *eine offene Abnahme, wenn der Nachfolger selbst Besitzer des
      *Eintrags ist und ihn darum nicht abnehmen darf
       READ-ADMIN-CONFIG SECTION.
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
                        IF WS-CFG-KEY = "ADMINUSER"
                           AND WS-CFG-VALUE NOT = SPACES
                           MOVE WS-CFG-VALUE TO WS-ADMIN-USER-ID
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDCONFIG
           END-IF
           EXIT.

      *wie OPEN-TDLIST-IO in TODOLISTE: exklusive Sperre mit
      *Wartezyklen
       OPEN-TDLIST-IO SECTION.
           MOVE ZERO TO WS-LOCK-TRIES
           PERFORM WITH TEST AFTER UNTIL WS-TDLIST-STATUS = "00"
                 OR WS-LOCK-TRIES > WS-LOCK-MAX-TRIES
               ADD 1 TO WS-LOCK-TRIES
               OPEN I-O TDLIST WITH LOCK
               IF WS-TDLIST-STATUS NOT = "00"
                  PERFORM RETRY-WAIT
               END-IF
           END-PERFORM
          EXIT.

       RETRY-WAIT SECTION.
           CALL "CBL_OC_NANOSLEEP" USING WS-RETRY-NANOS
           EXIT.

      *sammelt ueber den Zweitschluessel alle Eintraege des
      *Ausscheidenden, die noch offen sind (ToDo, Doing, Abnahme)
       COLLECT-HANDOVER-ITEMS SECTION.
           MOVE ZERO TO WS-HAND-COUNT
           MOVE WS-RETIRE-USER TO ITEM-USER-ID IN TDLIST-FILE
           START TDLIST KEY = ITEM-USER-ID IN TDLIST-FILE
              INVALID KEY MOVE 'Y' TO WS-EOF
              NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TDLIST NEXT INTO WS-TDLIST
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF ITEM-USER-ID IN WS-TDLIST NOT = WS-RETIRE-USER
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        IF ITEM-STATUS IN WS-TDLIST < 2
                           OR ITEM-STATUS IN WS-TDLIST = 4
                           PERFORM NOTE-HANDOVER-ITEM
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           EXIT.

       NOTE-HANDOVER-ITEM SECTION.
           IF WS-HAND-COUNT >= 999
              MOVE "Y" TO WS-HAND-OVFL
              EXIT SECTION
           END-IF
           ADD 1 TO WS-HAND-COUNT
           MOVE ITEM-ID IN WS-TDLIST TO WS-HAND-ID(WS-HAND-COUNT)
           MOVE ITEM-STATUS IN WS-TDLIST
             TO WS-HAND-STATUS(WS-HAND-COUNT)
           MOVE ITEM-DUE-DATE IN WS-TDLIST
             TO WS-HAND-DUE(WS-HAND-COUNT)
           MOVE ITEM-CONTENT IN WS-TDLIST
             TO WS-HAND-CONTENT(WS-HAND-COUNT)
           MOVE "N" TO WS-HAND-MOVED(WS-HAND-COUNT)
           EXIT.

      *schreibt jeden gesammelten Eintrag auf den Nachfolger um,
      *journaliert die Aenderung mit Vorher-/Nachherbild und
      *benachrichtigt den Nachfolger
       MOVE-HANDOVER-ITEMS SECTION.
           PERFORM VARYING WS-HAND-IDX FROM 1 BY 1
                 UNTIL WS-HAND-IDX > WS-HAND-COUNT
               MOVE WS-HAND-ID(WS-HAND-IDX) TO ITEM-ID IN TDLIST-FILE
               READ TDLIST INTO WS-TDLIST
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE WS-TDLIST TO WS-AUDIT-BEFORE
                     MOVE WS-SUCCESSOR TO ITEM-USER-ID IN WS-TDLIST
                     REWRITE TDLIST-FILE FROM WS-TDLIST
                     IF WS-TDLIST-STATUS = "00"
                        MOVE "Y" TO WS-HAND-MOVED(WS-HAND-IDX)
                        ADD 1 TO WS-MOVED-COUNT
                        MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ID
                        MOVE WS-TDLIST TO WS-AUDIT-AFTER
                        PERFORM WRITE-AUDIT-RECORD
                        MOVE ITEM-ID IN WS-TDLIST TO WS-NOTIF-ITEM-ID
                        MOVE SPACES TO WS-NOTIF-TEXT
                        STRING "handed over to you from "
                                  DELIMITED BY SIZE
                               FUNCTION TRIM(WS-RETIRE-USER)
                                  DELIMITED BY SIZE
                               ", who has left" DELIMITED BY SIZE
                          INTO WS-NOTIF-TEXT
                        MOVE WS-SUCCESSOR TO WS-NOTIF-RECIPIENT
                        PERFORM WRITE-NOTIFY-RECORD
                     END-IF
               END-READ
           END-PERFORM
           EXIT.

      *offene Abnahmen, bei denen der Ausscheidende Pruefer ist,
      *gehen an den Nachfolger - ist der inzwischen Besitzer des
      *Eintrags, an den Hausmeister-Benutzer. Das Protokoll wird
      *wie immer nur fortgeschrieben: ein neuer P-Satz loest den
      *alten Pruefer ab
       MOVE-PENDING-REVIEWS SECTION.
           MOVE ZERO TO WS-REV-COUNT
           OPEN INPUT TDREVIEW
           IF WS-REV-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-REV-EOF
           PERFORM UNTIL WS-REV-EOF = 'Y'
               READ TDREVIEW
                  AT END MOVE 'Y' TO WS-REV-EOF
                  NOT AT END
                     IF REVF-ITEM-ID NUMERIC
                        PERFORM NOTE-REVIEW-STATE
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDREVIEW
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                 UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-REV-STATE(WS-REV-IDX) = "P"
                  AND WS-REV-REVIEWER(WS-REV-IDX) = WS-RETIRE-USER
                  PERFORM HAND-OVER-ONE-REVIEW
               END-IF
           END-PERFORM
           EXIT.

       NOTE-REVIEW-STATE SECTION.
           MOVE ZERO TO WS-REV-FOUND
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                 UNTIL WS-REV-IDX > WS-REV-COUNT
               IF WS-REV-ITEM(WS-REV-IDX) = REVF-ITEM-ID
                  MOVE WS-REV-IDX TO WS-REV-FOUND
               END-IF
           END-PERFORM
           IF WS-REV-FOUND = ZERO
              IF WS-REV-COUNT >= 300
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-REV-COUNT
              MOVE WS-REV-COUNT TO WS-REV-FOUND
              MOVE REVF-ITEM-ID TO WS-REV-ITEM(WS-REV-FOUND)
           END-IF
           MOVE REVF-STATE TO WS-REV-STATE(WS-REV-FOUND)
           MOVE REVF-REVIEWER TO WS-REV-REVIEWER(WS-REV-FOUND)
           EXIT.

       HAND-OVER-ONE-REVIEW SECTION.
           MOVE WS-REV-ITEM(WS-REV-IDX) TO ITEM-ID IN TDLIST-FILE
           READ TDLIST INTO WS-TDLIST
              INVALID KEY
                 EXIT SECTION
           END-READ
           IF ITEM-STATUS IN WS-TDLIST NOT = 4
              EXIT SECTION
           END-IF
           IF ITEM-USER-ID IN WS-TDLIST = WS-SUCCESSOR
              MOVE WS-ADMIN-USER-ID TO WS-REV-NEW-REVIEWER
           ELSE
              MOVE WS-SUCCESSOR TO WS-REV-NEW-REVIEWER
           END-IF
           OPEN EXTEND TDREVIEW
           IF WS-REV-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE SPACES TO TDREVIEW-RECORD
           MOVE ITEM-ID IN WS-TDLIST TO REVF-ITEM-ID
           MOVE "P" TO REVF-STATE
           MOVE WS-NOW-TS TO REVF-TIMESTAMP
           MOVE WS-TOOL-USER TO REVF-BY-USER
           MOVE WS-REV-NEW-REVIEWER TO REVF-REVIEWER
           MOVE "previous reviewer has left" TO REVF-REASON
           WRITE TDREVIEW-RECORD
           CLOSE TDREVIEW
           MOVE WS-REV-NEW-REVIEWER TO WS-REV-REVIEWER(WS-REV-IDX)
           ADD 1 TO WS-REV-MOVED
           MOVE ITEM-ID IN WS-TDLIST TO WS-NOTIF-ITEM-ID
           MOVE SPACES TO WS-NOTIF-TEXT
           STRING "review handed over to you from "
                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RETIRE-USER) DELIMITED BY SIZE
             INTO WS-NOTIF-TEXT
           MOVE WS-REV-NEW-REVIEWER TO WS-NOTIF-RECIPIENT
           PERFORM WRITE-NOTIFY-RECORD
           EXIT.

      *eine noch laufende Buchung des Ausscheidenden wird jetzt
      *beendet und fuer den Nachfolger ab demselben Zeitpunkt auf
      *demselben Eintrag fortgesetzt - es sei denn, der ist selbst
      *gerade eingestempelt, denn mehr als eine offene Buchung je
      *Benutzer kennt CLOCK-ON nicht
       MOVE-RUNNING-BOOKING SECTION.
           MOVE "N" TO WS-BOOK-FOUND WS-SUCC-CLOCKED
           OPEN INPUT TDBOOK
           IF WS-BOOK-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-BOOK-EOF
           PERFORM UNTIL WS-BOOK-EOF = 'Y'
               READ TDBOOK
                  AT END MOVE 'Y' TO WS-BOOK-EOF
                  NOT AT END
                     IF BOOK-END = SPACES
                        IF BOOK-USER = WS-RETIRE-USER
                           MOVE "Y" TO WS-BOOK-FOUND
                           MOVE BOOK-ITEM-ID TO WS-BOOK-ITEM
                           MOVE BOOK-START TO WS-BOOK-SINCE
                        END-IF
                        IF BOOK-USER = WS-SUCCESSOR
                           MOVE "Y" TO WS-SUCC-CLOCKED
                           MOVE BOOK-ITEM-ID TO WS-SUCC-CLOCK-ITEM
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDBOOK
           IF WS-BOOK-FOUND NOT = "Y"
              EXIT SECTION
           END-IF
           OPEN OUTPUT TDBOOK-NEW
           IF WS-BOOK-NEW-STATUS NOT = "00"
              MOVE "N" TO WS-BOOK-FOUND
              EXIT SECTION
           END-IF
           OPEN INPUT TDBOOK
           MOVE "N" TO WS-BOOK-EOF
           PERFORM UNTIL WS-BOOK-EOF = 'Y'
               READ TDBOOK
                  AT END MOVE 'Y' TO WS-BOOK-EOF
                  NOT AT END
                     IF BOOK-USER = WS-RETIRE-USER
                        AND BOOK-END = SPACES
                        MOVE WS-NOW-TS TO BOOK-END
                     END-IF
                     WRITE TDBOOK-NEW-RECORD FROM TDBOOK-RECORD
               END-READ
           END-PERFORM
           CLOSE TDBOOK
           IF WS-SUCC-CLOCKED NOT = "Y"
              MOVE WS-BOOK-ITEM TO BOOK-ITEM-ID
              MOVE WS-SUCCESSOR TO BOOK-USER
              MOVE WS-NOW-TS TO BOOK-START
              MOVE SPACES TO BOOK-END
              WRITE TDBOOK-NEW-RECORD FROM TDBOOK-RECORD
           END-IF
           CLOSE TDBOOK-NEW
           CALL "CBL_DELETE_FILE" USING WS-BOOK-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-BOOK-TMPNAME
                                        WS-BOOK-FILENAME
           MOVE WS-BOOK-ITEM TO WS-NOTIF-ITEM-ID
           MOVE SPACES TO WS-NOTIF-TEXT
           IF WS-SUCC-CLOCKED = "Y"
              STRING "running booking of " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RETIRE-USER) DELIMITED BY SIZE
                     " stopped, clock on yourself" DELIMITED BY SIZE
                INTO WS-NOTIF-TEXT
           ELSE
              STRING "you are now clocked on in place of "
                        DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RETIRE-USER) DELIMITED BY SIZE
                INTO WS-NOTIF-TEXT
           END-IF
           MOVE WS-SUCCESSOR TO WS-NOTIF-RECIPIENT
           PERFORM WRITE-NOTIFY-RECORD
           EXIT.

      *sperrt die Anmeldung: der Satz in todousers.dat bleibt
      *stehen (die Kennung taucht ja weiter in Journal und Archiv
      *auf), bekommt aber Zustand "R", Nachfolger und Datum
       DISABLE-USER-LOGIN SECTION.
           OPEN OUTPUT TDUSERS-NEW
           IF WS-USERS-NEW-STATUS NOT = "00"
              DISPLAY "credentials file could not be rewritten"
              EXIT SECTION
           END-IF
           OPEN INPUT TDUSERS
           IF WS-USERS-STATUS = "00"
              MOVE "N" TO WS-USERS-EOF
              PERFORM UNTIL WS-USERS-EOF = 'Y'
                  READ TDUSERS
                     AT END MOVE 'Y' TO WS-USERS-EOF
                     NOT AT END
                        IF USRF-ID = WS-RETIRE-USER
                           AND USRF-STATE NOT = "R"
                           MOVE "R" TO USRF-STATE
                           MOVE WS-SUCCESSOR TO USRF-SUCCESSOR
                           MOVE WS-NOW-TS(1:8) TO USRF-LEFT-ON
                        END-IF
                        WRITE TDUSERS-NEW-RECORD
                          FROM TDUSERS-RECORD
                  END-READ
              END-PERFORM
              CLOSE TDUSERS
           END-IF
           CLOSE TDUSERS-NEW
           CALL "CBL_DELETE_FILE" USING WS-USERS-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-USERS-TMPNAME
                                        WS-USERS-FILENAME
           EXIT.

      *wirft alle Sitzungen des Ausscheidenden aus todosessions.dat,
      *auch die noch nicht abgelaufenen - ueber eine Umbaudatei wie
      *PRUNE-EXPIRED-SESSIONS im TODOHANDLER
       DROP-USER-SESSIONS SECTION.
           OPEN INPUT TDSESS
           IF WS-SESS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           OPEN OUTPUT TDSESS-NEW
           IF WS-SESS-NEW-STATUS NOT = "00"
              CLOSE TDSESS
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-SESS-EOF
           PERFORM UNTIL WS-SESS-EOF = 'Y'
               READ TDSESS
                  AT END MOVE 'Y' TO WS-SESS-EOF
                  NOT AT END
                     IF SESF-USER = WS-RETIRE-USER
                        ADD 1 TO WS-SESS-DROPPED
                     ELSE
                        WRITE TDSESS-NEW-RECORD FROM TDSESS-RECORD
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDSESS
           CLOSE TDSESS-NEW
           CALL "CBL_DELETE_FILE" USING WS-SESS-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-SESS-TMPNAME
                                        WS-SESS-FILENAME
           EXIT.

      *die Uebergabeliste fuer den Nachfolger und die Akten: je
      *uebergebenem Eintrag Nummer, Status, Termin und Text, danach
      *Buchung, Abnahmen und Sitzungen
       PRINT-HANDOVER-LIST SECTION.
           MOVE SPACES TO WS-HANDOVER-LINE
           STRING "handover of " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RETIRE-USER) DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUCCESSOR) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  WS-NOW-TS(7:2) "." WS-NOW-TS(5:2) "."
                  WS-NOW-TS(1:4) DELIMITED BY SIZE
             INTO WS-HANDOVER-LINE
           DISPLAY FUNCTION TRIM(WS-HANDOVER-LINE TRAILING)
           PERFORM VARYING WS-HAND-IDX FROM 1 BY 1
                 UNTIL WS-HAND-IDX > WS-HAND-COUNT
               IF WS-HAND-MOVED(WS-HAND-IDX) = "Y"
                  EVALUATE WS-HAND-STATUS(WS-HAND-IDX)
                      WHEN 1
                         MOVE "Doing" TO WS-STATUS-TEXT
                      WHEN 4
                         MOVE "Review" TO WS-STATUS-TEXT
                      WHEN OTHER
                         MOVE "ToDo" TO WS-STATUS-TEXT
                  END-EVALUATE
                  MOVE SPACES TO WS-HANDOVER-LINE
                  STRING "  item " DELIMITED BY SIZE
                         WS-HAND-ID(WS-HAND-IDX) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-STATUS-TEXT DELIMITED BY SIZE
                         " due " DELIMITED BY SIZE
                         WS-HAND-DUE(WS-HAND-IDX) DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         WS-HAND-CONTENT(WS-HAND-IDX)
                            DELIMITED BY SIZE
                    INTO WS-HANDOVER-LINE
                  DISPLAY FUNCTION TRIM(WS-HANDOVER-LINE TRAILING)
               END-IF
           END-PERFORM
           MOVE WS-MOVED-COUNT TO WS-CNT-Z
           DISPLAY "open items handed over: " WS-CNT-Z
           IF WS-HAND-OVFL = "Y"
              DISPLAY "more than 999 open items - run again to hand "
                      "over the rest"
           END-IF
           IF WS-BOOK-FOUND = "Y"
              MOVE SPACES TO WS-HANDOVER-LINE
              IF WS-SUCC-CLOCKED = "Y"
                 STRING "running booking on item " DELIMITED BY SIZE
                        WS-BOOK-ITEM DELIMITED BY SIZE
                        " stopped, successor is clocked on item "
                           DELIMITED BY SIZE
                        WS-SUCC-CLOCK-ITEM DELIMITED BY SIZE
                   INTO WS-HANDOVER-LINE
              ELSE
                 STRING "running booking on item " DELIMITED BY SIZE
                        WS-BOOK-ITEM DELIMITED BY SIZE
                        " continued for " DELIMITED BY SIZE
                        FUNCTION TRIM(WS-SUCCESSOR) DELIMITED BY SIZE
                        " (started " DELIMITED BY SIZE
                        WS-BOOK-SINCE(1:8) DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        WS-BOOK-SINCE(9:4) DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                   INTO WS-HANDOVER-LINE
              END-IF
              DISPLAY FUNCTION TRIM(WS-HANDOVER-LINE TRAILING)
           ELSE
              DISPLAY "no running booking"
           END-IF
           MOVE WS-REV-MOVED TO WS-CNT-Z
           DISPLAY "pending reviews handed over: " WS-CNT-Z
           MOVE WS-SESS-DROPPED TO WS-CNT-Z
           DISPLAY "sessions ended: " WS-CNT-Z
           DISPLAY "sign-in disabled for "
                   FUNCTION TRIM(WS-RETIRE-USER)
           EXIT.

      *haengt eine Nachricht an WS-NOTIF-RECIPIENT an die
      *Ausgangsschlange todonotify.q - wie WRITE-NOTIFY-RECORD in
      *TODOLISTE
       WRITE-NOTIFY-RECORD SECTION.
           OPEN EXTEND TDNOTIFQ
           IF WS-NOTIFQ-STATUS = "35"
              OPEN OUTPUT TDNOTIFQ
           END-IF
           IF WS-NOTIFQ-STATUS = "00"
              MOVE SPACES TO TDNOTIFQ-RECORD
              MOVE FUNCTION CURRENT-DATE(1:14) TO NQ-TIMESTAMP
              MOVE WS-NOTIF-RECIPIENT TO NQ-RECIPIENT
              MOVE WS-TOOL-USER TO NQ-BY-USER
              MOVE WS-NOTIF-ITEM-ID TO NQ-ITEM-ID
              MOVE WS-NOTIF-TEXT TO NQ-TEXT
              WRITE TDNOTIFQ-RECORD
              CLOSE TDNOTIFQ
           END-IF
           EXIT.

      *journaliert eine Uebergabe - Aktionscode "retire", als
      *Benutzer steht "todouser" im Journal
       WRITE-AUDIT-RECORD SECTION.
           IF WS-AUDIT-OPEN NOT = "Y"
              PERFORM OPEN-AUDIT-SEGMENT
           END-IF
           IF WS-AUDIT-OPEN = "Y"
              MOVE SPACES TO TDAUDIT-RECORD
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
              MOVE WS-TOOL-USER TO AUD-USER
              MOVE WS-AUDIT-ACTION TO AUD-ACTION
              MOVE WS-AUDIT-ID TO AUD-ITEM-ID
              MOVE WS-AUDIT-BEFORE TO AUD-BEFORE
              MOVE WS-AUDIT-AFTER TO AUD-AFTER
              WRITE TDAUDIT-RECORD
           END-IF
           EXIT.

       CLOSE-AUDIT-FILE SECTION.
           IF WS-AUDIT-OPEN = "Y"
              CLOSE TDAUDIT
              MOVE "N" TO WS-AUDIT-OPEN
           END-IF
           EXIT.

      *oeffnet den Journalabschnitt des laufenden Monats zum
      *Anhaengen und verzeichnet ihn bei Bedarf im Katalog - wie
      *OPEN-AUDIT-SEGMENT in TODOLISTE
       OPEN-AUDIT-SEGMENT SECTION.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-AUDIT-MONTH
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "todoaudit_" DELIMITED BY SIZE
                  WS-AUDIT-MONTH DELIMITED BY SIZE
                  ".log" DELIMITED BY SIZE
             INTO WS-AUDIT-FILENAME
           OPEN EXTEND TDAUDIT
           IF WS-AUDIT-STATUS = "35"
              OPEN OUTPUT TDAUDIT
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE "Y" TO WS-AUDIT-OPEN
              PERFORM REGISTER-AUDIT-SEGMENT
           END-IF
           EXIT.

       REGISTER-AUDIT-SEGMENT SECTION.
           PERFORM LOAD-AUDIT-CATALOG
           MOVE "N" TO WS-AUDCAT-FOUND
           PERFORM VARYING WS-AUDCAT-IDX FROM 1 BY 1
                 UNTIL WS-AUDCAT-IDX > WS-AUDCAT-COUNT
               IF WS-AUDCAT-ENTRY(WS-AUDCAT-IDX)
                     = WS-AUDIT-FILENAME
                  MOVE "Y" TO WS-AUDCAT-FOUND
               END-IF
           END-PERFORM
           IF WS-AUDCAT-FOUND NOT = "Y"
              OPEN EXTEND TDAUDCAT
              IF WS-AUDCAT-STATUS = "35"
                 OPEN OUTPUT TDAUDCAT
              END-IF
              IF WS-AUDCAT-STATUS = "00"
                 WRITE TDAUDCAT-RECORD FROM WS-AUDIT-FILENAME
                 CLOSE TDAUDCAT
                 IF WS-AUDCAT-COUNT < 200
                    ADD 1 TO WS-AUDCAT-COUNT
                    MOVE WS-AUDIT-FILENAME
                      TO WS-AUDCAT-ENTRY(WS-AUDCAT-COUNT)
                 END-IF
              END-IF
           END-IF
           EXIT.

       LOAD-AUDIT-CATALOG SECTION.
           IF WS-AUDCAT-LOADED = "Y"
              EXIT SECTION
           END-IF
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
           MOVE "Y" TO WS-AUDCAT-LOADED
           EXIT.
       END PROGRAM TODOUSER.
