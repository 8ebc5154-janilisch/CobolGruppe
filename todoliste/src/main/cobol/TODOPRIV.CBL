       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOPRIV.
      *Auskunft und Loeschung personenbezogener Daten, nur fuer die
      *Kommandozeile wie TODOUSER:
      *  "todopriv export <benutzer>" sammelt alles, was die
      *  Todoliste ueber den Benutzer weiss, in einen lesbaren
      *  Bericht todoexport_<benutzer>.txt;
      *  "todopriv erase <benutzer>" ersetzt die Kennung ueberall
      *  durch ein Pseudonym (erased0001, erased0002, ...) - auch in
      *  den Vorher-/Nachherbildern des Journals -, damit Statistik
      *  und Aufwandsauswertung weiter aufgehen, nur eben ohne Namen.
      *  Jeder umgeschriebene Eintrag aus todolist.dat wird als
      *  "erase" journalisiert, damit Warehouse und Durchlaufzeiten
      *  die Aenderung mitbekommen.
      *Durchsucht werden todolist.dat, todoarchive.txt, die
      *Sicherungen aus todobackups.log, todobookings.txt, das Journal
      *(todoaudit.log und alle Monatsabschnitte), todonotify.q samt
      *Arbeitsdatei, die Postfaecher, todosessions.dat,
      *todoreviews.dat, todoprojects.dat, todoviews.dat,
      *todoteams.dat, todorates.dat, todoperiods.dat mit den
      *Abrechnungen todobilling_<jjjjmm>.csv der abgeschlossenen
      *Monate, todousers.dat, todoquarantine.txt, die Warehouse-
      *Auszuege tododelta.dat und tododeltabook.dat sowie die
      *Morgenzettel, Kalender- und Ansichtsdateien mit ihren
      *Katalogen. Bei der Loeschung fallen auch ein frueherer
      *Auskunftsbericht todoexport_<benutzer>.txt und ein
      *vorhandener Gesamtabzug todounload.dat/.man weg. Am Ende steht
      *je Datei ein Kontrollbericht: Saetze gefunden/geaendert.
      *Geloescht werden darf nur ein Benutzer, der ausgeschieden ist
      *(todouser retire) oder gar keinen Zugang hat; waehrend der
      *Loeschung haelt das Programm die exklusive Sperre auf
      *todolist.dat, damit kein CGI-Aufruf dazwischenschreibt.
      *Freitext, den Benutzer selbst getippt haben (Eintragstexte,
      *Notizen), bleibt unangetastet - ersetzt wird die Kennung in
      *den Kennungsfeldern und in den vom System erzeugten
      *Nachrichtentexten

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
      *alle zeilenweisen Dateien laufen ueber dieses eine Paar -
      *der Name wird je Datei zur Laufzeit gesetzt, das Satzbild
      *liegt in WS-LINE und seinen Umdeutungen
         SELECT TDSEQ ASSIGN TO WS-SEQ-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQ-STATUS.
         SELECT TDSEQ-NEW ASSIGN TO WS-SEQ-TMPNAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQ-NEW-STATUS.
         SELECT TDEXPORT ASSIGN TO WS-EXPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXPORT-STATUS.
      *das Journal ist in Monatsabschnitte zerlegt, der Dateiname
      *(todoaudit_JJJJMM.log) wird zur Laufzeit gesetzt - wie in
      *TODOLISTE
         SELECT TDAUDIT ASSIGN TO WS-AUDIT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
         SELECT TDAUDCAT ASSIGN TO 'todoauditsegs.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDCAT-STATUS.
      *Verzeichnis der vergebenen Pseudonyme - mit Datum, aber
      *bewusst ohne die alte Kennung
         SELECT TDERASED ASSIGN TO 'todoerased.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ERASED-STATUS.
         SELECT TDCONFIG ASSIGN TO 'todoliste.cfg'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONFIG-STATUS.
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
          FD TDSEQ.
          01 TDSEQ-RECORD PIC X(300).
          FD TDSEQ-NEW.
          01 TDSEQ-NEW-RECORD PIC X(300).
          FD TDEXPORT.
          01 TDEXPORT-RECORD PIC X(200).
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
          FD TDERASED.
          01 TDERASED-RECORD.
             05 ERAF-PSEUDONYM PIC X(10).
             05 ERAF-DATE PIC X(8).
          FD TDCONFIG.
          01 TDCONFIG-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-RUN-ARGS PIC X(60).
        01 WS-ARG-MODE PIC X(10).
        01 WS-ARG-USER PIC X(10).
        01 WS-ERASE-MODE PIC X(1) VALUE "N".
        01 WS-TARGET-USER PIC X(10).
        01 WS-TARGET-LEN PIC 9(2).
        01 WS-PSEUDONYM PIC X(10).
        01 WS-PSEUDO-SEQ PIC 9(4) VALUE ZERO.
        01 WS-ADMIN-USER-ID PIC X(10) VALUE "admin".
        01 WS-TODAY PIC X(8).
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
        01 WS-SEQ-STATUS PIC XX.
        01 WS-SEQ-NEW-STATUS PIC XX.
        01 WS-SEQ-EOF PIC X(1).
        01 WS-SEQ-FILENAME PIC X(32).
        01 WS-SEQ-TMPNAME PIC X(32) VALUE "todopriv.tmp".
        01 WS-SEQ-TARGET PIC X(32).
      *Art der gerade bearbeiteten Datei:
      *  A = Eintragsbilder (Archiv, Sicherungen), B = Buchungen,
      *  J = Journal, Q = Benachrichtigungsschlange, I = fremdes
      *  Postfach, M = eigenes Postfach, S = Sitzungen,
      *  R = Abnahmen, P = Projekte, U = Kennwortdatei,
      *  O = eigener Morgenzettel/Kalender, C = deren Katalog,
      *  K = Stundensaetze, L = abgeschlossene Monate,
      *  G = Abrechnung eines Monats (CSV), Z = Quarantaene
      *  (Eintragsbilder, nur heutiges Satzbild), D = Warehouse-
      *  Auszug der Eintraege, W = Warehouse-Auszug der Buchungen,
      *  X = Gesamtabzug (wird bei der Loeschung ganz entfernt)
        01 WS-FILE-KIND PIC X(1).
        01 WS-REC-HIT PIC X(1).
        01 WS-REC-CHANGED PIC X(1).
        01 WS-REC-DROP PIC X(1).
        01 WS-LINE PIC X(300).
      *Eintragsbild wie in todolist.dat
        01 WS-LINE-ITEM REDEFINES WS-LINE.
           05 WS-LI-ID PIC X(5).
           05 WS-LI-CONTENT PIC X(70).
           05 WS-LI-DATE PIC X(21).
           05 WS-LI-STATUS PIC X(1).
           05 FILLER PIC X(3).
           05 WS-LI-USER PIC X(10).
           05 WS-LI-DUE PIC X(8).
           05 FILLER PIC X(182).
      *Altformat der Archivsaetze (74 Zeichen) wie WS-ARCH-OLD-REC
      *in TODOLISTE
        01 WS-LINE-OLD-ITEM REDEFINES WS-LINE.
           05 WS-LO-ID PIC X(5).
           05 WS-LO-CONTENT PIC X(35).
           05 WS-LO-DATE PIC X(21).
           05 WS-LO-STATUS PIC X(1).
           05 FILLER PIC X(2).
           05 WS-LO-USER PIC X(10).
           05 FILLER PIC X(226).
        01 WS-LINE-BOOK REDEFINES WS-LINE.
           05 WS-LB-ITEM-ID PIC X(5).
           05 WS-LB-USER PIC X(10).
           05 WS-LB-START PIC X(14).
           05 WS-LB-END PIC X(14).
           05 FILLER PIC X(257).
        01 WS-LINE-AUD REDEFINES WS-LINE.
           05 WS-LA-TIMESTAMP PIC X(14).
           05 FILLER PIC X(1).
           05 WS-LA-USER PIC X(10).
           05 FILLER PIC X(1).
           05 WS-LA-ACTION PIC X(14).
           05 FILLER PIC X(1).
           05 WS-LA-ITEM-ID PIC X(5).
           05 FILLER PIC X(1).
           05 WS-LA-BEFORE.
              10 WS-LA-BEF-ID PIC X(5).
              10 WS-LA-BEF-CONTENT PIC X(70).
              10 FILLER PIC X(25).
              10 WS-LA-BEF-USER PIC X(10).
              10 FILLER PIC X(12).
           05 FILLER PIC X(1).
           05 WS-LA-AFTER.
              10 WS-LA-AFT-ID PIC X(5).
              10 WS-LA-AFT-CONTENT PIC X(70).
              10 FILLER PIC X(25).
              10 WS-LA-AFT-USER PIC X(10).
              10 FILLER PIC X(12).
           05 FILLER PIC X(8).
        01 WS-LINE-NQ REDEFINES WS-LINE.
           05 WS-LQ-TIMESTAMP PIC X(14).
           05 FILLER PIC X(1).
           05 WS-LQ-RECIPIENT PIC X(10).
           05 FILLER PIC X(1).
           05 WS-LQ-BY-USER PIC X(10).
           05 FILLER PIC X(1).
           05 WS-LQ-ITEM-ID PIC X(5).
           05 FILLER PIC X(1).
           05 WS-LQ-TEXT PIC X(60).
           05 FILLER PIC X(197).
        01 WS-LINE-SESS REDEFINES WS-LINE.
           05 WS-LS-TOKEN PIC X(16).
           05 WS-LS-USER PIC X(10).
           05 WS-LS-EXPIRY PIC X(14).
           05 FILLER PIC X(260).
        01 WS-LINE-REV REDEFINES WS-LINE.
           05 WS-LR-ITEM-ID PIC X(5).
           05 WS-LR-STATE PIC X(1).
           05 WS-LR-TIMESTAMP PIC X(14).
           05 WS-LR-BY-USER PIC X(10).
           05 WS-LR-REVIEWER PIC X(10).
           05 WS-LR-REASON PIC X(60).
           05 FILLER PIC X(200).
        01 WS-LINE-PROJ REDEFINES WS-LINE.
           05 WS-LP-ID PIC X(2).
           05 WS-LP-STATE PIC X(1).
           05 WS-LP-NAME PIC X(20).
           05 WS-LP-SIGNOFF PIC X(1).
           05 WS-LP-REVIEWER PIC X(10).
           05 FILLER PIC X(266).
        01 WS-LINE-VIEW REDEFINES WS-LINE.
           05 WS-LV-OWNER PIC X(10).
           05 WS-LV-NAME PIC X(20).
           05 WS-LV-PUBLISH PIC X(1).
           05 WS-LV-FILTERS PIC X(23).
           05 WS-LV-USER PIC X(10).
           05 WS-LV-SORT PIC X(10).
           05 FILLER PIC X(226).
        01 WS-LINE-TEAM REDEFINES WS-LINE.
           05 WS-LT-TEAM PIC X(10).
           05 WS-LT-USER PIC X(10).
           05 WS-LT-ROLE PIC X(1).
           05 FILLER PIC X(279).
        01 WS-LINE-RATE REDEFINES WS-LINE.
           05 WS-LK-PROJECT PIC X(2).
           05 WS-LK-USER PIC X(10).
           05 WS-LK-AMOUNT PIC 9(5)V99.
           05 FILLER PIC X(281).
        01 WS-LINE-PER REDEFINES WS-LINE.
           05 WS-LL-MONTH PIC X(6).
           05 WS-LL-CLOSED-AT PIC X(14).
           05 WS-LL-CLOSED-BY PIC X(10).
           05 FILLER PIC X(270).
      *Einzelsatz aus tododelta.dat (WS-DELTA-DETAIL in TODODELTA)
        01 WS-LINE-DELTA REDEFINES WS-LINE.
           05 WS-LD-REC-TYPE PIC X(1).
           05 WS-LD-OP PIC X(1).
           05 WS-LD-TIMESTAMP PIC X(14).
           05 WS-LD-USER PIC X(10).
           05 WS-LD-ACTION PIC X(14).
           05 WS-LD-ITEM-ID PIC X(5).
           05 WS-LD-IMAGE.
              10 WS-LD-IMG-ID PIC X(5).
              10 WS-LD-IMG-CONTENT PIC X(70).
              10 FILLER PIC X(25).
              10 WS-LD-IMG-USER PIC X(10).
              10 FILLER PIC X(12).
           05 FILLER PIC X(133).
      *Einzelsatz aus tododeltabook.dat (WS-BOOK-DETAIL in TODODELTA)
        01 WS-LINE-DBOOK REDEFINES WS-LINE.
           05 WS-LW-REC-TYPE PIC X(1).
           05 WS-LW-OP PIC X(1).
           05 WS-LW-ITEM-ID PIC X(5).
           05 WS-LW-USER PIC X(10).
           05 WS-LW-START PIC X(14).
           05 WS-LW-END PIC X(14).
           05 WS-LW-MINUTES PIC X(7).
           05 FILLER PIC X(248).
        01 WS-LINE-USR REDEFINES WS-LINE.
           05 WS-LU-ID PIC X(10).
           05 WS-LU-HASH PIC X(10).
           05 WS-LU-STATE PIC X(1).
           05 WS-LU-SUCCESSOR PIC X(10).
           05 WS-LU-LEFT-ON PIC X(8).
           05 FILLER PIC X(261).
      *Ersetzen der Kennung als ganzes Wort in einem Freitext
        01 WS-TEXT-IN PIC X(300).
        01 WS-TEXT-OUT PIC X(300).
        01 WS-TEXT-LEN PIC 9(3).
        01 WS-TEXT-IDX PIC 9(3).
        01 WS-TEXT-PTR PIC 9(3).
        01 WS-TEXT-HITS PIC 9(3).
        01 WS-WORD-START PIC X(1).
        01 WS-WORD-END PIC X(1).
        01 WS-CH PIC X(1).
        01 WS-CH-WORD PIC X(1).
      *Kontrollbericht, eine Zeile je Datei
        01 WS-CTL-TABLE.
           05 WS-CTL-COUNT PIC 9(3) VALUE ZERO.
           05 WS-CTL-ENTRY OCCURS 400 TIMES.
              10 WS-CTL-NAME PIC X(32).
              10 WS-CTL-PRESENT PIC X(1).
              10 WS-CTL-FOUND PIC 9(7).
              10 WS-CTL-CHANGED PIC 9(7).
        01 WS-CTL-IDX PIC 9(3).
        01 WS-CTL-OVFL PIC X(1) VALUE "N".
        01 WS-FOUND-CNT PIC 9(7).
        01 WS-CHANGED-CNT PIC 9(7).
        01 WS-TOTAL-FOUND PIC 9(7) VALUE ZERO.
        01 WS-TOTAL-CHANGED PIC 9(7) VALUE ZERO.
        01 WS-CNT-Z PIC Z(6)9.
        01 WS-CNT-Z2 PIC Z(6)9.
        01 WS-CTL-LINE PIC X(80).
      *Kataloge der Journalabschnitte und Sicherungen, Benutzerliste
      *fuer die Postfaecher
        01 WS-NAME-TABLE.
           05 WS-NAME-COUNT PIC 9(3) VALUE ZERO.
           05 WS-NAME-ENTRY PIC X(32) OCCURS 200 TIMES.
        01 WS-NAME-IDX PIC 9(3).
        01 WS-USER-TABLE.
           05 WS-USR-COUNT PIC 9(3) VALUE ZERO.
           05 WS-USR-ENTRY PIC X(10) OCCURS 500 TIMES.
        01 WS-USR-IDX PIC 9(3).
        01 WS-USER-KNOWN PIC X(1) VALUE "N".
        01 WS-USER-STATE PIC X(1) VALUE SPACE.
        01 WS-EXPORT-STATUS PIC XX.
        01 WS-EXPORT-FILENAME PIC X(32).
        01 WS-EXPORT-LINE PIC X(200).
        01 WS-ERASED-STATUS PIC XX.
        01 WS-TOOL-USER PIC X(10) VALUE "todopriv".
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
        01 WS-AUDIT-ACTION PIC X(14) VALUE "erase".
        01 WS-ERASED-EOF PIC X(1).
        01 WS-CONFIG-STATUS PIC XX.
        01 WS-CONFIG-EOF PIC X(1).
        01 WS-CFG-KEY PIC X(20).
        01 WS-CFG-VALUE PIC X(20).
        01 WS-STATUS-TEXT PIC X(8).
        01 WS-STATUS-CODE PIC X(1).
        01 WS-OWN-FILENAME PIC X(32).
        01 WS-DIGEST-NAME PIC X(32).
        01 WS-CAL-NAME PIC X(32).
        01 WS-VIEW-TXT-NAME PIC X(32).
        01 WS-VIEW-CSV-NAME PIC X(32).
        01 WS-ROLE-TEXT PIC X(6).
        01 WS-INBOX-NAME PIC X(32).
        01 WS-PSEUDO-INBOX PIC X(32).
        01 WS-RATE-Z PIC Z(4)9.99.
      *Spalten einer Abrechnungszeile bis zum Benutzer - danach
      *zeigt WS-BL-PTR hinter dessen Komma, WS-BL-USER-POS auf
      *seinen Anfang
        01 WS-BL-PROJECT PIC X(10).
        01 WS-BL-NAME PIC X(40).
        01 WS-BL-ITEM PIC X(10).
        01 WS-BL-USER PIC X(10).
        01 WS-BL-PTR PIC 9(3).
        01 WS-BL-USER-POS PIC 9(3).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-ARGS FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-MODE WS-ARG-USER
           UNSTRING WS-RUN-ARGS DELIMITED BY ALL " "
              INTO WS-ARG-MODE WS-ARG-USER
           END-UNSTRING
           IF (WS-ARG-MODE NOT = "export" AND WS-ARG-MODE NOT = "erase")
              OR WS-ARG-USER = SPACES
              DISPLAY "usage: todopriv export <user>"
              DISPLAY "       todopriv erase <user>"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-ARG-USER TO WS-TARGET-USER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-USER))
             TO WS-TARGET-LEN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-ARG-MODE = "erase"
              MOVE "Y" TO WS-ERASE-MODE
           END-IF
           PERFORM READ-ADMIN-CONFIG
           PERFORM LOAD-USER-LIST
           IF WS-ERASE-MODE = "Y"
              PERFORM CHECK-ERASE-ALLOWED
              IF RETURN-CODE NOT = ZERO
                 GOBACK
              END-IF
              PERFORM ASSIGN-PSEUDONYM
           END-IF
           PERFORM OPEN-TDLIST
           IF WS-TDLIST-STATUS NOT = "00"
              DISPLAY "todolist is locked, nothing done - "
                      "try again later"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-ERASE-MODE NOT = "Y"
              PERFORM OPEN-EXPORT-REPORT
           END-IF
           PERFORM PROCESS-ITEM-FILE
           PERFORM PROCESS-ALL-SEQ-FILES
           IF WS-ERASE-MODE = "Y"
              PERFORM JOURNAL-ERASED-ITEMS
              PERFORM RECORD-PSEUDONYM
           END-IF
           CLOSE TDLIST
           PERFORM PRINT-CONTROL-REPORT
           IF WS-ERASE-MODE NOT = "Y"
              CLOSE TDEXPORT
              DISPLAY "report written to "
                      FUNCTION TRIM(WS-EXPORT-FILENAME)
           END-IF
           IF WS-CTL-OVFL = "Y"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK
          .

      *ADMINUSER aus todoliste.cfg - der Hausmeister-Benutzer wird
      *nie geloescht
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

      *alle Kennungen aus todousers.dat - ihre Postfaecher werden
      *nach der Kennung durchsucht; nebenbei Zustand des Ziels
       LOAD-USER-LIST SECTION.
           MOVE ZERO TO WS-USR-COUNT
           MOVE "todousers.dat" TO WS-SEQ-FILENAME
           OPEN INPUT TDSEQ
           IF WS-SEQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-SEQ-EOF
           PERFORM UNTIL WS-SEQ-EOF = 'Y'
               READ TDSEQ INTO WS-LINE
                  AT END MOVE 'Y' TO WS-SEQ-EOF
                  NOT AT END
                     IF WS-LU-ID = WS-TARGET-USER
                        MOVE "Y" TO WS-USER-KNOWN
                        MOVE WS-LU-STATE TO WS-USER-STATE
                     ELSE
                        IF WS-USR-COUNT < 500 AND WS-LU-ID NOT = SPACES
                           ADD 1 TO WS-USR-COUNT
                           MOVE WS-LU-ID TO WS-USR-ENTRY(WS-USR-COUNT)
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDSEQ
           EXIT.

      *geloescht wird nur, wer ausgeschieden ist oder gar keinen
      *Zugang hat (Altbestand vor der Anmeldung) - ein aktiver
      *Benutzer wird zuerst mit todouser retire abgemeldet
       CHECK-ERASE-ALLOWED SECTION.
           MOVE ZERO TO RETURN-CODE
           EVALUATE TRUE
               WHEN WS-TARGET-USER = WS-ADMIN-USER-ID
                  DISPLAY "the admin user cannot be erased"
                  MOVE 8 TO RETURN-CODE
               WHEN WS-TARGET-USER(1:6) = "erased"
                  DISPLAY "user id is already a pseudonym"
                  MOVE 8 TO RETURN-CODE
               WHEN WS-USER-KNOWN = "Y" AND WS-USER-STATE NOT = "R"
                  DISPLAY "user " FUNCTION TRIM(WS-TARGET-USER)
                          " is still active - run todouser retire "
                          "first"
                  MOVE 8 TO RETURN-CODE
           END-EVALUATE
           EXIT.

      *naechstes freies Pseudonym aus todoerased.dat
       ASSIGN-PSEUDONYM SECTION.
           MOVE ZERO TO WS-PSEUDO-SEQ
           OPEN INPUT TDERASED
           IF WS-ERASED-STATUS = "00"
              MOVE "N" TO WS-ERASED-EOF
              PERFORM UNTIL WS-ERASED-EOF = 'Y'
                  READ TDERASED
                     AT END MOVE 'Y' TO WS-ERASED-EOF
                     NOT AT END
                        IF ERAF-PSEUDONYM(7:4) NUMERIC
                           AND ERAF-PSEUDONYM(7:4) > WS-PSEUDO-SEQ
                           MOVE ERAF-PSEUDONYM(7:4) TO WS-PSEUDO-SEQ
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDERASED
           END-IF
           ADD 1 TO WS-PSEUDO-SEQ
           MOVE SPACES TO WS-PSEUDONYM
           STRING "erased" DELIMITED BY SIZE
                  WS-PSEUDO-SEQ DELIMITED BY SIZE
             INTO WS-PSEUDONYM
           EXIT.

       RECORD-PSEUDONYM SECTION.
           OPEN EXTEND TDERASED
           IF WS-ERASED-STATUS = "35"
              OPEN OUTPUT TDERASED
           END-IF
           IF WS-ERASED-STATUS = "00"
              MOVE WS-PSEUDONYM TO ERAF-PSEUDONYM
              MOVE WS-TODAY TO ERAF-DATE
              WRITE TDERASED-RECORD
              CLOSE TDERASED
           END-IF
           DISPLAY "user " FUNCTION TRIM(WS-TARGET-USER)
                   " replaced by " FUNCTION TRIM(WS-PSEUDONYM)
           EXIT.

      *journaliert jeden umgeschriebenen Eintrag als "erase" -
      *gefunden ueber das Pseudonym, das vor diesem Lauf niemand
      *trug; vorher- und nachher-Bild tragen beide das Pseudonym,
      *damit die echte Kennung nicht ins Journal zurueckkehrt. So
      *sehen TODODELTA und TODOCYCLE die Aenderung wie jede andere.
      *Geschrieben wird erst hier, nachdem das Journal selbst schon
      *umgeschrieben ist
       JOURNAL-ERASED-ITEMS SECTION.
           MOVE WS-PSEUDONYM TO ITEM-USER-ID IN TDLIST-FILE
           START TDLIST KEY = ITEM-USER-ID IN TDLIST-FILE
              INVALID KEY MOVE 'Y' TO WS-EOF
              NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TDLIST NEXT INTO WS-TDLIST
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF ITEM-USER-ID IN WS-TDLIST NOT = WS-PSEUDONYM
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        PERFORM WRITE-AUDIT-RECORD
                     END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-AUDIT-FILE
           EXIT.

       WRITE-AUDIT-RECORD SECTION.
           IF WS-AUDIT-OPEN NOT = "Y"
              PERFORM OPEN-AUDIT-SEGMENT
           END-IF
           IF WS-AUDIT-OPEN = "Y"
              MOVE SPACES TO TDAUDIT-RECORD
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
              MOVE WS-TOOL-USER TO AUD-USER
              MOVE WS-AUDIT-ACTION TO AUD-ACTION
              MOVE ITEM-ID IN WS-TDLIST TO AUD-ITEM-ID
              MOVE WS-TDLIST TO AUD-BEFORE
              MOVE WS-TDLIST TO AUD-AFTER
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
      *Auskunft liest nur und wartet eine Sperre ab; die Loeschung
      *nimmt die exklusive Sperre wie OPEN-TDLIST-IO in TODOLISTE
      *und haelt sie bis alle Dateien durch sind
       OPEN-TDLIST SECTION.
           MOVE ZERO TO WS-LOCK-TRIES
           PERFORM WITH TEST AFTER UNTIL WS-TDLIST-STATUS = "00"
                 OR WS-LOCK-TRIES > WS-LOCK-MAX-TRIES
               ADD 1 TO WS-LOCK-TRIES
               IF WS-ERASE-MODE = "Y"
                  OPEN I-O TDLIST WITH LOCK
               ELSE
                  OPEN INPUT TDLIST
               END-IF
               IF WS-TDLIST-STATUS NOT = "00"
                  PERFORM RETRY-WAIT
               END-IF
           END-PERFORM
          EXIT.

       RETRY-WAIT SECTION.
           CALL "CBL_OC_NANOSLEEP" USING WS-RETRY-NANOS
           EXIT.

       OPEN-EXPORT-REPORT SECTION.
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "todoexport_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-USER) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-EXPORT-FILENAME
           OPEN OUTPUT TDEXPORT
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "personal data held for user " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-USER) DELIMITED BY SIZE
                  ", as of " DELIMITED BY SIZE
                  WS-TODAY(7:2) "." WS-TODAY(5:2) "."
                  WS-TODAY(1:4) DELIMITED BY SIZE
             INTO WS-EXPORT-LINE
           PERFORM WRITE-EXPORT-LINE
           EXIT.

       WRITE-EXPORT-LINE SECTION.
           WRITE TDEXPORT-RECORD FROM WS-EXPORT-LINE
           MOVE SPACES TO WS-EXPORT-LINE
           EXIT.

      *Ueberschrift je Datei im Auskunftsbericht
       WRITE-EXPORT-HEADER SECTION.
           IF WS-ERASE-MODE = "Y"
              EXIT SECTION
           END-IF
           PERFORM WRITE-EXPORT-LINE
           STRING "== " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEQ-FILENAME) DELIMITED BY SIZE
             INTO WS-EXPORT-LINE
           PERFORM WRITE-EXPORT-LINE
           EXIT.

      *todolist.dat ueber den Zweitschluessel auf dem Benutzer.
      *Beim Loeschen wird nach jedem Umschreiben neu positioniert,
      *weil der umgeschriebene Satz aus der Schluesselfolge des
      *Benutzers herausfaellt - so braucht es keine Zwischentabelle
       PROCESS-ITEM-FILE SECTION.
           MOVE "todolist.dat" TO WS-SEQ-FILENAME
           PERFORM WRITE-EXPORT-HEADER
           MOVE ZERO TO WS-FOUND-CNT WS-CHANGED-CNT
           MOVE WS-TARGET-USER TO ITEM-USER-ID IN TDLIST-FILE
           START TDLIST KEY = ITEM-USER-ID IN TDLIST-FILE
              INVALID KEY MOVE 'Y' TO WS-EOF
              NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ TDLIST NEXT INTO WS-TDLIST
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF ITEM-USER-ID IN WS-TDLIST NOT = WS-TARGET-USER
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        ADD 1 TO WS-FOUND-CNT
                        IF WS-ERASE-MODE = "Y"
                           PERFORM ERASE-ONE-ITEM
                        ELSE
                           MOVE WS-TDLIST TO WS-LINE
                           PERFORM EXPORT-ITEM-IMAGE
                        END-IF
                     END-IF
               END-READ
           END-PERFORM
           PERFORM ADD-CONTROL-LINE
           MOVE "Y" TO WS-CTL-PRESENT(WS-CTL-COUNT)
           ADD WS-FOUND-CNT TO WS-CTL-FOUND(WS-CTL-COUNT)
           ADD WS-CHANGED-CNT TO WS-CTL-CHANGED(WS-CTL-COUNT)
           EXIT.

       ERASE-ONE-ITEM SECTION.
           MOVE WS-PSEUDONYM TO ITEM-USER-ID IN WS-TDLIST
           REWRITE TDLIST-FILE FROM WS-TDLIST
           IF WS-TDLIST-STATUS NOT = "00"
              DISPLAY "item " ITEM-ID IN WS-TDLIST
                      " could not be rewritten, status "
                      WS-TDLIST-STATUS
              MOVE 'Y' TO WS-EOF
              EXIT SECTION
           END-IF
           ADD 1 TO WS-CHANGED-CNT
           MOVE WS-TARGET-USER TO ITEM-USER-ID IN TDLIST-FILE
           START TDLIST KEY = ITEM-USER-ID IN TDLIST-FILE
              INVALID KEY MOVE 'Y' TO WS-EOF
           END-START
           EXIT.

      *ein Eintragsbild (122 Stellen) lesbar in den Bericht
       EXPORT-ITEM-IMAGE SECTION.
           MOVE WS-LI-STATUS TO WS-STATUS-CODE
           PERFORM SET-STATUS-TEXT
           STRING "  item " DELIMITED BY SIZE
                  WS-LI-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
                  " created " DELIMITED BY SIZE
                  WS-LI-DATE(1:8) DELIMITED BY SIZE
                  " due " DELIMITED BY SIZE
                  WS-LI-DUE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LI-CONTENT DELIMITED BY SIZE
             INTO WS-EXPORT-LINE
           PERFORM WRITE-EXPORT-LINE
           EXIT.

      *Archivsatz im Altformat: kuerzerer Text, kein Faelligkeitsdatum
       EXPORT-OLD-ITEM-IMAGE SECTION.
           MOVE WS-LO-STATUS TO WS-STATUS-CODE
           PERFORM SET-STATUS-TEXT
           STRING "  item " DELIMITED BY SIZE
                  WS-LO-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STATUS-TEXT DELIMITED BY SIZE
                  " created " DELIMITED BY SIZE
                  WS-LO-DATE(1:8) DELIMITED BY SIZE
                  " due          " DELIMITED BY SIZE
                  WS-LO-CONTENT DELIMITED BY SIZE
             INTO WS-EXPORT-LINE
           PERFORM WRITE-EXPORT-LINE
           EXIT.

       SET-STATUS-TEXT SECTION.
           EVALUATE WS-STATUS-CODE
               WHEN "1"
                  MOVE "Doing" TO WS-STATUS-TEXT
               WHEN "2"
                  MOVE "Done" TO WS-STATUS-TEXT
               WHEN "3"
                  MOVE "Canceled" TO WS-STATUS-TEXT
               WHEN "4"
                  MOVE "Review" TO WS-STATUS-TEXT
               WHEN OTHER
                  MOVE "ToDo" TO WS-STATUS-TEXT
           END-EVALUATE
           EXIT.

      *alle zeilenweisen Dateien in fester Reihenfolge
       PROCESS-ALL-SEQ-FILES SECTION.
           MOVE "A" TO WS-FILE-KIND
           MOVE "todoarchive.txt" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
      *Sicherungen von todolist.dat laut todobackups.log
           MOVE "todobackups.log" TO WS-SEQ-FILENAME
           PERFORM LOAD-NAME-CATALOG
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                 UNTIL WS-NAME-IDX > WS-NAME-COUNT
               MOVE "A" TO WS-FILE-KIND
               MOVE WS-NAME-ENTRY(WS-NAME-IDX) TO WS-SEQ-FILENAME
               PERFORM PROCESS-SEQ-FILE
           END-PERFORM
           MOVE "B" TO WS-FILE-KIND
           MOVE "todobookings.txt" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
      *Journal: das ungeteilte todoaudit.log aus der Zeit vor den
      *Monatsabschnitten und danach jeder Abschnitt laut Katalog
           MOVE "J" TO WS-FILE-KIND
           MOVE "todoaudit.log" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "todoauditsegs.log" TO WS-SEQ-FILENAME
           PERFORM LOAD-NAME-CATALOG
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                 UNTIL WS-NAME-IDX > WS-NAME-COUNT
               MOVE "J" TO WS-FILE-KIND
               MOVE WS-NAME-ENTRY(WS-NAME-IDX) TO WS-SEQ-FILENAME
               PERFORM PROCESS-SEQ-FILE
           END-PERFORM
           MOVE "Q" TO WS-FILE-KIND
           MOVE "todonotify.q" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "todonotify.wrk" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           PERFORM PROCESS-ALL-INBOXES
           MOVE "S" TO WS-FILE-KIND
           MOVE "todosessions.dat" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "R" TO WS-FILE-KIND
           MOVE "todoreviews.dat" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "P" TO WS-FILE-KIND
           MOVE "todoprojects.dat" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "V" TO WS-FILE-KIND
           MOVE "todoviews.dat" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "T" TO WS-FILE-KIND
           MOVE "todoteams.dat" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "K" TO WS-FILE-KIND
           MOVE "todorates.dat" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
      *Abrechnungen der abgeschlossenen Monate laut todoperiods.dat
           MOVE "todoperiods.dat" TO WS-SEQ-FILENAME
           PERFORM LOAD-BILLING-CATALOG
           MOVE "L" TO WS-FILE-KIND
           MOVE "todoperiods.dat" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                 UNTIL WS-NAME-IDX > WS-NAME-COUNT
               MOVE "G" TO WS-FILE-KIND
               MOVE WS-NAME-ENTRY(WS-NAME-IDX) TO WS-SEQ-FILENAME
               PERFORM PROCESS-SEQ-FILE
           END-PERFORM
      *Morgenzettel und Kalender werden nachts neu erzeugt - bei der
      *Loeschung fallen sie samt Katalogeintrag weg, der naechste
      *Lauf schreibt sie gegebenenfalls unter dem Pseudonym
           MOVE SPACES TO WS-DIGEST-NAME WS-CAL-NAME
           STRING "tododigest_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-USER) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-DIGEST-NAME
           STRING "todocal_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-USER) DELIMITED BY SIZE
                  ".ics" DELIMITED BY SIZE
             INTO WS-CAL-NAME
           MOVE "O" TO WS-FILE-KIND
           MOVE WS-DIGEST-NAME TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "C" TO WS-FILE-KIND
           MOVE WS-DIGEST-NAME TO WS-OWN-FILENAME
           MOVE "tododigests.log" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "O" TO WS-FILE-KIND
           MOVE WS-CAL-NAME TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "C" TO WS-FILE-KIND
           MOVE WS-CAL-NAME TO WS-OWN-FILENAME
           MOVE "todocals.log" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE SPACES TO WS-VIEW-TXT-NAME WS-VIEW-CSV-NAME
           STRING "todoview_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-USER) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-VIEW-TXT-NAME
           STRING "todoview_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-USER) DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
             INTO WS-VIEW-CSV-NAME
           MOVE "O" TO WS-FILE-KIND
           MOVE WS-VIEW-TXT-NAME TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "C" TO WS-FILE-KIND
           MOVE WS-VIEW-TXT-NAME TO WS-OWN-FILENAME
           MOVE "todoviewfiles.log" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "O" TO WS-FILE-KIND
           MOVE WS-VIEW-CSV-NAME TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "C" TO WS-FILE-KIND
           MOVE WS-VIEW-CSV-NAME TO WS-OWN-FILENAME
           MOVE "todoviewfiles.log" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "U" TO WS-FILE-KIND
           MOVE "todousers.dat" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "Z" TO WS-FILE-KIND
           MOVE "todoquarantine.txt" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
      *die Warehouse-Auszuege des letzten Laufs werden umgeschrieben
      *statt geloescht - ein noch nicht abgeholter Auszug liesse sich
      *sonst nicht wiederholen, die Pruefsummen im Schlusssatz
      *laufen nur ueber die ITEM-ID
           MOVE "D" TO WS-FILE-KIND
           MOVE "tododelta.dat" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "W" TO WS-FILE-KIND
           MOVE "tododeltabook.dat" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
      *ein frueherer Auskunftsbericht traegt die echte Kennung im
      *Namen und im Inhalt - er faellt bei der Loeschung ganz weg
           IF WS-ERASE-MODE = "Y"
              MOVE "O" TO WS-FILE-KIND
              MOVE SPACES TO WS-SEQ-FILENAME
              STRING "todoexport_" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-TARGET-USER) DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                INTO WS-SEQ-FILENAME
              PERFORM PROCESS-SEQ-FILE
      *der Gesamtabzug ist eine Kopie aller Dateien samt Hashsummen
      *im Manifest - umgeschrieben wuerde ihn TODORELOAD abweisen,
      *also faellt er bei der Loeschung weg und wird bei Bedarf mit
      *todounload neu gezogen. Die Auskunft braucht ihn nicht, sie
      *liest die Originale
              MOVE "X" TO WS-FILE-KIND
              MOVE "todounload.dat" TO WS-SEQ-FILENAME
              PERFORM PROCESS-SEQ-FILE
              MOVE "todounload.man" TO WS-SEQ-FILENAME
              PERFORM PROCESS-SEQ-FILE
           END-IF
           EXIT.

      *das eigene Postfach wandert unter das Pseudonym, alle anderen
      *(jeder bekannte Benutzer und unassigned) werden nach der
      *Kennung im Nachrichtentext durchsucht
       PROCESS-ALL-INBOXES SECTION.
           MOVE SPACES TO WS-INBOX-NAME WS-PSEUDO-INBOX
           STRING "todoinbox_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TARGET-USER) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-INBOX-NAME
           STRING "todoinbox_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PSEUDONYM) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-PSEUDO-INBOX
           MOVE "M" TO WS-FILE-KIND
           MOVE WS-INBOX-NAME TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           MOVE "I" TO WS-FILE-KIND
           MOVE "todoinbox_unassigned.txt" TO WS-SEQ-FILENAME
           PERFORM PROCESS-SEQ-FILE
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                 UNTIL WS-USR-IDX > WS-USR-COUNT
               MOVE SPACES TO WS-SEQ-FILENAME
               STRING "todoinbox_" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-USR-ENTRY(WS-USR-IDX))
                         DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                 INTO WS-SEQ-FILENAME
               PERFORM PROCESS-SEQ-FILE
           END-PERFORM
           EXIT.

      *liest einen Dateikatalog (Journalabschnitte, Sicherungen) in
      *die Namenstabelle
       LOAD-NAME-CATALOG SECTION.
           MOVE ZERO TO WS-NAME-COUNT
           OPEN INPUT TDSEQ
           IF WS-SEQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-SEQ-EOF
           PERFORM UNTIL WS-SEQ-EOF = 'Y'
               READ TDSEQ
                  AT END MOVE 'Y' TO WS-SEQ-EOF
                  NOT AT END
                     IF WS-NAME-COUNT < 200
                        AND TDSEQ-RECORD(1:32) NOT = SPACES
                        ADD 1 TO WS-NAME-COUNT
                        MOVE TDSEQ-RECORD(1:32)
                          TO WS-NAME-ENTRY(WS-NAME-COUNT)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDSEQ
           EXIT.

      *baut aus todoperiods.dat die Namen der Abrechnungsdateien
      *todobilling_<jjjjmm>.csv in der Namenstabelle auf
       LOAD-BILLING-CATALOG SECTION.
           MOVE ZERO TO WS-NAME-COUNT
           OPEN INPUT TDSEQ
           IF WS-SEQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-SEQ-EOF
           PERFORM UNTIL WS-SEQ-EOF = 'Y'
               READ TDSEQ INTO WS-LINE
                  AT END MOVE 'Y' TO WS-SEQ-EOF
                  NOT AT END
                     IF WS-NAME-COUNT < 200
                        AND WS-LL-MONTH NOT = SPACES
                        ADD 1 TO WS-NAME-COUNT
                        MOVE SPACES TO WS-NAME-ENTRY(WS-NAME-COUNT)
                        STRING "todobilling_" DELIMITED BY SIZE
                               WS-LL-MONTH DELIMITED BY SIZE
                               ".csv" DELIMITED BY SIZE
                          INTO WS-NAME-ENTRY(WS-NAME-COUNT)
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDSEQ
           EXIT.

      *eine zeilenweise Datei Satz fuer Satz: bei der Auskunft nur
      *lesen und Treffer in den Bericht, bei der Loeschung ueber
      *todopriv.tmp neu schreiben - umbenannt wird nur, wenn sich
      *auch etwas geaendert hat. Eine fehlende Datei ist kein
      *Fehler, sie steht im Kontrollbericht als "not present"
       PROCESS-SEQ-FILE SECTION.
           MOVE ZERO TO WS-FOUND-CNT WS-CHANGED-CNT
           PERFORM ADD-CONTROL-LINE
           OPEN INPUT TDSEQ
           IF WS-SEQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-CTL-PRESENT(WS-CTL-COUNT)
           PERFORM WRITE-EXPORT-HEADER
           IF WS-ERASE-MODE = "Y"
              OPEN OUTPUT TDSEQ-NEW
              IF WS-SEQ-NEW-STATUS NOT = "00"
                 DISPLAY "work file could not be written - "
                         FUNCTION TRIM(WS-SEQ-FILENAME)
                         " left unchanged"
                 CLOSE TDSEQ
                 EXIT SECTION
              END-IF
           END-IF
           MOVE "N" TO WS-SEQ-EOF
           PERFORM UNTIL WS-SEQ-EOF = 'Y'
               READ TDSEQ INTO WS-LINE
                  AT END MOVE 'Y' TO WS-SEQ-EOF
                  NOT AT END
                     PERFORM PROCESS-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE TDSEQ
           IF WS-ERASE-MODE = "Y"
              CLOSE TDSEQ-NEW
              PERFORM REPLACE-SEQ-FILE
              IF WS-FILE-KIND = "X"
                 MOVE "D" TO WS-CTL-PRESENT(WS-CTL-COUNT)
              END-IF
           END-IF
           ADD WS-FOUND-CNT TO WS-CTL-FOUND(WS-CTL-COUNT)
           ADD WS-CHANGED-CNT TO WS-CTL-CHANGED(WS-CTL-COUNT)
           EXIT.

      *legt die neue Fassung an die Stelle der alten: das eigene
      *Postfach unter dem Pseudonym, der eigene Zettel/Kalender
      *verschwindet ganz, alles andere unter dem alten Namen
       REPLACE-SEQ-FILE SECTION.
           EVALUATE TRUE
               WHEN WS-FILE-KIND = "O"
               WHEN WS-FILE-KIND = "X"
                  CALL "CBL_DELETE_FILE" USING WS-SEQ-TMPNAME
                  CALL "CBL_DELETE_FILE" USING WS-SEQ-FILENAME
               WHEN WS-FILE-KIND = "M"
                  MOVE WS-PSEUDO-INBOX TO WS-SEQ-TARGET
                  CALL "CBL_DELETE_FILE" USING WS-SEQ-FILENAME
                  CALL "CBL_RENAME_FILE" USING WS-SEQ-TMPNAME
                                               WS-SEQ-TARGET
               WHEN WS-CHANGED-CNT > ZERO
                  CALL "CBL_DELETE_FILE" USING WS-SEQ-FILENAME
                  CALL "CBL_RENAME_FILE" USING WS-SEQ-TMPNAME
                                               WS-SEQ-FILENAME
               WHEN OTHER
                  CALL "CBL_DELETE_FILE" USING WS-SEQ-TMPNAME
           END-EVALUATE
           EXIT.

      *ein Satz: Treffer feststellen, bei der Loeschung ersetzen
      *und in die neue Fassung schreiben, sonst berichten
       PROCESS-ONE-LINE SECTION.
           MOVE "N" TO WS-REC-HIT WS-REC-CHANGED WS-REC-DROP
           EVALUATE WS-FILE-KIND
               WHEN "A"
               WHEN "Z"
                  PERFORM MATCH-ITEM-LINE
               WHEN "D"
                  PERFORM MATCH-DELTA-LINE
               WHEN "W"
                  PERFORM MATCH-DELTA-BOOK-LINE
               WHEN "X"
                  MOVE "Y" TO WS-REC-DROP
               WHEN "B"
                  PERFORM MATCH-BOOKING-LINE
               WHEN "J"
                  PERFORM MATCH-AUDIT-LINE
               WHEN "Q"
                  PERFORM MATCH-NOTIFY-LINE
               WHEN "I"
                  PERFORM MATCH-INBOX-LINE
               WHEN "M"
                  PERFORM MATCH-OWN-INBOX-LINE
               WHEN "S"
                  PERFORM MATCH-SESSION-LINE
               WHEN "R"
                  PERFORM MATCH-REVIEW-LINE
               WHEN "P"
                  PERFORM MATCH-PROJECT-LINE
               WHEN "V"
                  PERFORM MATCH-VIEW-LINE
               WHEN "T"
                  PERFORM MATCH-TEAM-LINE
               WHEN "U"
                  PERFORM MATCH-USER-LINE
               WHEN "K"
                  PERFORM MATCH-RATE-LINE
               WHEN "L"
                  PERFORM MATCH-PERIOD-LINE
               WHEN "G"
                  PERFORM MATCH-BILLING-LINE
               WHEN "O"
                  MOVE "Y" TO WS-REC-HIT WS-REC-DROP
                  IF WS-ERASE-MODE NOT = "Y"
                     STRING "  " DELIMITED BY SIZE
                            WS-LINE DELIMITED BY SIZE
                       INTO WS-EXPORT-LINE
                     PERFORM WRITE-EXPORT-LINE
                  END-IF
               WHEN "C"
                  IF WS-LINE(1:32) = WS-OWN-FILENAME
                     MOVE "Y" TO WS-REC-HIT WS-REC-DROP
                     IF WS-ERASE-MODE NOT = "Y"
                        STRING "  " DELIMITED BY SIZE
                               WS-LINE DELIMITED BY SIZE
                          INTO WS-EXPORT-LINE
                        PERFORM WRITE-EXPORT-LINE
                     END-IF
                  END-IF
           END-EVALUATE
           IF WS-REC-HIT = "Y"
              ADD 1 TO WS-FOUND-CNT
           END-IF
           IF WS-ERASE-MODE NOT = "Y"
              EXIT SECTION
           END-IF
           IF WS-REC-DROP = "Y"
              ADD 1 TO WS-CHANGED-CNT
              EXIT SECTION
           END-IF
           IF WS-REC-CHANGED = "Y"
              ADD 1 TO WS-CHANGED-CNT
           END-IF
           WRITE TDSEQ-NEW-RECORD FROM WS-LINE
           EXIT.

      *Archiv und Sicherungen: Eintragsbilder wie in todolist.dat.
      *Alte Archivsaetze (74 Zeichen) tragen die Kennung weiter
      *vorn - erkannt wie in REMAP-ARCHIVE-RECORD von TODOLISTE:
      *Statusbyte des heutigen Layouts leer, das des alten eine
      *Ziffer
       MATCH-ITEM-LINE SECTION.
           IF WS-FILE-KIND = "A"
              AND WS-LI-STATUS NOT NUMERIC AND WS-LO-STATUS NUMERIC
              PERFORM MATCH-OLD-ITEM-LINE
              EXIT SECTION
           END-IF
           IF WS-LI-USER NOT = WS-TARGET-USER
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-REC-HIT
           IF WS-ERASE-MODE = "Y"
              MOVE WS-PSEUDONYM TO WS-LI-USER
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              PERFORM EXPORT-ITEM-IMAGE
           END-IF
           EXIT.

       MATCH-OLD-ITEM-LINE SECTION.
           IF WS-LO-USER NOT = WS-TARGET-USER
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-REC-HIT
           IF WS-ERASE-MODE = "Y"
              MOVE WS-PSEUDONYM TO WS-LO-USER
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              PERFORM EXPORT-OLD-ITEM-IMAGE
           END-IF
           EXIT.

       MATCH-BOOKING-LINE SECTION.
           IF WS-LB-USER NOT = WS-TARGET-USER
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-REC-HIT
           IF WS-ERASE-MODE = "Y"
              MOVE WS-PSEUDONYM TO WS-LB-USER
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              STRING "  booking on item " DELIMITED BY SIZE
                     WS-LB-ITEM-ID DELIMITED BY SIZE
                     " from " DELIMITED BY SIZE
                     WS-LB-START DELIMITED BY SIZE
                     " to " DELIMITED BY SIZE
                     WS-LB-END DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

      *Warehouse-Auszug: Handelnder und Besitzer im Nachherbild,
      *Kopf- und Schlusssatz tragen keine Kennung
       MATCH-DELTA-LINE SECTION.
           IF WS-LD-REC-TYPE NOT = "D"
              EXIT SECTION
           END-IF
           IF WS-LD-USER = WS-TARGET-USER
              MOVE "Y" TO WS-REC-HIT
              IF WS-ERASE-MODE = "Y"
                 MOVE WS-PSEUDONYM TO WS-LD-USER
              END-IF
           END-IF
           IF WS-LD-IMG-ID NUMERIC
              AND WS-LD-IMG-USER = WS-TARGET-USER
              MOVE "Y" TO WS-REC-HIT
              IF WS-ERASE-MODE = "Y"
                 MOVE WS-PSEUDONYM TO WS-LD-IMG-USER
              END-IF
           END-IF
           IF WS-REC-HIT NOT = "Y"
              EXIT SECTION
           END-IF
           IF WS-ERASE-MODE = "Y"
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              STRING "  extract " DELIMITED BY SIZE
                     WS-LD-OP DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-LD-TIMESTAMP DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-LD-ACTION DELIMITED BY SIZE
                     " item " DELIMITED BY SIZE
                     WS-LD-ITEM-ID DELIMITED BY SIZE
                     " by " DELIMITED BY SIZE
                     WS-LD-USER DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-LD-IMG-CONTENT DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

       MATCH-DELTA-BOOK-LINE SECTION.
           IF WS-LW-REC-TYPE NOT = "D"
              OR WS-LW-USER NOT = WS-TARGET-USER
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-REC-HIT
           IF WS-ERASE-MODE = "Y"
              MOVE WS-PSEUDONYM TO WS-LW-USER
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              STRING "  extract booking " DELIMITED BY SIZE
                     WS-LW-OP DELIMITED BY SIZE
                     " item " DELIMITED BY SIZE
                     WS-LW-ITEM-ID DELIMITED BY SIZE
                     " from " DELIMITED BY SIZE
                     WS-LW-START DELIMITED BY SIZE
                     " to " DELIMITED BY SIZE
                     WS-LW-END DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

      *Journal: der Handelnde und, wo das Bild ein Eintragsbild ist
      *(beginnt mit der fuenfstelligen Nummer), der Besitzer vorher
      *und nachher - Textbilder wie "blocked by" tragen keine
      *Kennung
       MATCH-AUDIT-LINE SECTION.
           IF WS-LA-USER = WS-TARGET-USER
              MOVE "Y" TO WS-REC-HIT
              IF WS-ERASE-MODE = "Y"
                 MOVE WS-PSEUDONYM TO WS-LA-USER
              END-IF
           END-IF
           IF WS-LA-BEF-ID NUMERIC
              AND WS-LA-BEF-USER = WS-TARGET-USER
              MOVE "Y" TO WS-REC-HIT
              IF WS-ERASE-MODE = "Y"
                 MOVE WS-PSEUDONYM TO WS-LA-BEF-USER
              END-IF
           END-IF
           IF WS-LA-AFT-ID NUMERIC
              AND WS-LA-AFT-USER = WS-TARGET-USER
              MOVE "Y" TO WS-REC-HIT
              IF WS-ERASE-MODE = "Y"
                 MOVE WS-PSEUDONYM TO WS-LA-AFT-USER
              END-IF
           END-IF
           IF WS-REC-HIT NOT = "Y"
              EXIT SECTION
           END-IF
           IF WS-ERASE-MODE = "Y"
              MOVE "Y" TO WS-REC-CHANGED
              EXIT SECTION
           END-IF
           STRING "  " DELIMITED BY SIZE
                  WS-LA-TIMESTAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LA-ACTION DELIMITED BY SIZE
                  " item " DELIMITED BY SIZE
                  WS-LA-ITEM-ID DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  WS-LA-USER DELIMITED BY SIZE
             INTO WS-EXPORT-LINE
           PERFORM WRITE-EXPORT-LINE
           IF WS-LA-BEF-ID NUMERIC
              STRING "      before: owner " DELIMITED BY SIZE
                     WS-LA-BEF-USER DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-LA-BEF-CONTENT DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           IF WS-LA-AFT-ID NUMERIC
              STRING "      after:  owner " DELIMITED BY SIZE
                     WS-LA-AFT-USER DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-LA-AFT-CONTENT DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

      *Schlange: Empfaenger, Absender und der vom System erzeugte
      *Nachrichtentext
       MATCH-NOTIFY-LINE SECTION.
           IF WS-LQ-RECIPIENT = WS-TARGET-USER
              MOVE "Y" TO WS-REC-HIT
              IF WS-ERASE-MODE = "Y"
                 MOVE WS-PSEUDONYM TO WS-LQ-RECIPIENT
              END-IF
           END-IF
           IF WS-LQ-BY-USER = WS-TARGET-USER
              MOVE "Y" TO WS-REC-HIT
              IF WS-ERASE-MODE = "Y"
                 MOVE WS-PSEUDONYM TO WS-LQ-BY-USER
              END-IF
           END-IF
           MOVE WS-LQ-TEXT TO WS-TEXT-IN
           PERFORM REPLACE-USER-IN-TEXT
           IF WS-TEXT-HITS > ZERO
              MOVE "Y" TO WS-REC-HIT
              IF WS-ERASE-MODE = "Y"
                 MOVE WS-TEXT-OUT TO WS-LQ-TEXT
              END-IF
           END-IF
           IF WS-REC-HIT NOT = "Y"
              EXIT SECTION
           END-IF
           IF WS-ERASE-MODE = "Y"
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              STRING "  " DELIMITED BY SIZE
                     WS-LINE DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

      *fremdes Postfach: nur Zeilen, in denen die Kennung als Wort
      *vorkommt (meist "(by <benutzer>)")
       MATCH-INBOX-LINE SECTION.
           MOVE WS-LINE TO WS-TEXT-IN
           PERFORM REPLACE-USER-IN-TEXT
           IF WS-TEXT-HITS = ZERO
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-REC-HIT
           IF WS-ERASE-MODE = "Y"
              MOVE WS-TEXT-OUT TO WS-LINE
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              STRING "  " DELIMITED BY SIZE
                     WS-LINE DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

      *eigenes Postfach: jede Zeile gehoert dem Benutzer
       MATCH-OWN-INBOX-LINE SECTION.
           MOVE "Y" TO WS-REC-HIT
           IF WS-ERASE-MODE = "Y"
              MOVE WS-LINE TO WS-TEXT-IN
              PERFORM REPLACE-USER-IN-TEXT
              MOVE WS-TEXT-OUT TO WS-LINE
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              STRING "  " DELIMITED BY SIZE
                     WS-LINE DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

      *Sitzungen werden bei der Loeschung verworfen statt umbenannt
      *- eine Sitzung fuer ein Pseudonym hat keinen Sinn. Das
      *Kennzeichen selbst gehoert nicht in den Bericht
       MATCH-SESSION-LINE SECTION.
           IF WS-LS-USER NOT = WS-TARGET-USER
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-REC-HIT
           IF WS-ERASE-MODE = "Y"
              MOVE "Y" TO WS-REC-DROP
           ELSE
              STRING "  session valid until " DELIMITED BY SIZE
                     WS-LS-EXPIRY DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

       MATCH-REVIEW-LINE SECTION.
           IF WS-LR-BY-USER = WS-TARGET-USER
              MOVE "Y" TO WS-REC-HIT
              IF WS-ERASE-MODE = "Y"
                 MOVE WS-PSEUDONYM TO WS-LR-BY-USER
              END-IF
           END-IF
           IF WS-LR-REVIEWER = WS-TARGET-USER
              MOVE "Y" TO WS-REC-HIT
              IF WS-ERASE-MODE = "Y"
                 MOVE WS-PSEUDONYM TO WS-LR-REVIEWER
              END-IF
           END-IF
           IF WS-REC-HIT NOT = "Y"
              EXIT SECTION
           END-IF
           IF WS-ERASE-MODE = "Y"
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              STRING "  review of item " DELIMITED BY SIZE
                     WS-LR-ITEM-ID DELIMITED BY SIZE
                     " state " DELIMITED BY SIZE
                     WS-LR-STATE DELIMITED BY SIZE
                     " at " DELIMITED BY SIZE
                     WS-LR-TIMESTAMP DELIMITED BY SIZE
                     " by " DELIMITED BY SIZE
                     WS-LR-BY-USER DELIMITED BY SIZE
                     " reviewer " DELIMITED BY SIZE
                     WS-LR-REVIEWER DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-LR-REASON DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

       MATCH-PROJECT-LINE SECTION.
           IF WS-LP-REVIEWER NOT = WS-TARGET-USER
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-REC-HIT
           IF WS-ERASE-MODE = "Y"
              MOVE WS-PSEUDONYM TO WS-LP-REVIEWER
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              STRING "  default reviewer of project " DELIMITED BY SIZE
                     WS-LP-ID DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-LP-NAME DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

      *gespeicherte Ansichten: als Besitzer und als Benutzerfilter
      *einer fremden Ansicht
       MATCH-VIEW-LINE SECTION.
           IF WS-LV-OWNER = WS-TARGET-USER
              MOVE "Y" TO WS-REC-HIT
              IF WS-ERASE-MODE = "Y"
                 MOVE WS-PSEUDONYM TO WS-LV-OWNER
              END-IF
           END-IF
           IF WS-LV-USER = WS-TARGET-USER
              MOVE "Y" TO WS-REC-HIT
              IF WS-ERASE-MODE = "Y"
                 MOVE WS-PSEUDONYM TO WS-LV-USER
              END-IF
           END-IF
           IF WS-REC-HIT NOT = "Y"
              EXIT SECTION
           END-IF
           IF WS-ERASE-MODE = "Y"
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              STRING "  saved view " DELIMITED BY SIZE
                     WS-LV-NAME DELIMITED BY SIZE
                     " of " DELIMITED BY SIZE
                     WS-LV-OWNER DELIMITED BY SIZE
                     " user filter " DELIMITED BY SIZE
                     WS-LV-USER DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

      *Teamzuordnung: die Mitgliedschaft bleibt unter dem
      *Pseudonym stehen, damit die Teamauswertungen aufgehen
       MATCH-TEAM-LINE SECTION.
           IF WS-LT-USER NOT = WS-TARGET-USER
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-REC-HIT
           IF WS-ERASE-MODE = "Y"
              MOVE WS-PSEUDONYM TO WS-LT-USER
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              IF WS-LT-ROLE = "L"
                 MOVE "lead" TO WS-ROLE-TEXT
              ELSE
                 MOVE "member" TO WS-ROLE-TEXT
              END-IF
              STRING "  team " DELIMITED BY SIZE
                     WS-LT-TEAM DELIMITED BY SIZE
                     " as " DELIMITED BY SIZE
                     WS-ROLE-TEXT DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

      *Stundensaetze: ein eigener Satz des Benutzers im Projekt
       MATCH-RATE-LINE SECTION.
           IF WS-LK-USER NOT = WS-TARGET-USER
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-REC-HIT
           IF WS-ERASE-MODE = "Y"
              MOVE WS-PSEUDONYM TO WS-LK-USER
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              MOVE ZERO TO WS-RATE-Z
              IF WS-LK-AMOUNT NUMERIC
                 MOVE WS-LK-AMOUNT TO WS-RATE-Z
              END-IF
              STRING "  hourly rate in project " DELIMITED BY SIZE
                     WS-LK-PROJECT DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-RATE-Z) DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

      *abgeschlossene Monate: wer den Monat abgeschlossen hat
       MATCH-PERIOD-LINE SECTION.
           IF WS-LL-CLOSED-BY NOT = WS-TARGET-USER
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-REC-HIT
           IF WS-ERASE-MODE = "Y"
              MOVE WS-PSEUDONYM TO WS-LL-CLOSED-BY
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              STRING "  closed period " DELIMITED BY SIZE
                     WS-LL-MONTH DELIMITED BY SIZE
                     " at " DELIMITED BY SIZE
                     WS-LL-CLOSED-AT DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

      *Abrechnung eines Monats: die vierte Spalte ist der Benutzer
      *(Kopf-, Summen- und Gesamtzeilen haben dort keinen). Beim
      *Loeschen wird die Zeile um das Pseudonym herum neu gebaut,
      *alle anderen Spalten bleiben wie sie sind
       MATCH-BILLING-LINE SECTION.
           MOVE SPACES TO WS-BL-PROJECT WS-BL-NAME WS-BL-ITEM
                          WS-BL-USER
           MOVE 1 TO WS-BL-PTR
           UNSTRING WS-LINE DELIMITED BY ","
              INTO WS-BL-PROJECT WS-BL-NAME WS-BL-ITEM
              WITH POINTER WS-BL-PTR
           END-UNSTRING
           MOVE WS-BL-PTR TO WS-BL-USER-POS
           IF WS-BL-PTR > 300
              EXIT SECTION
           END-IF
           UNSTRING WS-LINE DELIMITED BY ","
              INTO WS-BL-USER
              WITH POINTER WS-BL-PTR
           END-UNSTRING
           IF WS-BL-USER NOT = WS-TARGET-USER
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-REC-HIT
           IF WS-ERASE-MODE = "Y"
              MOVE SPACES TO WS-TEXT-OUT
              IF WS-BL-PTR > 300
                 STRING WS-LINE(1:WS-BL-USER-POS - 1) DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PSEUDONYM) DELIMITED BY SIZE
                   INTO WS-TEXT-OUT
              ELSE
                 STRING WS-LINE(1:WS-BL-USER-POS - 1) DELIMITED BY SIZE
                        FUNCTION TRIM(WS-PSEUDONYM) DELIMITED BY SIZE
                        "," DELIMITED BY SIZE
                        WS-LINE(WS-BL-PTR:) DELIMITED BY SIZE
                   INTO WS-TEXT-OUT
              END-IF
              MOVE WS-TEXT-OUT TO WS-LINE
              MOVE "Y" TO WS-REC-CHANGED
           ELSE
              STRING "  " DELIMITED BY SIZE
                     WS-LINE DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.

      *Kennwortdatei: der eigene Satz bekommt das Pseudonym und
      *einen leeren Streuwert (Anmeldung damit unmoeglich) und
      *bleibt ausgeschieden; als Nachfolger eines anderen wird die
      *Kennung ebenfalls ersetzt. Der Streuwert gehoert nicht in
      *den Bericht
       MATCH-USER-LINE SECTION.
           IF WS-LU-ID = WS-TARGET-USER
              MOVE "Y" TO WS-REC-HIT
              IF WS-ERASE-MODE = "Y"
                 MOVE WS-PSEUDONYM TO WS-LU-ID
                 MOVE ZERO TO WS-LU-HASH
                 MOVE "R" TO WS-LU-STATE
                 IF WS-LU-LEFT-ON = SPACES
                    MOVE WS-TODAY TO WS-LU-LEFT-ON
                 END-IF
              ELSE
                 IF WS-LU-STATE = "R"
                    STRING "  sign-in account, left on "
                              DELIMITED BY SIZE
                           WS-LU-LEFT-ON DELIMITED BY SIZE
                           ", successor " DELIMITED BY SIZE
                           WS-LU-SUCCESSOR DELIMITED BY SIZE
                      INTO WS-EXPORT-LINE
                 ELSE
                    MOVE "  sign-in account, active"
                      TO WS-EXPORT-LINE
                 END-IF
                 PERFORM WRITE-EXPORT-LINE
              END-IF
           END-IF
           IF WS-LU-SUCCESSOR = WS-TARGET-USER
              MOVE "Y" TO WS-REC-HIT
              IF WS-ERASE-MODE = "Y"
                 MOVE WS-PSEUDONYM TO WS-LU-SUCCESSOR
              ELSE
                 STRING "  named successor of " DELIMITED BY SIZE
                        WS-LU-ID DELIMITED BY SIZE
                   INTO WS-EXPORT-LINE
                 PERFORM WRITE-EXPORT-LINE
              END-IF
           END-IF
           IF WS-REC-HIT = "Y" AND WS-ERASE-MODE = "Y"
              MOVE "Y" TO WS-REC-CHANGED
           END-IF
           EXIT.

      *ersetzt die Kennung in WS-TEXT-IN ueberall dort, wo sie als
      *ganzes Wort steht (davor und dahinter kein Buchstabe, keine
      *Ziffer, kein "_" oder "-"), durch das Pseudonym; Ergebnis in
      *WS-TEXT-OUT, Anzahl der Treffer in WS-TEXT-HITS
       REPLACE-USER-IN-TEXT SECTION.
           MOVE SPACES TO WS-TEXT-OUT
           MOVE ZERO TO WS-TEXT-HITS
           MOVE 1 TO WS-TEXT-PTR
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TEXT-IN TRAILING))
             TO WS-TEXT-LEN
           MOVE 1 TO WS-TEXT-IDX
           PERFORM UNTIL WS-TEXT-IDX > WS-TEXT-LEN
                 OR WS-TEXT-PTR > 300
               MOVE "N" TO WS-WORD-START WS-WORD-END
               IF WS-TEXT-IDX + WS-TARGET-LEN - 1 <= WS-TEXT-LEN
                  AND WS-TEXT-IN(WS-TEXT-IDX:WS-TARGET-LEN)
                     = WS-TARGET-USER(1:WS-TARGET-LEN)
                  MOVE "Y" TO WS-WORD-START WS-WORD-END
                  IF WS-TEXT-IDX > 1
                     MOVE WS-TEXT-IN(WS-TEXT-IDX - 1:1) TO WS-CH
                     PERFORM CHECK-WORD-CHAR
                     IF WS-CH-WORD = "Y"
                        MOVE "N" TO WS-WORD-START
                     END-IF
                  END-IF
                  IF WS-TEXT-IDX + WS-TARGET-LEN <= 300
                     MOVE WS-TEXT-IN(WS-TEXT-IDX + WS-TARGET-LEN:1)
                       TO WS-CH
                     PERFORM CHECK-WORD-CHAR
                     IF WS-CH-WORD = "Y"
                        MOVE "N" TO WS-WORD-END
                     END-IF
                  END-IF
               END-IF
               IF WS-WORD-START = "Y" AND WS-WORD-END = "Y"
                  ADD 1 TO WS-TEXT-HITS
                  STRING FUNCTION TRIM(WS-PSEUDONYM) DELIMITED BY SIZE
                    INTO WS-TEXT-OUT
                    WITH POINTER WS-TEXT-PTR
                  END-STRING
                  ADD WS-TARGET-LEN TO WS-TEXT-IDX
               ELSE
                  MOVE WS-TEXT-IN(WS-TEXT-IDX:1)
                    TO WS-TEXT-OUT(WS-TEXT-PTR:1)
                  ADD 1 TO WS-TEXT-PTR
                  ADD 1 TO WS-TEXT-IDX
               END-IF
           END-PERFORM
           EXIT.

       CHECK-WORD-CHAR SECTION.
           MOVE "N" TO WS-CH-WORD
           IF (WS-CH >= "a" AND WS-CH <= "z")
              OR (WS-CH >= "A" AND WS-CH <= "Z")
              OR (WS-CH >= "0" AND WS-CH <= "9")
              OR WS-CH = "_" OR WS-CH = "-"
              MOVE "Y" TO WS-CH-WORD
           END-IF
           EXIT.

      *neue Zeile im Kontrollbericht fuer WS-SEQ-FILENAME - bei
      *mehr als 400 Dateien werden die weiteren in der letzten
      *Zeile aufsummiert
       ADD-CONTROL-LINE SECTION.
           IF WS-CTL-COUNT >= 400
              MOVE "Y" TO WS-CTL-OVFL
              MOVE "(further files)" TO WS-CTL-NAME(WS-CTL-COUNT)
              MOVE "Y" TO WS-CTL-PRESENT(WS-CTL-COUNT)
              EXIT SECTION
           END-IF
           ADD 1 TO WS-CTL-COUNT
           MOVE WS-SEQ-FILENAME TO WS-CTL-NAME(WS-CTL-COUNT)
           MOVE ZERO TO WS-CTL-FOUND(WS-CTL-COUNT)
           MOVE ZERO TO WS-CTL-CHANGED(WS-CTL-COUNT)
           MOVE "N" TO WS-CTL-PRESENT(WS-CTL-COUNT)
           EXIT.

      *Kontrollbericht je Datei: gefunden/geaendert, auf den
      *Bildschirm und bei der Auskunft zusaetzlich ans Ende des
      *Berichts
       PRINT-CONTROL-REPORT SECTION.
           IF WS-ERASE-MODE = "Y"
              DISPLAY "control report - erase "
                      FUNCTION TRIM(WS-TARGET-USER)
                      " as " FUNCTION TRIM(WS-PSEUDONYM)
           ELSE
              DISPLAY "control report - export "
                      FUNCTION TRIM(WS-TARGET-USER)
              PERFORM WRITE-EXPORT-LINE
              MOVE "== control report" TO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                 UNTIL WS-CTL-IDX > WS-CTL-COUNT
               MOVE SPACES TO WS-CTL-LINE
               IF WS-CTL-PRESENT(WS-CTL-IDX) = "Y"
                  MOVE WS-CTL-FOUND(WS-CTL-IDX) TO WS-CNT-Z
                  MOVE WS-CTL-CHANGED(WS-CTL-IDX) TO WS-CNT-Z2
                  ADD WS-CTL-FOUND(WS-CTL-IDX) TO WS-TOTAL-FOUND
                  ADD WS-CTL-CHANGED(WS-CTL-IDX) TO WS-TOTAL-CHANGED
                  STRING WS-CTL-NAME(WS-CTL-IDX) DELIMITED BY SIZE
                         " found " DELIMITED BY SIZE
                         WS-CNT-Z DELIMITED BY SIZE
                         "  changed " DELIMITED BY SIZE
                         WS-CNT-Z2 DELIMITED BY SIZE
                    INTO WS-CTL-LINE
               END-IF
               IF WS-CTL-PRESENT(WS-CTL-IDX) = "D"
                  MOVE WS-CTL-CHANGED(WS-CTL-IDX) TO WS-CNT-Z2
                  STRING WS-CTL-NAME(WS-CTL-IDX) DELIMITED BY SIZE
                         " deleted, " DELIMITED BY SIZE
                         WS-CNT-Z2 DELIMITED BY SIZE
                         " lines" DELIMITED BY SIZE
                    INTO WS-CTL-LINE
               END-IF
               IF WS-CTL-PRESENT(WS-CTL-IDX) = "N"
                  STRING WS-CTL-NAME(WS-CTL-IDX) DELIMITED BY SIZE
                         " not present" DELIMITED BY SIZE
                    INTO WS-CTL-LINE
               END-IF
               PERFORM SHOW-CONTROL-LINE
           END-PERFORM
           MOVE SPACES TO WS-CTL-LINE
           MOVE WS-TOTAL-FOUND TO WS-CNT-Z
           MOVE WS-TOTAL-CHANGED TO WS-CNT-Z2
           STRING "total                            found "
                     DELIMITED BY SIZE
                  WS-CNT-Z DELIMITED BY SIZE
                  "  changed " DELIMITED BY SIZE
                  WS-CNT-Z2 DELIMITED BY SIZE
             INTO WS-CTL-LINE
           PERFORM SHOW-CONTROL-LINE
           EXIT.

       SHOW-CONTROL-LINE SECTION.
           DISPLAY FUNCTION TRIM(WS-CTL-LINE TRAILING)
           IF WS-ERASE-MODE NOT = "Y"
              MOVE WS-CTL-LINE TO WS-EXPORT-LINE
              PERFORM WRITE-EXPORT-LINE
           END-IF
           EXIT.
       END PROGRAM TODOPRIV.
