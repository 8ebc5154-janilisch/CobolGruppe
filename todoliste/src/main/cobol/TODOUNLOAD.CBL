       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOUNLOAD.
      *Gesamtentladung der Todoliste fuer Serverumzug und
      *Katastrophenfall, nur fuer die Kommandozeile: "todounload"
      *schreibt jede Datei des Bestands in die eine zeilenweise
      *Entladedatei todounload.dat und daneben das Manifest
      *todounload.man mit Satzzahl und Hashsumme je Datei.
      *Gegenstueck ist TODORELOAD, das daraus alle Dateien neu
      *aufbaut und gegen das Manifest prueft.
      *Entladen werden todolist.dat (Satzbilder in Schluesselfolge),
      *todoarchive.txt, die Kataloge (Tags, Projekte, Vorlagen,
      *Feiertage, Ansichten, Teams, Stundensaetze, abgeschlossene
      *Monate), Notizen, Unteraufgaben, Abhaengigkeiten, die
      *Solltermine vorgerollter Wiederholungen, Buchungen,
      *Abnahmen, todousers.dat, todoerased.dat, todoliste.cfg, die
      *Auszugsmarke des Warehouse, todoquarantine.txt, das Journal
      *(todoaudit.log, todoauditsegs.log und jeder Abschnitt), die
      *Sicherungen laut todobackups.log, die Benachrichtigungs-
      *schlange samt Arbeitsdatei und die Postfaecher aller
      *bekannten Benutzer und Eigentuemer sowie unassigned.
      *Nicht entladen werden die Sitzungen (nach dem Umzug meldet
      *man sich neu an) und alles, was die Nachtlaeufe ohnehin neu
      *erzeugen (Morgenzettel, Kalender, Ansichtsdateien, Berichte,
      *Laufprotokolle) sowie Arbeits- und Sortierdateien.
      *Die exklusive Sperre auf todolist.dat wird fuer den ganzen
      *Lauf gehalten, damit kein CGI-Aufruf zwischen zwei Dateien
      *schreibt - Eintraege, Notizen und Unteraufgaben passen im
      *Entladebestand also zueinander.
      *Satzarten in todounload.dat: H Kopf mit Zeitstempel, F Beginn
      *einer Datei mit ihrem Namen, D ein Datensatz, E Ende einer
      *Datei mit vorhanden Y/N, Satzzahl und Hashsumme, T Schluss
      *mit den Gesamtsummen. Die Hashsumme ist die Summe der Pruefsummen
      *aller Saetze, gebildet wie der Aenderungsstempel in TODOLISTE
      *ueber die auf 300 Stellen aufgefuellte Zeile, mit der
      *laufenden Satznummer als Startwert

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
      *alle zeilenweisen Dateien laufen wie in TODOPRIV ueber einen
      *zur Laufzeit gesetzten Namen
         SELECT TDSEQ ASSIGN TO WS-SEQ-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQ-STATUS.
         SELECT TDUNLOAD ASSIGN TO 'todounload.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-UNLOAD-STATUS.
         SELECT TDMANIFEST ASSIGN TO 'todounload.man'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MANIFEST-STATUS.
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
          FD TDUNLOAD.
          01 TDUNLOAD-RECORD PIC X(304).
          FD TDMANIFEST.
          01 TDMANIFEST-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
        01 WS-NOW PIC X(14).
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-LOCK-TRIES PIC 9(3) VALUE ZERO.
        01 WS-LOCK-MAX-TRIES PIC 9(3) VALUE 030.
        01 WS-RETRY-NANOS PIC 9(18) VALUE 250000000.
        01 WS-LIST-LOCKED PIC X(1) VALUE "N".
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
        01 WS-SEQ-EOF PIC X(1).
        01 WS-SEQ-FILENAME PIC X(32).
        01 WS-LINE PIC X(300).
      *Kennung aus todousers.dat
        01 WS-LINE-USER REDEFINES WS-LINE.
           05 WS-LU-ID PIC X(10).
           05 FILLER PIC X(290).
        01 WS-UNLOAD-STATUS PIC XX.
        01 WS-MANIFEST-STATUS PIC XX.
        01 WS-UNLOAD-FAILED PIC X(1) VALUE "N".
        01 WS-MANIFEST-NAME PIC X(32) VALUE "todounload.man".
      *ein Satz der Entladedatei: Satzart, laufende Dateinummer und
      *der Inhalt - bei F/E/H/T die Steuerangaben
        01 WS-UNL-REC.
           05 WS-UNL-TYPE PIC X(1).
           05 WS-UNL-FILE-NO PIC 9(3).
           05 WS-UNL-DATA PIC X(300).
        01 WS-UNL-CTL REDEFINES WS-UNL-REC.
           05 FILLER PIC X(4).
           05 WS-UNL-NAME PIC X(32).
           05 WS-UNL-PRESENT PIC X(1).
           05 WS-UNL-COUNT PIC 9(9).
           05 WS-UNL-HASH PIC 9(15).
           05 WS-UNL-STAMP PIC X(14).
           05 FILLER PIC X(229).
      *eine Zeile des Manifests: H Kopf (Zeitstempel im Namensfeld),
      *F je Datei, T Gesamtsumme
        01 WS-MAN-LINE.
           05 WS-MAN-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MAN-NAME PIC X(32).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MAN-PRESENT PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MAN-COUNT PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-MAN-HASH PIC 9(15).
           05 FILLER PIC X(18) VALUE SPACES.
      *Pruefsumme je Satz wie COMPUTE-ITEM-STAMP in TODOLISTE
        01 WS-HASH-SOURCE PIC X(300).
        01 WS-HASH-WORK PIC 9(7).
        01 WS-HASH-IDX PIC 9(3).
        01 WS-FILE-COUNT PIC 9(9).
        01 WS-FILE-HASH PIC 9(15).
        01 WS-TOTAL-COUNT PIC 9(9) VALUE ZERO.
        01 WS-TOTAL-HASH PIC 9(15) VALUE ZERO.
      *Kontrolltabelle je entladener Datei - Grundlage fuer Manifest
      *und Bericht
        01 WS-CTL-TABLE.
           05 WS-CTL-COUNT PIC 9(3) VALUE ZERO.
           05 WS-CTL-ENTRY OCCURS 400 TIMES.
              10 WS-CTL-NAME PIC X(32).
              10 WS-CTL-PRESENT PIC X(1).
              10 WS-CTL-RECS PIC 9(9).
              10 WS-CTL-HASH PIC 9(15).
        01 WS-CTL-IDX PIC 9(3).
        01 WS-CTL-OVFL PIC X(1) VALUE "N".
        01 WS-CNT-Z PIC Z(8)9.
        01 WS-CTL-LINE PIC X(80).
      *Kataloge der Journalabschnitte und Sicherungen, Benutzer und
      *Eigentuemer fuer die Postfaecher
        01 WS-NAME-TABLE.
           05 WS-NAME-COUNT PIC 9(3) VALUE ZERO.
           05 WS-NAME-ENTRY PIC X(32) OCCURS 200 TIMES.
        01 WS-NAME-IDX PIC 9(3).
        01 WS-USER-TABLE.
           05 WS-USR-COUNT PIC 9(3) VALUE ZERO.
           05 WS-USR-ENTRY PIC X(10) OCCURS 500 TIMES.
        01 WS-USR-IDX PIC 9(3).
        01 WS-USR-NEW PIC X(10).
        01 WS-USR-FOUND PIC X(1).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
           PERFORM OPEN-TDLIST
           IF WS-TDLIST-STATUS NOT = "00"
              AND WS-TDLIST-STATUS NOT = "35"
              DISPLAY "todolist is locked, nothing unloaded - "
                      "try again later"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT TDUNLOAD
           IF WS-UNLOAD-STATUS NOT = "00"
              DISPLAY "todounload.dat could not be written"
              PERFORM RELEASE-TDLIST
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO WS-UNL-REC
           MOVE "H" TO WS-UNL-TYPE
           MOVE ZERO TO WS-UNL-FILE-NO WS-UNL-COUNT WS-UNL-HASH
           MOVE "todoliste unload" TO WS-UNL-NAME
           MOVE WS-NOW TO WS-UNL-STAMP
           PERFORM WRITE-UNLOAD-RECORD
           PERFORM LOAD-USER-LIST
           PERFORM UNLOAD-ITEM-FILE
           PERFORM UNLOAD-ALL-SEQ-FILES
           MOVE SPACES TO WS-UNL-REC
           MOVE "T" TO WS-UNL-TYPE
           MOVE WS-CTL-COUNT TO WS-UNL-FILE-NO
           MOVE "todoliste unload" TO WS-UNL-NAME
           MOVE WS-TOTAL-COUNT TO WS-UNL-COUNT
           MOVE WS-TOTAL-HASH TO WS-UNL-HASH
           MOVE WS-NOW TO WS-UNL-STAMP
           PERFORM WRITE-UNLOAD-RECORD
           CLOSE TDUNLOAD
      *ohne vollstaendige Entladung kein Manifest - ein altes
      *Manifest passt nicht zum neuen Zeitstempel, TODORELOAD lehnt
      *den Bestand dann ab
           IF WS-UNLOAD-FAILED = "Y" OR WS-CTL-OVFL = "Y"
              CALL "CBL_DELETE_FILE" USING WS-MANIFEST-NAME
           ELSE
              PERFORM WRITE-MANIFEST
           END-IF
           PERFORM RELEASE-TDLIST
           PERFORM PRINT-CONTROL-REPORT
           EVALUATE TRUE
               WHEN WS-UNLOAD-FAILED = "Y"
                  DISPLAY "todounload: todounload.dat could not be "
                          "written completely, status "
                          WS-UNLOAD-STATUS
                  MOVE 8 TO RETURN-CODE
               WHEN WS-CTL-OVFL = "Y"
                  DISPLAY "todounload: more than 400 files, the "
                          "unload is incomplete"
                  MOVE 8 TO RETURN-CODE
               WHEN WS-MANIFEST-STATUS NOT = "00"
                  DISPLAY "todounload: todounload.man could not be "
                          "written - the unload cannot be reloaded"
                  MOVE 8 TO RETURN-CODE
               WHEN OTHER
                  MOVE WS-TOTAL-COUNT TO WS-CNT-Z
                  DISPLAY "todounload: " WS-CTL-COUNT " files, "
                          FUNCTION TRIM(WS-CNT-Z)
                          " records as of " WS-NOW
                  MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK
          .

      *exklusive Sperre wie OPEN-TDLIST-IO in TODOLISTE, gehalten bis
      *die letzte Datei entladen ist. Status 35: es gibt noch keine
      *todolist.dat - dann wird sie als "nicht vorhanden" gefuehrt
       OPEN-TDLIST SECTION.
           MOVE ZERO TO WS-LOCK-TRIES
           PERFORM WITH TEST AFTER UNTIL WS-TDLIST-STATUS = "00"
                 OR WS-TDLIST-STATUS = "35"
                 OR WS-LOCK-TRIES > WS-LOCK-MAX-TRIES
               ADD 1 TO WS-LOCK-TRIES
               OPEN I-O TDLIST WITH LOCK
               IF WS-TDLIST-STATUS NOT = "00"
                  AND WS-TDLIST-STATUS NOT = "35"
                  PERFORM RETRY-WAIT
               END-IF
           END-PERFORM
           IF WS-TDLIST-STATUS = "00"
              MOVE "Y" TO WS-LIST-LOCKED
           END-IF
          EXIT.

       RELEASE-TDLIST SECTION.
           IF WS-LIST-LOCKED = "Y"
              CLOSE TDLIST
              MOVE "N" TO WS-LIST-LOCKED
           END-IF
           EXIT.

       RETRY-WAIT SECTION.
           CALL "CBL_OC_NANOSLEEP" USING WS-RETRY-NANOS
           EXIT.

      *alle Kennungen aus todousers.dat - ihre Postfaecher werden
      *mitentladen; Eigentuemer ohne Zugang (Altbestand) kommen beim
      *Lesen von todolist.dat hinzu
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
                     MOVE WS-LU-ID TO WS-USR-NEW
                     PERFORM NOTE-USER
               END-READ
           END-PERFORM
           CLOSE TDSEQ
           EXIT.

       NOTE-USER SECTION.
           IF WS-USR-NEW = SPACES
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-USR-FOUND
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                 UNTIL WS-USR-IDX > WS-USR-COUNT
                    OR WS-USR-FOUND = "Y"
               IF WS-USR-ENTRY(WS-USR-IDX) = WS-USR-NEW
                  MOVE "Y" TO WS-USR-FOUND
               END-IF
           END-PERFORM
           IF WS-USR-FOUND NOT = "Y" AND WS-USR-COUNT < 500
              ADD 1 TO WS-USR-COUNT
              MOVE WS-USR-NEW TO WS-USR-ENTRY(WS-USR-COUNT)
           END-IF
           EXIT.

      *todolist.dat in Primaerschluesselfolge - der Satz geht als
      *122-stelliges Bild in den Datenteil, die Zweitschluessel baut
      *TODORELOAD beim Schreiben neu auf
       UNLOAD-ITEM-FILE SECTION.
           MOVE "todolist.dat" TO WS-SEQ-FILENAME
           PERFORM BEGIN-UNLOAD-FILE
           IF WS-LIST-LOCKED NOT = "Y"
              PERFORM END-UNLOAD-FILE
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-CTL-PRESENT(WS-CTL-COUNT)
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TDLIST NEXT INTO WS-TDLIST
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     MOVE SPACES TO WS-LINE
                     MOVE WS-TDLIST TO WS-LINE(1:122)
                     PERFORM WRITE-DATA-RECORD
                     MOVE ITEM-USER-ID IN WS-TDLIST TO WS-USR-NEW
                     PERFORM NOTE-USER
               END-READ
           END-PERFORM
           PERFORM END-UNLOAD-FILE
           EXIT.

      *Reihenfolge wie beim Neuaufbau gewuenscht: Kataloge vor den
      *Dateien, die sie aufzaehlen
       UNLOAD-ALL-SEQ-FILES SECTION.
           MOVE "todoarchive.txt" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todotags.dat" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todoprojects.dat" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todonotes.txt" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todosubtasks.txt" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "tododeps.dat" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todosched.dat" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todobookings.txt" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todoperiods.dat" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todorates.dat" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todousers.dat" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todoteams.dat" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todoreviews.dat" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todotemplates.dat" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todoholidays.dat" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todoviews.dat" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todoerased.dat" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todoliste.cfg" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todoextract.hwm" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todoquarantine.txt" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
      *Journal: das ungeteilte todoaudit.log aus der Zeit vor den
      *Monatsabschnitten, der Katalog und jeder Abschnitt laut Katalog
           MOVE "todoaudit.log" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todoauditsegs.log" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           PERFORM LOAD-NAME-CATALOG
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                 UNTIL WS-NAME-IDX > WS-NAME-COUNT
               MOVE WS-NAME-ENTRY(WS-NAME-IDX) TO WS-SEQ-FILENAME
               PERFORM UNLOAD-SEQ-FILE
           END-PERFORM
      *Sicherungen von todolist.dat laut todobackups.log
           MOVE "todobackups.log" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           PERFORM LOAD-NAME-CATALOG
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                 UNTIL WS-NAME-IDX > WS-NAME-COUNT
               MOVE WS-NAME-ENTRY(WS-NAME-IDX) TO WS-SEQ-FILENAME
               PERFORM UNLOAD-SEQ-FILE
           END-PERFORM
           MOVE "todonotify.q" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todonotify.wrk" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           MOVE "todoinbox_unassigned.txt" TO WS-SEQ-FILENAME
           PERFORM UNLOAD-SEQ-FILE
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                 UNTIL WS-USR-IDX > WS-USR-COUNT
               MOVE SPACES TO WS-SEQ-FILENAME
               STRING "todoinbox_" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-USR-ENTRY(WS-USR-IDX))
                         DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                 INTO WS-SEQ-FILENAME
               PERFORM UNLOAD-SEQ-FILE
           END-PERFORM
           EXIT.

      *liest den Dateikatalog unter WS-SEQ-FILENAME (Journal-
      *abschnitte, Sicherungen) in die Namenstabelle
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

      *eine zeilenweise Datei Satz fuer Satz in die Entladedatei.
      *Eine fehlende Datei ist kein Fehler, sie wird mit "nicht
      *vorhanden" gefuehrt und beim Neuaufbau entfernt
       UNLOAD-SEQ-FILE SECTION.
           PERFORM BEGIN-UNLOAD-FILE
           IF WS-CTL-OVFL = "Y"
              EXIT SECTION
           END-IF
           OPEN INPUT TDSEQ
           IF WS-SEQ-STATUS NOT = "00"
              PERFORM END-UNLOAD-FILE
              EXIT SECTION
           END-IF
           MOVE "Y" TO WS-CTL-PRESENT(WS-CTL-COUNT)
           MOVE "N" TO WS-SEQ-EOF
           PERFORM UNTIL WS-SEQ-EOF = 'Y'
               READ TDSEQ INTO WS-LINE
                  AT END MOVE 'Y' TO WS-SEQ-EOF
                  NOT AT END
                     PERFORM WRITE-DATA-RECORD
               END-READ
           END-PERFORM
           CLOSE TDSEQ
           PERFORM END-UNLOAD-FILE
           EXIT.

      *neue Zeile in der Kontrolltabelle und F-Satz; ob die Datei
      *vorhanden war, steht erst im E-Satz
       BEGIN-UNLOAD-FILE SECTION.
           MOVE ZERO TO WS-FILE-COUNT WS-FILE-HASH
           IF WS-CTL-COUNT >= 400
              MOVE "Y" TO WS-CTL-OVFL
              EXIT SECTION
           END-IF
           ADD 1 TO WS-CTL-COUNT
           MOVE WS-SEQ-FILENAME TO WS-CTL-NAME(WS-CTL-COUNT)
           MOVE "N" TO WS-CTL-PRESENT(WS-CTL-COUNT)
           MOVE ZERO TO WS-CTL-RECS(WS-CTL-COUNT)
           MOVE ZERO TO WS-CTL-HASH(WS-CTL-COUNT)
           MOVE SPACES TO WS-UNL-REC
           MOVE "F" TO WS-UNL-TYPE
           MOVE WS-CTL-COUNT TO WS-UNL-FILE-NO
           MOVE WS-SEQ-FILENAME TO WS-UNL-NAME
           MOVE ZERO TO WS-UNL-COUNT WS-UNL-HASH
           PERFORM WRITE-UNLOAD-RECORD
           EXIT.

       END-UNLOAD-FILE SECTION.
           IF WS-CTL-OVFL = "Y"
              EXIT SECTION
           END-IF
           MOVE WS-FILE-COUNT TO WS-CTL-RECS(WS-CTL-COUNT)
           MOVE WS-FILE-HASH TO WS-CTL-HASH(WS-CTL-COUNT)
           ADD WS-FILE-COUNT TO WS-TOTAL-COUNT
           ADD WS-FILE-HASH TO WS-TOTAL-HASH
           MOVE SPACES TO WS-UNL-REC
           MOVE "E" TO WS-UNL-TYPE
           MOVE WS-CTL-COUNT TO WS-UNL-FILE-NO
           MOVE WS-CTL-NAME(WS-CTL-COUNT) TO WS-UNL-NAME
           MOVE WS-CTL-PRESENT(WS-CTL-COUNT) TO WS-UNL-PRESENT
           MOVE WS-FILE-COUNT TO WS-UNL-COUNT
           MOVE WS-FILE-HASH TO WS-UNL-HASH
           PERFORM WRITE-UNLOAD-RECORD
           EXIT.

      *ein Datensatz aus WS-LINE: zaehlen, in die Hashsumme und als
      *D-Satz hinaus
       WRITE-DATA-RECORD SECTION.
           IF WS-CTL-OVFL = "Y"
              EXIT SECTION
           END-IF
           ADD 1 TO WS-FILE-COUNT
           MOVE WS-LINE TO WS-HASH-SOURCE
           PERFORM COMPUTE-RECORD-HASH
           ADD WS-HASH-WORK TO WS-FILE-HASH
           MOVE "D" TO WS-UNL-TYPE
           MOVE WS-CTL-COUNT TO WS-UNL-FILE-NO
           MOVE WS-LINE TO WS-UNL-DATA
           PERFORM WRITE-UNLOAD-RECORD
           EXIT.

      *jeder Satz der Entladedatei geht hier hinaus; ein
      *Schreibfehler (Platte voll) macht die Entladung unbrauchbar
       WRITE-UNLOAD-RECORD SECTION.
           IF WS-UNLOAD-FAILED = "Y"
              EXIT SECTION
           END-IF
           WRITE TDUNLOAD-RECORD FROM WS-UNL-REC
           IF WS-UNLOAD-STATUS NOT = "00"
              MOVE "Y" TO WS-UNLOAD-FAILED
           END-IF
           EXIT.

      *gewichtete Pruefsumme ueber die 300 Stellen wie der
      *Aenderungsstempel; die Satznummer als Startwert sorgt dafuer,
      *dass auch vertauschte Saetze die Summe aendern.
      *TODORELOAD rechnet genauso - beide Stellen gleich halten
       COMPUTE-RECORD-HASH SECTION.
           COMPUTE WS-HASH-WORK = FUNCTION MOD(WS-FILE-COUNT 99991)
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                 UNTIL WS-HASH-IDX > 300
               COMPUTE WS-HASH-WORK = FUNCTION MOD(WS-HASH-WORK * 31
                  + FUNCTION ORD(WS-HASH-SOURCE(WS-HASH-IDX:1))
                  99991)
           END-PERFORM
           EXIT.

      *Manifest: Kopf mit demselben Zeitstempel wie der H-Satz, eine
      *Zeile je Datei, Gesamtsumme
       WRITE-MANIFEST SECTION.
           OPEN OUTPUT TDMANIFEST
           IF WS-MANIFEST-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "H" TO WS-MAN-TYPE
           MOVE WS-NOW TO WS-MAN-NAME
           MOVE SPACE TO WS-MAN-PRESENT
           MOVE WS-CTL-COUNT TO WS-MAN-COUNT
           MOVE ZERO TO WS-MAN-HASH
           WRITE TDMANIFEST-RECORD FROM WS-MAN-LINE
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                 UNTIL WS-CTL-IDX > WS-CTL-COUNT
               MOVE "F" TO WS-MAN-TYPE
               MOVE WS-CTL-NAME(WS-CTL-IDX) TO WS-MAN-NAME
               MOVE WS-CTL-PRESENT(WS-CTL-IDX) TO WS-MAN-PRESENT
               MOVE WS-CTL-RECS(WS-CTL-IDX) TO WS-MAN-COUNT
               MOVE WS-CTL-HASH(WS-CTL-IDX) TO WS-MAN-HASH
               WRITE TDMANIFEST-RECORD FROM WS-MAN-LINE
           END-PERFORM
           MOVE "T" TO WS-MAN-TYPE
           MOVE "total" TO WS-MAN-NAME
           MOVE SPACE TO WS-MAN-PRESENT
           MOVE WS-TOTAL-COUNT TO WS-MAN-COUNT
           MOVE WS-TOTAL-HASH TO WS-MAN-HASH
           WRITE TDMANIFEST-RECORD FROM WS-MAN-LINE
           CLOSE TDMANIFEST
           EXIT.

      *Kontrollbericht je Datei auf den Bildschirm
       PRINT-CONTROL-REPORT SECTION.
           DISPLAY "control report - unload as of " WS-NOW
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                 UNTIL WS-CTL-IDX > WS-CTL-COUNT
               MOVE SPACES TO WS-CTL-LINE
               IF WS-CTL-PRESENT(WS-CTL-IDX) = "Y"
                  MOVE WS-CTL-RECS(WS-CTL-IDX) TO WS-CNT-Z
                  STRING WS-CTL-NAME(WS-CTL-IDX) DELIMITED BY SIZE
                         " records " DELIMITED BY SIZE
                         WS-CNT-Z DELIMITED BY SIZE
                         "  hash " DELIMITED BY SIZE
                         WS-CTL-HASH(WS-CTL-IDX) DELIMITED BY SIZE
                    INTO WS-CTL-LINE
               ELSE
                  STRING WS-CTL-NAME(WS-CTL-IDX) DELIMITED BY SIZE
                         " not present" DELIMITED BY SIZE
                    INTO WS-CTL-LINE
               END-IF
               DISPLAY FUNCTION TRIM(WS-CTL-LINE TRAILING)
           END-PERFORM
           MOVE SPACES TO WS-CTL-LINE
           MOVE WS-TOTAL-COUNT TO WS-CNT-Z
           STRING "total                            records "
                     DELIMITED BY SIZE
                  WS-CNT-Z DELIMITED BY SIZE
                  "  hash " DELIMITED BY SIZE
                  WS-TOTAL-HASH DELIMITED BY SIZE
             INTO WS-CTL-LINE
           DISPLAY FUNCTION TRIM(WS-CTL-LINE TRAILING)
           EXIT.
       END PROGRAM TODOUNLOAD.
