       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODORELOAD.
      *Neuaufbau der Todoliste aus einer Gesamtentladung von
      *TODOUNLOAD (todounload.dat und Manifest todounload.man), nur
      *fuer die Kommandozeile und fuer das Wartungsfenster gedacht:
      *  "todoreload check" prueft nur die Entladung gegen das
      *  Manifest und aendert nichts;
      *  "todoreload load" baut alle Dateien neu auf.
      *Der Neuaufbau laeuft in drei Durchgaengen:
      *  1. die Entladedatei wird ganz gelesen, Satzzahl und
      *     Hashsumme je Datei nachgerechnet und mit dem Manifest
      *     verglichen - passt etwas nicht (auch ein fremder
      *     Zeitstempel oder eine abgeschnittene Datei), wird nichts
      *     angefasst;
      *  2. unter der exklusiven Sperre auf todolist.dat entstehen
      *     alle Dateien zuerst unter Zwischennamen: todolist.new
      *     als Indexdatei (die Zweitschluessel auf Benutzer und
      *     Faelligkeitsdatum baut das Schreiben auf), alle anderen
      *     als todoreload_nnn.tmp;
      *  3. jede Zwischendatei wird zurueckgelesen und wieder gegen
      *     das Manifest geprueft, todolist.new zusaetzlich ueber
      *     beide Zweitschluessel. Nur wenn alles stimmt, werden die
      *     Zwischendateien an die Stelle der Livedateien gesetzt -
      *     todolist.dat als letzte, noch unter der Sperre, die
      *     erst nach dem Umbenennen und dem Journalsatz "list
      *     reloaded from" faellt.
      *     Sonst werden die Zwischendateien verworfen und der
      *     Livebestand bleibt wie er war.
      *Eine Datei, die bei der Entladung nicht vorhanden war, wird
      *beim Livegang entfernt, damit der Bestand genau dem Stand der
      *Entladung entspricht. Die Sitzungen gehoeren nicht zur
      *Entladung und bleiben unberuehrt

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
      *die neue Liste mit denselben Schluesseln wie todolist.dat
         SELECT TDLIST-NEW ASSIGN TO 'todolist.new'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS NEW-ITEM-ID
            ALTERNATE RECORD KEY IS NEW-ITEM-USER-ID
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS NEW-ITEM-DUE-DATE
               WITH DUPLICATES
            FILE STATUS IS WS-NEW-STATUS.
      *Zwischendateien: geschrieben ueber TDSEQ-NEW, zur Pruefung
      *zurueckgelesen ueber TDSEQ
         SELECT TDSEQ ASSIGN TO WS-SEQ-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQ-STATUS.
         SELECT TDSEQ-NEW ASSIGN TO WS-SEQ-TMPNAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEQ-NEW-STATUS.
         SELECT TDUNLOAD ASSIGN TO 'todounload.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-UNLOAD-STATUS.
         SELECT TDMANIFEST ASSIGN TO 'todounload.man'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MANIFEST-STATUS.
      *das Journal ist in Monatsabschnitte zerlegt, der Dateiname
      *(todoaudit_JJJJMM.log) wird zur Laufzeit gesetzt - wie in
      *TODOLISTE
         SELECT TDAUDIT ASSIGN TO WS-AUDIT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
         SELECT TDAUDCAT ASSIGN TO 'todoauditsegs.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDCAT-STATUS.
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
          FD TDLIST-NEW.
          01 TDLIST-NEW-RECORD.
             05 NEW-ITEM-ID PIC 9(5).
             05 NEW-ITEM-CONTENT PIC X(70).
             05 NEW-ITEM-DATE PIC X(21).
             05 NEW-ITEM-STATUS PIC 9.
             05 NEW-ITEM-COLOR PIC 9.
             05 NEW-ITEM-TAG PIC 9(2).
             05 NEW-ITEM-USER-ID PIC X(10).
             05 NEW-ITEM-DUE-DATE PIC X(8).
             05 NEW-ITEM-RECUR PIC 9.
             05 NEW-ITEM-PRIO PIC 9.
             05 NEW-ITEM-PROJECT PIC 9(2).
          FD TDSEQ.
          01 TDSEQ-RECORD PIC X(300).
          FD TDSEQ-NEW.
          01 TDSEQ-NEW-RECORD PIC X(300).
          FD TDUNLOAD.
          01 TDUNLOAD-RECORD PIC X(304).
          FD TDMANIFEST.
          01 TDMANIFEST-RECORD PIC X(80).
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
       WORKING-STORAGE SECTION.
        01 WS-RUN-ARGS PIC X(60).
        01 WS-ARG-MODE PIC X(10).
        01 WS-LOAD-MODE PIC X(1) VALUE "N".
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-NEW-STATUS PIC XX.
        01 WS-LOCK-TRIES PIC 9(3) VALUE ZERO.
        01 WS-LOCK-MAX-TRIES PIC 9(3) VALUE 030.
        01 WS-RETRY-NANOS PIC 9(18) VALUE 250000000.
        01 WS-LIST-LOCKED PIC X(1) VALUE "N".
        01 WS-LIST-FILENAME PIC X(32) VALUE "todolist.dat".
        01 WS-LIST-NEWNAME PIC X(32) VALUE "todolist.new".
        01 WS-EOF PIC A(1).
        01 WS-SEQ-STATUS PIC XX.
        01 WS-SEQ-NEW-STATUS PIC XX.
        01 WS-SEQ-EOF PIC X(1).
        01 WS-SEQ-FILENAME PIC X(32).
        01 WS-SEQ-TMPNAME PIC X(32).
        01 WS-SEQ-TARGET PIC X(32).
        01 WS-LINE PIC X(300).
        01 WS-UNLOAD-STATUS PIC XX.
        01 WS-UNLOAD-EOF PIC X(1).
        01 WS-MANIFEST-STATUS PIC XX.
        01 WS-MANIFEST-EOF PIC X(1).
      *Satzbild der Entladedatei wie in TODOUNLOAD
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
      *Zeile des Manifests wie in TODOUNLOAD
        01 WS-MAN-LINE.
           05 WS-MAN-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 WS-MAN-NAME PIC X(32).
           05 FILLER PIC X(1).
           05 WS-MAN-PRESENT PIC X(1).
           05 FILLER PIC X(1).
           05 WS-MAN-COUNT PIC 9(9).
           05 FILLER PIC X(1).
           05 WS-MAN-HASH PIC 9(15).
           05 FILLER PIC X(18).
        01 WS-MAN-STAMP PIC X(14).
        01 WS-MAN-FILES PIC 9(9).
        01 WS-MAN-TOTAL-COUNT PIC 9(9).
        01 WS-MAN-TOTAL-HASH PIC 9(15).
        01 WS-MAN-HAS-TRAILER PIC X(1).
      *je Datei: Sollwerte aus dem Manifest, nachgerechnete Werte
      *der Entladedatei (Durchgang 1) und der Zwischendatei
      *(Durchgang 3)
        01 WS-MF-TABLE.
           05 WS-MF-COUNT PIC 9(3) VALUE ZERO.
           05 WS-MF-ENTRY OCCURS 400 TIMES.
              10 WS-MF-NAME PIC X(32).
              10 WS-MF-PRESENT PIC X(1).
              10 WS-MF-RECS PIC 9(9).
              10 WS-MF-HASH PIC 9(15).
              10 WS-MF-UL-RECS PIC 9(9).
              10 WS-MF-UL-HASH PIC 9(15).
              10 WS-MF-RL-RECS PIC 9(9).
              10 WS-MF-RL-HASH PIC 9(15).
              10 WS-MF-RESULT PIC X(8).
        01 WS-MF-IDX PIC 9(3).
        01 WS-CUR-IDX PIC 9(3).
        01 WS-NEXT-IDX PIC 9(3).
        01 WS-SEEN-TRAILER PIC X(1).
        01 WS-MISMATCH-COUNT PIC 9(5) VALUE ZERO.
        01 WS-MISMATCH-TEXT PIC X(80).
        01 WS-STAGE-FAILED PIC X(1) VALUE "N".
        01 WS-STAGE-OPEN PIC X(1) VALUE "N".
        01 WS-STAGE-CHECKED PIC X(1) VALUE "N".
        01 WS-NAME-SLASH PIC 9(3).
        01 WS-NAME-DOTS PIC 9(3).
        01 WS-ALT-COUNT PIC 9(9).
      *Pruefsumme je Satz wie in TODOUNLOAD
        01 WS-HASH-SOURCE PIC X(300).
        01 WS-HASH-WORK PIC 9(7).
        01 WS-HASH-IDX PIC 9(3).
        01 WS-FILE-COUNT PIC 9(9).
        01 WS-FILE-HASH PIC 9(15).
        01 WS-TOTAL-COUNT PIC 9(9) VALUE ZERO.
        01 WS-TOTAL-HASH PIC 9(15) VALUE ZERO.
        01 WS-CNT-Z PIC Z(8)9.
        01 WS-CNT-Z2 PIC Z(8)9.
        01 WS-CTL-LINE PIC X(80).
        01 WS-TOOL-USER PIC X(10) VALUE "todoreload".
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

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-ARGS FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-MODE
           UNSTRING WS-RUN-ARGS DELIMITED BY ALL " "
              INTO WS-ARG-MODE
           END-UNSTRING
           EVALUATE WS-ARG-MODE
               WHEN "check"
                  MOVE "N" TO WS-LOAD-MODE
               WHEN "load"
                  MOVE "Y" TO WS-LOAD-MODE
               WHEN OTHER
                  DISPLAY "usage: todoreload check"
                  DISPLAY "       todoreload load"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-EVALUATE
           PERFORM READ-MANIFEST
           IF WS-MISMATCH-COUNT > ZERO
              DISPLAY "todoreload: manifest not usable, nothing "
                      "reloaded"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VERIFY-UNLOAD
           IF WS-MISMATCH-COUNT > ZERO
              PERFORM PRINT-CONTROL-REPORT
              DISPLAY "todoreload: unload does not match the "
                      "manifest, nothing reloaded"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-LOAD-MODE NOT = "Y"
              PERFORM PRINT-CONTROL-REPORT
              MOVE WS-MAN-TOTAL-COUNT TO WS-CNT-Z
              DISPLAY "todoreload: unload of " WS-MAN-STAMP
                      " verified, " WS-MF-COUNT " files, "
                      FUNCTION TRIM(WS-CNT-Z) " records"
              MOVE ZERO TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM OPEN-TDLIST
           IF WS-TDLIST-STATUS NOT = "00"
              AND WS-TDLIST-STATUS NOT = "35"
              DISPLAY "todolist is locked, nothing reloaded - "
                      "try again later"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM BUILD-STAGING
           IF WS-STAGE-FAILED NOT = "Y"
              PERFORM VERIFY-STAGING
           END-IF
           IF WS-STAGE-FAILED = "Y" OR WS-MISMATCH-COUNT > ZERO
              PERFORM DROP-STAGING
              PERFORM RELEASE-TDLIST
              PERFORM PRINT-CONTROL-REPORT
              DISPLAY "todoreload: rebuilt files do not match the "
                      "manifest, live files left unchanged"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM GO-LIVE
           PERFORM PRINT-CONTROL-REPORT
           MOVE WS-TOTAL-COUNT TO WS-CNT-Z
           DISPLAY "todoreload: unload of " WS-MAN-STAMP " reloaded, "
                   WS-MF-COUNT " files, " FUNCTION TRIM(WS-CNT-Z)
                   " records"
           MOVE ZERO TO RETURN-CODE
           GOBACK
          .

      *Manifest in die Dateitabelle: Kopf mit Zeitstempel und
      *Dateizahl, eine Zeile je Datei, Gesamtsumme
       READ-MANIFEST SECTION.
           MOVE ZERO TO WS-MF-COUNT
           MOVE SPACES TO WS-MAN-STAMP
           MOVE ZERO TO WS-MAN-FILES WS-MAN-TOTAL-COUNT
                        WS-MAN-TOTAL-HASH
           MOVE "N" TO WS-MAN-HAS-TRAILER
           OPEN INPUT TDMANIFEST
           IF WS-MANIFEST-STATUS NOT = "00"
              MOVE "todounload.man not found" TO WS-MISMATCH-TEXT
              PERFORM NOTE-MISMATCH
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-MANIFEST-EOF
           PERFORM UNTIL WS-MANIFEST-EOF = 'Y'
               READ TDMANIFEST INTO WS-MAN-LINE
                  AT END MOVE 'Y' TO WS-MANIFEST-EOF
                  NOT AT END
                     PERFORM TAKE-MANIFEST-LINE
               END-READ
           END-PERFORM
           CLOSE TDMANIFEST
           IF WS-MAN-STAMP = SPACES
              OR WS-MAN-HAS-TRAILER NOT = "Y"
              OR WS-MAN-FILES NOT = WS-MF-COUNT
              MOVE "todounload.man is incomplete" TO WS-MISMATCH-TEXT
              PERFORM NOTE-MISMATCH
           END-IF
           EXIT.

       TAKE-MANIFEST-LINE SECTION.
           IF WS-MAN-COUNT NOT NUMERIC OR WS-MAN-HASH NOT NUMERIC
              MOVE "todounload.man has an unreadable line"
                TO WS-MISMATCH-TEXT
              PERFORM NOTE-MISMATCH
              EXIT SECTION
           END-IF
           EVALUATE WS-MAN-TYPE
               WHEN "H"
                  MOVE WS-MAN-NAME(1:14) TO WS-MAN-STAMP
                  MOVE WS-MAN-COUNT TO WS-MAN-FILES
               WHEN "F"
                  IF WS-MF-COUNT >= 400
                     MOVE "todounload.man lists more than 400 files"
                       TO WS-MISMATCH-TEXT
                     PERFORM NOTE-MISMATCH
                     EXIT SECTION
                  END-IF
                  ADD 1 TO WS-MF-COUNT
                  MOVE WS-MAN-NAME TO WS-MF-NAME(WS-MF-COUNT)
                  MOVE WS-MAN-PRESENT TO WS-MF-PRESENT(WS-MF-COUNT)
                  MOVE WS-MAN-COUNT TO WS-MF-RECS(WS-MF-COUNT)
                  MOVE WS-MAN-HASH TO WS-MF-HASH(WS-MF-COUNT)
                  MOVE ZERO TO WS-MF-UL-RECS(WS-MF-COUNT)
                  MOVE ZERO TO WS-MF-UL-HASH(WS-MF-COUNT)
                  MOVE ZERO TO WS-MF-RL-RECS(WS-MF-COUNT)
                  MOVE ZERO TO WS-MF-RL-HASH(WS-MF-COUNT)
                  MOVE SPACES TO WS-MF-RESULT(WS-MF-COUNT)
                  MOVE WS-MAN-NAME TO WS-SEQ-FILENAME
                  PERFORM CHECK-FILE-NAME
               WHEN "T"
                  MOVE "Y" TO WS-MAN-HAS-TRAILER
                  MOVE WS-MAN-COUNT TO WS-MAN-TOTAL-COUNT
                  MOVE WS-MAN-HASH TO WS-MAN-TOTAL-HASH
               WHEN OTHER
                  MOVE "todounload.man has an unknown line type"
                    TO WS-MISMATCH-TEXT
                  PERFORM NOTE-MISMATCH
           END-EVALUATE
           EXIT.

      *angenommen werden nur schlichte Dateinamen des Bestands -
      *wie beim Zuruecksetzen einer Sicherung darf ueber die
      *Entladung weder ein Pfad noch ein Fremdname eingeschleust
      *werden
       CHECK-FILE-NAME SECTION.
           MOVE ZERO TO WS-NAME-SLASH WS-NAME-DOTS
           INSPECT WS-SEQ-FILENAME TALLYING WS-NAME-SLASH FOR ALL "/"
                                   WS-NAME-SLASH FOR ALL "\"
                                   WS-NAME-DOTS FOR ALL ".."
           IF WS-SEQ-FILENAME(1:4) NOT = "todo"
              OR WS-NAME-SLASH > ZERO OR WS-NAME-DOTS > ZERO
              MOVE SPACES TO WS-MISMATCH-TEXT
              STRING "not a todoliste file name: " DELIMITED BY SIZE
                     WS-SEQ-FILENAME DELIMITED BY SIZE
                INTO WS-MISMATCH-TEXT
              PERFORM NOTE-MISMATCH
           END-IF
           EXIT.

       NOTE-MISMATCH SECTION.
           ADD 1 TO WS-MISMATCH-COUNT
           DISPLAY FUNCTION TRIM(WS-MISMATCH-TEXT TRAILING)
           MOVE SPACES TO WS-MISMATCH-TEXT
           EXIT.

      *Durchgang 1: die Entladung lesen und je Datei nachrechnen.
      *Geprueft wird der Kopf (gleicher Zeitstempel wie das
      *Manifest), die Folge der Dateien, jede Datei gegen ihren
      *E-Satz und das Manifest und der Schlusssatz
       VERIFY-UNLOAD SECTION.
           OPEN INPUT TDUNLOAD
           IF WS-UNLOAD-STATUS NOT = "00"
              MOVE "todounload.dat not found" TO WS-MISMATCH-TEXT
              PERFORM NOTE-MISMATCH
              EXIT SECTION
           END-IF
           READ TDUNLOAD INTO WS-UNL-REC
              AT END MOVE SPACES TO WS-UNL-REC
           END-READ
           IF WS-UNL-TYPE NOT = "H" OR WS-UNL-STAMP NOT = WS-MAN-STAMP
              MOVE "todounload.dat does not belong to todounload.man"
                TO WS-MISMATCH-TEXT
              PERFORM NOTE-MISMATCH
              CLOSE TDUNLOAD
              EXIT SECTION
           END-IF
           MOVE ZERO TO WS-CUR-IDX WS-NEXT-IDX
           MOVE ZERO TO WS-TOTAL-COUNT WS-TOTAL-HASH
           MOVE "N" TO WS-SEEN-TRAILER
           MOVE "N" TO WS-UNLOAD-EOF
           PERFORM UNTIL WS-UNLOAD-EOF = 'Y'
               READ TDUNLOAD INTO WS-UNL-REC
                  AT END MOVE 'Y' TO WS-UNLOAD-EOF
                  NOT AT END
                     PERFORM VERIFY-UNLOAD-RECORD
               END-READ
           END-PERFORM
           CLOSE TDUNLOAD
           IF WS-SEEN-TRAILER NOT = "Y"
              MOVE "todounload.dat is truncated (no trailer)"
                TO WS-MISMATCH-TEXT
              PERFORM NOTE-MISMATCH
           END-IF
           EXIT.

       VERIFY-UNLOAD-RECORD SECTION.
           IF WS-SEEN-TRAILER = "Y"
              MOVE "todounload.dat has records after the trailer"
                TO WS-MISMATCH-TEXT
              PERFORM NOTE-MISMATCH
              MOVE 'Y' TO WS-UNLOAD-EOF
              EXIT SECTION
           END-IF
           EVALUATE WS-UNL-TYPE
               WHEN "F"
                  ADD 1 TO WS-NEXT-IDX
                  IF WS-CUR-IDX NOT = ZERO
                     OR WS-UNL-FILE-NO NOT = WS-NEXT-IDX
                     OR WS-NEXT-IDX > WS-MF-COUNT
                     PERFORM NOTE-OUT-OF-SEQUENCE
                     EXIT SECTION
                  END-IF
                  IF WS-UNL-NAME NOT = WS-MF-NAME(WS-NEXT-IDX)
                     PERFORM NOTE-OUT-OF-SEQUENCE
                     EXIT SECTION
                  END-IF
                  MOVE WS-NEXT-IDX TO WS-CUR-IDX
                  MOVE ZERO TO WS-FILE-COUNT WS-FILE-HASH
               WHEN "D"
                  IF WS-CUR-IDX = ZERO
                     OR WS-UNL-FILE-NO NOT = WS-CUR-IDX
                     PERFORM NOTE-OUT-OF-SEQUENCE
                     EXIT SECTION
                  END-IF
                  ADD 1 TO WS-FILE-COUNT
                  MOVE WS-UNL-DATA TO WS-HASH-SOURCE
                  PERFORM COMPUTE-RECORD-HASH
                  ADD WS-HASH-WORK TO WS-FILE-HASH
               WHEN "E"
                  IF WS-CUR-IDX = ZERO
                     OR WS-UNL-FILE-NO NOT = WS-CUR-IDX
                     PERFORM NOTE-OUT-OF-SEQUENCE
                     EXIT SECTION
                  END-IF
                  PERFORM CLOSE-UNLOADED-FILE
                  MOVE ZERO TO WS-CUR-IDX
               WHEN "T"
                  MOVE "Y" TO WS-SEEN-TRAILER
                  IF WS-CUR-IDX NOT = ZERO
                     OR WS-NEXT-IDX NOT = WS-MF-COUNT
                     OR WS-UNL-FILE-NO NOT = WS-MF-COUNT
                     OR WS-UNL-COUNT NOT = WS-TOTAL-COUNT
                     OR WS-UNL-HASH NOT = WS-TOTAL-HASH
                     OR WS-TOTAL-COUNT NOT = WS-MAN-TOTAL-COUNT
                     OR WS-TOTAL-HASH NOT = WS-MAN-TOTAL-HASH
                     MOVE "todounload.dat totals do not match"
                       TO WS-MISMATCH-TEXT
                     PERFORM NOTE-MISMATCH
                  END-IF
               WHEN OTHER
                  PERFORM NOTE-OUT-OF-SEQUENCE
           END-EVALUATE
           EXIT.

      *nach dem ersten Bruch in der Folge ist der Rest nicht mehr
      *zuzuordnen - abbrechen statt Folgefehler zu melden
       NOTE-OUT-OF-SEQUENCE SECTION.
           MOVE "todounload.dat is out of sequence" TO WS-MISMATCH-TEXT
           PERFORM NOTE-MISMATCH
           MOVE "Y" TO WS-SEEN-TRAILER
           MOVE 'Y' TO WS-UNLOAD-EOF
           EXIT.

      *Ende einer Datei in der Entladung: nachgerechnete Werte gegen
      *E-Satz und Manifest
       CLOSE-UNLOADED-FILE SECTION.
           MOVE WS-FILE-COUNT TO WS-MF-UL-RECS(WS-CUR-IDX)
           MOVE WS-FILE-HASH TO WS-MF-UL-HASH(WS-CUR-IDX)
           ADD WS-FILE-COUNT TO WS-TOTAL-COUNT
           ADD WS-FILE-HASH TO WS-TOTAL-HASH
           MOVE "ok" TO WS-MF-RESULT(WS-CUR-IDX)
           IF WS-UNL-PRESENT NOT = WS-MF-PRESENT(WS-CUR-IDX)
              OR WS-UNL-COUNT NOT = WS-FILE-COUNT
              OR WS-UNL-HASH NOT = WS-FILE-HASH
              OR WS-FILE-COUNT NOT = WS-MF-RECS(WS-CUR-IDX)
              OR WS-FILE-HASH NOT = WS-MF-HASH(WS-CUR-IDX)
              MOVE "MISMATCH" TO WS-MF-RESULT(WS-CUR-IDX)
              MOVE SPACES TO WS-MISMATCH-TEXT
              STRING "unload does not match manifest: "
                        DELIMITED BY SIZE
                     WS-MF-NAME(WS-CUR-IDX) DELIMITED BY SIZE
                INTO WS-MISMATCH-TEXT
              PERFORM NOTE-MISMATCH
           END-IF
           EXIT.

      *exklusive Sperre wie OPEN-TDLIST-IO in TODOLISTE, gehalten bis
      *die neue todolist.dat an ihrem Platz liegt. Status 35: neuer
      *Server ohne todolist.dat - es gibt nichts zu sperren
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

      *Zwischenname je Datei aus ihrer Nummer in der Entladung
       SET-STAGING-NAME SECTION.
           IF WS-MF-NAME(WS-CUR-IDX) = WS-LIST-FILENAME
              MOVE WS-LIST-NEWNAME TO WS-SEQ-TMPNAME
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-SEQ-TMPNAME
           STRING "todoreload_" DELIMITED BY SIZE
                  WS-CUR-IDX DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
             INTO WS-SEQ-TMPNAME
           EXIT.

      *Durchgang 2: jede vorhandene Datei unter ihrem Zwischennamen
      *schreiben - die Folge ist in Durchgang 1 geprueft
       BUILD-STAGING SECTION.
           OPEN INPUT TDUNLOAD
           IF WS-UNLOAD-STATUS NOT = "00"
              MOVE "todounload.dat could not be reread"
                TO WS-MISMATCH-TEXT
              PERFORM NOTE-MISMATCH
              MOVE "Y" TO WS-STAGE-FAILED
              EXIT SECTION
           END-IF
           MOVE ZERO TO WS-CUR-IDX
           MOVE "N" TO WS-UNLOAD-EOF
           PERFORM UNTIL WS-UNLOAD-EOF = 'Y'
               READ TDUNLOAD INTO WS-UNL-REC
                  AT END MOVE 'Y' TO WS-UNLOAD-EOF
                  NOT AT END
                     PERFORM STAGE-UNLOAD-RECORD
               END-READ
           END-PERFORM
           CLOSE TDUNLOAD
           EXIT.

       STAGE-UNLOAD-RECORD SECTION.
           EVALUATE WS-UNL-TYPE
               WHEN "F"
                  MOVE WS-UNL-FILE-NO TO WS-CUR-IDX
                  MOVE "N" TO WS-STAGE-OPEN
                  IF WS-MF-PRESENT(WS-CUR-IDX) = "Y"
                     PERFORM OPEN-STAGING-FILE
                  END-IF
               WHEN "D"
                  IF WS-STAGE-OPEN = "Y"
                     PERFORM WRITE-STAGING-RECORD
                  END-IF
               WHEN "E"
                  IF WS-STAGE-OPEN = "Y"
                     IF WS-MF-NAME(WS-CUR-IDX) = WS-LIST-FILENAME
                        CLOSE TDLIST-NEW
                     ELSE
                        CLOSE TDSEQ-NEW
                     END-IF
                     MOVE "N" TO WS-STAGE-OPEN
                  END-IF
           END-EVALUATE
           EXIT.

       OPEN-STAGING-FILE SECTION.
           PERFORM SET-STAGING-NAME
           IF WS-MF-NAME(WS-CUR-IDX) = WS-LIST-FILENAME
              OPEN OUTPUT TDLIST-NEW
              IF WS-NEW-STATUS NOT = "00"
                 MOVE "todolist.new could not be created"
                   TO WS-MISMATCH-TEXT
                 PERFORM NOTE-MISMATCH
                 MOVE "Y" TO WS-STAGE-FAILED
                 MOVE "MISMATCH" TO WS-MF-RESULT(WS-CUR-IDX)
                 EXIT SECTION
              END-IF
           ELSE
              OPEN OUTPUT TDSEQ-NEW
              IF WS-SEQ-NEW-STATUS NOT = "00"
                 MOVE SPACES TO WS-MISMATCH-TEXT
                 STRING "work file could not be written: "
                           DELIMITED BY SIZE
                        WS-SEQ-TMPNAME DELIMITED BY SIZE
                   INTO WS-MISMATCH-TEXT
                 PERFORM NOTE-MISMATCH
                 MOVE "Y" TO WS-STAGE-FAILED
                 MOVE "MISMATCH" TO WS-MF-RESULT(WS-CUR-IDX)
                 EXIT SECTION
              END-IF
           END-IF
           MOVE "Y" TO WS-STAGE-OPEN
           EXIT.

      *Eintragsbilder gehen per WRITE in die neue Indexdatei, damit
      *entstehen auch die Zweitschluessel; ein doppelter Schluessel
      *faellt hier auf und spaetestens beim Zaehlen in Durchgang 3
       WRITE-STAGING-RECORD SECTION.
           IF WS-MF-NAME(WS-CUR-IDX) = WS-LIST-FILENAME
              MOVE WS-UNL-DATA(1:122) TO TDLIST-NEW-RECORD
              WRITE TDLIST-NEW-RECORD
              IF WS-NEW-STATUS NOT = "00"
                 MOVE SPACES TO WS-MISMATCH-TEXT
                 STRING "todolist.new: item " DELIMITED BY SIZE
                        WS-UNL-DATA(1:5) DELIMITED BY SIZE
                        " not written, status " DELIMITED BY SIZE
                        WS-NEW-STATUS DELIMITED BY SIZE
                   INTO WS-MISMATCH-TEXT
                 PERFORM NOTE-MISMATCH
                 MOVE "MISMATCH" TO WS-MF-RESULT(WS-CUR-IDX)
              END-IF
           ELSE
              WRITE TDSEQ-NEW-RECORD FROM WS-UNL-DATA
              IF WS-SEQ-NEW-STATUS NOT = "00"
                 MOVE SPACES TO WS-MISMATCH-TEXT
                 STRING "work file could not be written: "
                           DELIMITED BY SIZE
                        WS-SEQ-TMPNAME DELIMITED BY SIZE
                   INTO WS-MISMATCH-TEXT
                 PERFORM NOTE-MISMATCH
                 MOVE "Y" TO WS-STAGE-FAILED
                 MOVE "MISMATCH" TO WS-MF-RESULT(WS-CUR-IDX)
                 CLOSE TDSEQ-NEW
                 MOVE "N" TO WS-STAGE-OPEN
              END-IF
           END-IF
           EXIT.

      *Durchgang 3: jede Zwischendatei zuruecklesen und gegen das
      *Manifest pruefen
       VERIFY-STAGING SECTION.
           MOVE "Y" TO WS-STAGE-CHECKED
           MOVE ZERO TO WS-TOTAL-COUNT WS-TOTAL-HASH
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                 UNTIL WS-CUR-IDX > WS-MF-COUNT
               MOVE ZERO TO WS-FILE-COUNT WS-FILE-HASH
               IF WS-MF-PRESENT(WS-CUR-IDX) = "Y"
                  IF WS-MF-NAME(WS-CUR-IDX) = WS-LIST-FILENAME
                     PERFORM VERIFY-STAGED-LIST
                  ELSE
                     PERFORM VERIFY-STAGED-SEQ
                  END-IF
               END-IF
               MOVE WS-FILE-COUNT TO WS-MF-RL-RECS(WS-CUR-IDX)
               MOVE WS-FILE-HASH TO WS-MF-RL-HASH(WS-CUR-IDX)
               ADD WS-FILE-COUNT TO WS-TOTAL-COUNT
               ADD WS-FILE-HASH TO WS-TOTAL-HASH
               IF WS-FILE-COUNT NOT = WS-MF-RECS(WS-CUR-IDX)
                  OR WS-FILE-HASH NOT = WS-MF-HASH(WS-CUR-IDX)
                  MOVE "MISMATCH" TO WS-MF-RESULT(WS-CUR-IDX)
                  MOVE SPACES TO WS-MISMATCH-TEXT
                  STRING "rebuilt file does not match manifest: "
                            DELIMITED BY SIZE
                         WS-MF-NAME(WS-CUR-IDX) DELIMITED BY SIZE
                    INTO WS-MISMATCH-TEXT
                  PERFORM NOTE-MISMATCH
               END-IF
           END-PERFORM
           IF WS-TOTAL-COUNT NOT = WS-MAN-TOTAL-COUNT
              OR WS-TOTAL-HASH NOT = WS-MAN-TOTAL-HASH
              MOVE "rebuilt totals do not match manifest"
                TO WS-MISMATCH-TEXT
              PERFORM NOTE-MISMATCH
           END-IF
           EXIT.

       VERIFY-STAGED-SEQ SECTION.
           PERFORM SET-STAGING-NAME
           MOVE WS-SEQ-TMPNAME TO WS-SEQ-FILENAME
           OPEN INPUT TDSEQ
           IF WS-SEQ-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-SEQ-EOF
           PERFORM UNTIL WS-SEQ-EOF = 'Y'
               READ TDSEQ INTO WS-LINE
                  AT END MOVE 'Y' TO WS-SEQ-EOF
                  NOT AT END
                     ADD 1 TO WS-FILE-COUNT
                     MOVE WS-LINE TO WS-HASH-SOURCE
                     PERFORM COMPUTE-RECORD-HASH
                     ADD WS-HASH-WORK TO WS-FILE-HASH
               END-READ
           END-PERFORM
           CLOSE TDSEQ
           EXIT.

      *todolist.new in Primaerschluesselfolge - dieselbe Folge wie
      *bei der Entladung, also dieselbe Hashsumme - und danach
      *ueber beide Zweitschluessel: jeder Schluesselweg muss alle
      *Saetze liefern
       VERIFY-STAGED-LIST SECTION.
           OPEN INPUT TDLIST-NEW
           IF WS-NEW-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ TDLIST-NEW NEXT
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     ADD 1 TO WS-FILE-COUNT
                     MOVE SPACES TO WS-LINE
                     MOVE TDLIST-NEW-RECORD TO WS-LINE(1:122)
                     MOVE WS-LINE TO WS-HASH-SOURCE
                     PERFORM COMPUTE-RECORD-HASH
                     ADD WS-HASH-WORK TO WS-FILE-HASH
               END-READ
           END-PERFORM
           MOVE ZERO TO WS-ALT-COUNT
           MOVE LOW-VALUES TO NEW-ITEM-USER-ID
           START TDLIST-NEW KEY NOT < NEW-ITEM-USER-ID
              INVALID KEY MOVE 'Y' TO WS-EOF
              NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START
           PERFORM COUNT-ALT-KEY
           IF WS-ALT-COUNT NOT = WS-FILE-COUNT
              MOVE "todolist.new: user key does not cover all items"
                TO WS-MISMATCH-TEXT
              PERFORM NOTE-MISMATCH
           END-IF
           MOVE ZERO TO WS-ALT-COUNT
           MOVE LOW-VALUES TO NEW-ITEM-DUE-DATE
           START TDLIST-NEW KEY NOT < NEW-ITEM-DUE-DATE
              INVALID KEY MOVE 'Y' TO WS-EOF
              NOT INVALID KEY MOVE 'N' TO WS-EOF
           END-START
           PERFORM COUNT-ALT-KEY
           IF WS-ALT-COUNT NOT = WS-FILE-COUNT
              MOVE "todolist.new: due key does not cover all items"
                TO WS-MISMATCH-TEXT
              PERFORM NOTE-MISMATCH
           END-IF
           CLOSE TDLIST-NEW
           EXIT.

       COUNT-ALT-KEY SECTION.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TDLIST-NEW NEXT
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END ADD 1 TO WS-ALT-COUNT
               END-READ
           END-PERFORM
           EXIT.

      *verworfener Neuaufbau: alle Zwischendateien weg, der
      *Livebestand bleibt
       DROP-STAGING SECTION.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                 UNTIL WS-CUR-IDX > WS-MF-COUNT
               IF WS-MF-PRESENT(WS-CUR-IDX) = "Y"
                  PERFORM SET-STAGING-NAME
                  CALL "CBL_DELETE_FILE" USING WS-SEQ-TMPNAME
               END-IF
           END-PERFORM
           EXIT.

      *Livegang: alles unter der Sperre, todolist.dat zuletzt - die
      *gesperrte alte Liste wird geloescht und die neue umbenannt,
      *erst danach faellt die Sperre. So findet kein Aufruf eine
      *halb getauschte Liste oder gar keine
       GO-LIVE SECTION.
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                 UNTIL WS-CUR-IDX > WS-MF-COUNT
               IF WS-MF-NAME(WS-CUR-IDX) NOT = WS-LIST-FILENAME
                  PERFORM SET-STAGING-NAME
                  MOVE WS-MF-NAME(WS-CUR-IDX) TO WS-SEQ-TARGET
                  CALL "CBL_DELETE_FILE" USING WS-SEQ-TARGET
                  IF WS-MF-PRESENT(WS-CUR-IDX) = "Y"
                     CALL "CBL_RENAME_FILE" USING WS-SEQ-TMPNAME
                                                  WS-SEQ-TARGET
                  ELSE
                     MOVE "removed" TO WS-MF-RESULT(WS-CUR-IDX)
                  END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                 UNTIL WS-CUR-IDX > WS-MF-COUNT
               IF WS-MF-NAME(WS-CUR-IDX) = WS-LIST-FILENAME
                  CALL "CBL_DELETE_FILE" USING WS-LIST-FILENAME
                  IF WS-MF-PRESENT(WS-CUR-IDX) = "Y"
                     CALL "CBL_RENAME_FILE" USING WS-LIST-NEWNAME
                                                  WS-LIST-FILENAME
                  ELSE
                     MOVE "removed" TO WS-MF-RESULT(WS-CUR-IDX)
                  END-IF
               END-IF
           END-PERFORM
           PERFORM WRITE-RELOAD-AUDIT
           PERFORM RELEASE-TDLIST
           EXIT.

      *ein Satz ohne Eintragsbilder ins Journal, wie ihn das
      *Zuruecklesen einer Sicherung in TODOLISTE schreibt - daran
      *erkennen TODODELTA und TODOCYCLE, dass die ganze Liste
      *ausgetauscht wurde. Geschrieben wird in den Abschnitt des
      *laufenden Monats, so wie er eben aus der Entladung kam
       WRITE-RELOAD-AUDIT SECTION.
           PERFORM OPEN-AUDIT-SEGMENT
           IF WS-AUDIT-OPEN = "Y"
              MOVE SPACES TO TDAUDIT-RECORD
              MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-TIMESTAMP
              MOVE WS-TOOL-USER TO AUD-USER
              MOVE "reload" TO AUD-ACTION
              STRING "list reloaded from todounload.dat "
                     DELIMITED BY SIZE
                     WS-MAN-STAMP DELIMITED BY SIZE
                INTO AUD-AFTER
              WRITE TDAUDIT-RECORD
              PERFORM CLOSE-AUDIT-FILE
           END-IF
           EXIT.

      *gewichtete Pruefsumme ueber die 300 Stellen, Satznummer als
      *Startwert - genau wie COMPUTE-RECORD-HASH in TODOUNLOAD
       COMPUTE-RECORD-HASH SECTION.
           COMPUTE WS-HASH-WORK = FUNCTION MOD(WS-FILE-COUNT 99991)
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                 UNTIL WS-HASH-IDX > 300
               COMPUTE WS-HASH-WORK = FUNCTION MOD(WS-HASH-WORK * 31
                  + FUNCTION ORD(WS-HASH-SOURCE(WS-HASH-IDX:1))
                  99991)
           END-PERFORM
           EXIT.

      *Kontrollbericht je Datei: Soll laut Manifest, Ist aus der
      *Entladung oder - nach dem Neuaufbau - aus der neuen Datei
       PRINT-CONTROL-REPORT SECTION.
           IF WS-LOAD-MODE = "Y"
              DISPLAY "control report - reload of unload "
                      WS-MAN-STAMP
           ELSE
              DISPLAY "control report - check of unload "
                      WS-MAN-STAMP
           END-IF
           PERFORM VARYING WS-MF-IDX FROM 1 BY 1
                 UNTIL WS-MF-IDX > WS-MF-COUNT
               MOVE SPACES TO WS-CTL-LINE
               MOVE WS-MF-RECS(WS-MF-IDX) TO WS-CNT-Z
               IF WS-STAGE-CHECKED = "Y"
                  MOVE WS-MF-RL-RECS(WS-MF-IDX) TO WS-CNT-Z2
               ELSE
                  MOVE WS-MF-UL-RECS(WS-MF-IDX) TO WS-CNT-Z2
               END-IF
               IF WS-MF-PRESENT(WS-MF-IDX) = "Y"
                  STRING WS-MF-NAME(WS-MF-IDX) DELIMITED BY SIZE
                         " manifest " DELIMITED BY SIZE
                         WS-CNT-Z DELIMITED BY SIZE
                         "  found " DELIMITED BY SIZE
                         WS-CNT-Z2 DELIMITED BY SIZE
                         "  " DELIMITED BY SIZE
                         WS-MF-RESULT(WS-MF-IDX) DELIMITED BY SIZE
                    INTO WS-CTL-LINE
               ELSE
                  STRING WS-MF-NAME(WS-MF-IDX) DELIMITED BY SIZE
                         " not present" DELIMITED BY SIZE
                         "  " DELIMITED BY SIZE
                         WS-MF-RESULT(WS-MF-IDX) DELIMITED BY SIZE
                    INTO WS-CTL-LINE
               END-IF
               DISPLAY FUNCTION TRIM(WS-CTL-LINE TRAILING)
           END-PERFORM
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
       END PROGRAM TODORELOAD.
