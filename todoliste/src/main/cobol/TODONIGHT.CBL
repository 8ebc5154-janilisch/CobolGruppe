       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODONIGHT.
      *Treiber fuer die naechtliche Laufkette der Todoliste, gedacht
      *als einziger cron-Eintrag statt der bisherigen Einzeleintraege:
      *ruft der Reihe nach TODOCHECK (Pruefung), TODOBATCH
      *(Aufraeumen), TODODIGEST (Morgenzettel), TODOCAL (Kalender),
      *TODOVIEWS (gespeicherte Ansichten), TODONOTIFY (Zustellung)
      *und TODODELTA (Aenderungsauszug fuer das Berichtslager) auf
      *und wertet nach jedem Schritt
      *dessen Rueckgabewert aus - 0 = sauber, 4 = mit Befunden
      *durchgelaufen, 8 = gescheitert. Scheitert ein Schritt, werden
      *alle folgenden uebersprungen, damit etwa kein Morgenzettel
      *aus einer halb aufgeraeumten Liste entsteht. Jeder Schritt
      *bekommt eine Zeile mit Beginn, Ende und Ergebnis im
      *fortgeschriebenen Laufprotokoll todonightrun.log; endet die
      *Kette nicht sauber, landet ein Hinweis direkt im Postfach des
      *Hausmeister-Benutzers (ADMINUSER aus todoliste.cfg)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDCONFIG ASSIGN TO 'todoliste.cfg'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CONFIG-STATUS.
         SELECT TDRUNLOG ASSIGN TO 'todonightrun.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RUNLOG-STATUS.
      *Wiederanlaufpunkt von TODOBATCH - steht dort nach dessen
      *Lauf noch RUNNING, ist das Archivieren nicht durchgekommen
         SELECT TDCHECKP ASSIGN TO 'todobatch.chk'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHECKP-STATUS.
         SELECT TDINBOX ASSIGN TO WS-INBOX-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INBOX-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDCONFIG.
          01 TDCONFIG-RECORD PIC X(80).
          FD TDRUNLOG.
          01 TDRUNLOG-RECORD PIC X(100).
          FD TDCHECKP.
          01 TDCHECKP-RECORD.
             05 CHK-STATE PIC X(8).
             05 FILLER PIC X(36).
          FD TDINBOX.
          01 TDINBOX-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
        01 WS-CONFIG-STATUS PIC XX.
        01 WS-CONFIG-EOF PIC X(1).
        01 WS-CFG-KEY PIC X(20).
        01 WS-CFG-VALUE PIC X(20).
        01 WS-ADMIN-USER-ID PIC X(10) VALUE "admin".
        01 WS-RUNLOG-STATUS PIC XX.
        01 WS-CHECKP-STATUS PIC XX.
        01 WS-INBOX-STATUS PIC XX.
        01 WS-INBOX-FILENAME PIC X(32).
        01 WS-INBOX-LINE PIC X(120).
        01 WS-RUNLOG-LINE PIC X(100).
        01 WS-STEP-PROGRAM PIC X(10).
        01 WS-STEP-RC PIC S9(4).
        01 WS-STEP-RC-Z PIC -ZZZ9.
        01 WS-STEP-START PIC X(14).
        01 WS-STEP-END PIC X(14).
        01 WS-STEP-OUTCOME PIC X(8).
        01 WS-CHAIN-START PIC X(14).
        01 WS-CHAIN-BROKEN PIC X(1) VALUE "N".
        01 WS-CHAIN-CLEAN PIC X(1) VALUE "Y".
        01 WS-FAILED-STEP PIC X(10) VALUE SPACES.
        01 WS-STEPS-RUN PIC 9(1) VALUE ZERO.
        01 WS-STEPS-SKIPPED PIC 9(1) VALUE ZERO.
        01 WS-BATCH-USER PIC X(10) VALUE "batch".
        01 WS-ALERT-TEXT PIC X(60).

       PROCEDURE DIVISION.
           PERFORM READ-ADMIN-CONFIG
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHAIN-START
           OPEN EXTEND TDRUNLOG
           IF WS-RUNLOG-STATUS = "35"
              OPEN OUTPUT TDRUNLOG
           END-IF
           MOVE SPACES TO WS-RUNLOG-LINE
           STRING "todoliste nightly chain started "
                     DELIMITED BY SIZE
                  WS-CHAIN-START DELIMITED BY SIZE
             INTO WS-RUNLOG-LINE
           PERFORM WRITE-RUNLOG-LINE
           MOVE "TODOCHECK" TO WS-STEP-PROGRAM
           PERFORM RUN-CHAIN-STEP
           MOVE "TODOBATCH" TO WS-STEP-PROGRAM
           PERFORM RUN-CHAIN-STEP
           MOVE "TODODIGEST" TO WS-STEP-PROGRAM
           PERFORM RUN-CHAIN-STEP
           MOVE "TODOCAL" TO WS-STEP-PROGRAM
           PERFORM RUN-CHAIN-STEP
           MOVE "TODOVIEWS" TO WS-STEP-PROGRAM
           PERFORM RUN-CHAIN-STEP
           MOVE "TODONOTIFY" TO WS-STEP-PROGRAM
           PERFORM RUN-CHAIN-STEP
           MOVE "TODODELTA" TO WS-STEP-PROGRAM
           PERFORM RUN-CHAIN-STEP
           PERFORM WRITE-CHAIN-OUTCOME
           IF WS-RUNLOG-STATUS = "00"
              CLOSE TDRUNLOG
           END-IF
           IF WS-CHAIN-CLEAN NOT = "Y"
              PERFORM ALERT-ADMIN-INBOX
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK
          .

      *liest den Hausmeister-Benutzer (Zeile "ADMINUSER=name") aus
      *todoliste.cfg - ohne Datei oder Zeile bleibt es wie in
      *TODOLISTE beim Benutzer "admin"
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

      *fuehrt einen Schritt der Kette aus: ist ein frueherer
      *Schritt gescheitert, wird nur "skipped" protokolliert. Der
      *Schritt wird als Unterprogramm gerufen - alle Laeufe enden
      *mit GOBACK und kehren so hierher zurueck; ein nicht
      *auffindbares Modul gilt als gescheitert
       RUN-CHAIN-STEP SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-START
           IF WS-CHAIN-BROKEN = "Y"
              MOVE WS-STEP-START TO WS-STEP-END
              MOVE "skipped" TO WS-STEP-OUTCOME
              MOVE ZERO TO WS-STEP-RC
              ADD 1 TO WS-STEPS-SKIPPED
              PERFORM WRITE-STEP-LINE
              EXIT SECTION
           END-IF
           ADD 1 TO WS-STEPS-RUN
           MOVE ZERO TO RETURN-CODE
           CALL WS-STEP-PROGRAM
              ON EXCEPTION
                 MOVE 12 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE ZERO TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-END
           IF WS-STEP-PROGRAM = "TODOBATCH"
              AND WS-STEP-RC < 8
              PERFORM CHECK-BATCH-CHECKPOINT
           END-IF
           EVALUATE TRUE
               WHEN WS-STEP-RC = 12
                  MOVE "missing" TO WS-STEP-OUTCOME
               WHEN WS-STEP-RC >= 8
                  MOVE "failed" TO WS-STEP-OUTCOME
               WHEN WS-STEP-RC > ZERO
                  MOVE "warning" TO WS-STEP-OUTCOME
               WHEN OTHER
                  MOVE "ok" TO WS-STEP-OUTCOME
           END-EVALUATE
           IF WS-STEP-RC > ZERO
              MOVE "N" TO WS-CHAIN-CLEAN
           END-IF
           IF WS-STEP-RC >= 8
              MOVE "Y" TO WS-CHAIN-BROKEN
              MOVE WS-STEP-PROGRAM TO WS-FAILED-STEP
           END-IF
           PERFORM WRITE-STEP-LINE
           EXIT.

      *TODOBATCH stellt seinen Wiederanlaufpunkt erst nach einem
      *vollstaendigen Archivierungsdurchgang auf COMPLETE - steht
      *danach noch RUNNING in todobatch.chk, ist der Lauf
      *mittendrin haengengeblieben und die Kette gilt als
      *gescheitert, auch wenn der Rueckgabewert nichts sagt
       CHECK-BATCH-CHECKPOINT SECTION.
           OPEN INPUT TDCHECKP
           IF WS-CHECKP-STATUS = "00"
              READ TDCHECKP
                 AT END CONTINUE
                 NOT AT END
                    IF CHK-STATE = "RUNNING"
                       MOVE 8 TO WS-STEP-RC
                    END-IF
              END-READ
              CLOSE TDCHECKP
           END-IF
           EXIT.

      *Protokollzeile je Schritt: Programm, Beginn, Ende, Ergebnis
      *und Rueckgabewert
       WRITE-STEP-LINE SECTION.
           MOVE WS-STEP-RC TO WS-STEP-RC-Z
           MOVE SPACES TO WS-RUNLOG-LINE
           STRING "  " DELIMITED BY SIZE
                  WS-STEP-PROGRAM DELIMITED BY SIZE
                  " start " DELIMITED BY SIZE
                  WS-STEP-START DELIMITED BY SIZE
                  " end " DELIMITED BY SIZE
                  WS-STEP-END DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STEP-OUTCOME DELIMITED BY SIZE
                  " rc" DELIMITED BY SIZE
                  WS-STEP-RC-Z DELIMITED BY SIZE
             INTO WS-RUNLOG-LINE
           PERFORM WRITE-RUNLOG-LINE
           DISPLAY FUNCTION TRIM(WS-RUNLOG-LINE)
           EXIT.

       WRITE-CHAIN-OUTCOME SECTION.
           MOVE SPACES TO WS-RUNLOG-LINE
           EVALUATE TRUE
               WHEN WS-CHAIN-BROKEN = "Y"
                  STRING "chain FAILED at " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-FAILED-STEP)
                            DELIMITED BY SIZE
                         ", " DELIMITED BY SIZE
                         WS-STEPS-SKIPPED DELIMITED BY SIZE
                         " step(s) skipped, ended "
                            DELIMITED BY SIZE
                         FUNCTION CURRENT-DATE(1:14)
                            DELIMITED BY SIZE
                    INTO WS-RUNLOG-LINE
               WHEN WS-CHAIN-CLEAN NOT = "Y"
                  STRING "chain completed with warnings, ended "
                            DELIMITED BY SIZE
                         FUNCTION CURRENT-DATE(1:14)
                            DELIMITED BY SIZE
                    INTO WS-RUNLOG-LINE
               WHEN OTHER
                  STRING "chain completed clean, ended "
                            DELIMITED BY SIZE
                         FUNCTION CURRENT-DATE(1:14)
                            DELIMITED BY SIZE
                    INTO WS-RUNLOG-LINE
           END-EVALUATE
           PERFORM WRITE-RUNLOG-LINE
           DISPLAY FUNCTION TRIM(WS-RUNLOG-LINE)
      *Leerzeile als Trenner zwischen zwei Naechten im Protokoll
           MOVE SPACES TO WS-RUNLOG-LINE
           PERFORM WRITE-RUNLOG-LINE
           EXIT.

       WRITE-RUNLOG-LINE SECTION.
           IF WS-RUNLOG-STATUS = "00"
              WRITE TDRUNLOG-RECORD FROM WS-RUNLOG-LINE
           END-IF
           EXIT.

      *schreibt den Hinweis direkt ins Postfach des Hausmeisters
      *statt ueber todonotify.q - der Zusteller ist selbst ein
      *Schritt der Kette und womoeglich gerade der, der nicht
      *gelaufen ist. Zeilenformat wie bei TODONOTIFY
       ALERT-ADMIN-INBOX SECTION.
           MOVE SPACES TO WS-INBOX-FILENAME
           STRING "todoinbox_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ADMIN-USER-ID) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
             INTO WS-INBOX-FILENAME
           MOVE SPACES TO WS-ALERT-TEXT
           IF WS-CHAIN-BROKEN = "Y"
              STRING "nightly chain failed at " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-FAILED-STEP) DELIMITED BY SIZE
                     " - see todonightrun.log" DELIMITED BY SIZE
                INTO WS-ALERT-TEXT
           ELSE
              MOVE "nightly chain ended with warnings - see todonight
      -            "run.log" TO WS-ALERT-TEXT
           END-IF
           OPEN EXTEND TDINBOX
           IF WS-INBOX-STATUS = "35"
              OPEN OUTPUT TDINBOX
           END-IF
           IF WS-INBOX-STATUS = "00"
              MOVE SPACES TO WS-INBOX-LINE
              STRING WS-CHAIN-START(1:8) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-CHAIN-START(9:4) DELIMITED BY SIZE
                     " item 00000: " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-ALERT-TEXT) DELIMITED BY SIZE
                     " (by " DELIMITED BY SIZE
                     FUNCTION TRIM(WS-BATCH-USER) DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                INTO WS-INBOX-LINE
              WRITE TDINBOX-RECORD FROM WS-INBOX-LINE
              CLOSE TDINBOX
           END-IF
           EXIT.
       END PROGRAM TODONIGHT.
