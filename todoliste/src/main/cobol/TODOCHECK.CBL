      *als eigenstaendiges Programm fuer die Kommandozeile gedacht -
      *etwa nach einem Zuruecksetzen aus einer Sicherung oder vor dem
      *Monatsabschluss. Prueft jeden Satz in todolist.dat gegen die
      *Fachdomaenen (Status 0-4, Farbe 0-4, Tag im Katalog, Text
      *nicht leer, Datum wohlgeformt, ID vergeben), gleicht ab, dass
      *keine ITEM-ID gleichzeitig lebend und im Archiv steht, meldet
      *offene Eintraege, die auf einen Wochenend- oder Schliesstag
      *fallen, und schreibt einen Befundbericht nach
      *todocheckreport.txt.
      *Mit dem Aufrufargument "quarantine" werden fehlerhafte Saetze
      *zusaetzlich nach todoquarantine.txt verschoben, statt sie
      *liegen zu lassen, bis die Anzeige darueber stolpert
             05 PROJF-ID PIC 9(2).
             05 PROJF-STATE PIC X(1).
             05 PROJF-NAME PIC X(20).
             05 PROJF-SIGNOFF PIC X(1).
             05 PROJF-REVIEWER PIC X(10).
          FD TDREPORT.
          01 TDREPORT-RECORD PIC X(132).
          FD TDQUAR.
        01 WS-EOF PIC A(1).
        01 WS-RUN-ARGS PIC X(40).
        01 WS-QUARANTINE-MODE PIC X(1) VALUE "N".
        01 WS-LOCK-FAILED PIC X(1) VALUE "N".
        01 WS-TDLIST.
           05 ITEM-ID PIC 9(5).
           05 ITEM-CONTENT PIC X(70).
        01 WS-FAULT-COUNT PIC 9(5) VALUE ZERO.
        01 WS-QUAR-COUNT PIC 9(5) VALUE ZERO.
        01 WS-DUPE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-CLOSED-DUE-COUNT PIC 9(5) VALUE ZERO.
        COPY todowday.
        01 WS-CNT-Z PIC ZZZZ9.
        01 WS-REPORT-LINE PIC X(132).
        01 WS-MONTH-X PIC X(2).
           PERFORM CHECK-TODOLIST
           PERFORM WRITE-CHECK-SUMMARY
           CLOSE TDREPORT
      *Rueckgabewert fuer die Nachtkette TODONIGHT: 8 = Liste nicht
      *zu fassen, 4 = Befunde im Bericht, 0 = alles sauber
           EVALUATE TRUE
               WHEN WS-LOCK-FAILED = "Y"
                  MOVE 8 TO RETURN-CODE
               WHEN WS-FAULT-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK
          .

              MOVE "todolist is locked, check not run"
                TO TDREPORT-RECORD
              WRITE TDREPORT-RECORD
              MOVE "Y" TO WS-LOCK-FAILED
           ELSE
              IF WS-QUARANTINE-MODE = "Y"
                 OPEN EXTEND TDQUAR
              MOVE "status not numeric" TO WS-FAULT-TEXT
              PERFORM REPORT-RECORD-FAULT
           ELSE
      *4 = wartet auf Abnahme (Projekte mit Pflicht zur Freigabe)
              IF ITEM-STATUS IN WS-TDLIST > 4
                 MOVE "status outside 0-4" TO WS-FAULT-TEXT
                 PERFORM REPORT-RECORD-FAULT
              END-IF
           END-IF
              END-IF
           END-IF
           PERFORM CHECK-ARCHIVE-DUPLICATE
           PERFORM CHECK-CLOSED-DAY-DUE
           IF WS-RECORD-BAD = "Y"
              AND WS-QUARANTINE-MODE = "Y"
              WRITE TDQUAR-RECORD FROM WS-TDLIST
           END-PERFORM
           EXIT.

      *offener Eintrag (auch einer in der Abnahme), der auf einen
      *Tag faellt, an dem nicht gearbeitet wird - etwa weil der
      *Admin den Tag erst nachtraeglich als Feiertag eingetragen
      *hat. Der Satz selbst ist in Ordnung, also keine Quarantaene
       CHECK-CLOSED-DAY-DUE SECTION.
           IF ITEM-DUE-DATE IN WS-TDLIST NOT NUMERIC
              OR ITEM-STATUS IN WS-TDLIST NOT NUMERIC
              EXIT SECTION
           END-IF
           IF ITEM-STATUS IN WS-TDLIST = 2
              OR ITEM-STATUS IN WS-TDLIST = 3
              EXIT SECTION
           END-IF
           MOVE "C" TO WDAY-FUNCTION
           MOVE ITEM-DUE-DATE IN WS-TDLIST TO WDAY-DATE
           CALL "TODOWDAY" USING WDAY-PARAMS
           IF WDAY-WORKING = "N"
              ADD 1 TO WS-CLOSED-DUE-COUNT
              MOVE SPACES TO WS-FAULT-TEXT
              STRING "open item due on a closed day ("
                        DELIMITED BY SIZE
                     FUNCTION TRIM(WDAY-REASON) DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                INTO WS-FAULT-TEXT
              PERFORM REPORT-ONLY-FAULT
           END-IF
           EXIT.

      *schreibt eine Befundzeile und merkt sich, dass der Satz im
      *Quarantaenemodus zu verschieben ist
       REPORT-RECORD-FAULT SECTION.
                  WS-CNT-Z DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CLOSED-DUE-COUNT TO WS-CNT-Z
           STRING "open items due on a closed day: " DELIMITED BY SIZE
                  WS-CNT-Z DELIMITED BY SIZE
             INTO WS-REPORT-LINE
           WRITE TDREPORT-RECORD FROM WS-REPORT-LINE
           IF WS-QUARANTINE-MODE = "Y"
              MOVE SPACES TO WS-REPORT-LINE
              MOVE WS-QUAR-COUNT TO WS-CNT-Z
