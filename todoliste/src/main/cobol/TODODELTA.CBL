       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODODELTA.
      *Aenderungsauszug fuer das Berichtslager des Controllings, als
      *letzter Schritt der Nachtkette TODONIGHT: statt des vollen
      *todoreport.txt geht nur hinaus, was sich seit dem letzten
      *erfolgreichen Auszug getan hat.
      *tododelta.dat - aus den Journalabschnitten, je Journalsatz
      *zu einem Eintrag ein Satz mit Vorgangsart
      *  I = neu angelegt, C = geaendert, A = archiviert,
      *  R = wiederhergestellt (aus dem Archiv oder per Undo),
      *  D = geloescht
      *und dem Satzbild danach - bei A und D, wo es kein Bild danach
      *gibt, dem letzten Stand vor dem Entfernen.
      *tododeltabook.dat - die Zeitbuchungen aus todobookings.txt:
      *  I = Buchung im Fenster begonnen, C = frueher begonnene
      *  Buchung im Fenster beendet.
      *Beide Dateien haben einen Kopfsatz mit dem Auszugsfenster und
      *einen Schlusssatz mit den Saetzen je Vorgangsart und der
      *Summe der ITEM-IDs als Kontrollsumme.
      *Das Fenster [von, bis) steht in todoextract.hwm: ein neuer
      *Lauf beginnt beim "bis" des letzten; laeuft das Programm am
      *selben Tag noch einmal oder war der letzte Lauf abgebrochen
      *(Zustand RUNNING), wird dasselbe Fenster noch einmal
      *gezogen - die Dateien kommen dann Satz fuer Satz gleich
      *heraus. Ganzlistenereignisse ohne Einzelsaetze im Journal
      *(Liste geleert, Sicherung zurueckgespielt) kann ein Auszug
      *nicht abbilden; sie werden im Schlusssatz gezaehlt und melden
      *Rueckgabewert 4, dann braucht das Lager einen Vollabzug

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      *Journalabschnitte - Name zur Laufzeit wie in TODOLISTE
         SELECT TDAUDIT ASSIGN TO WS-AUDIT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
         SELECT TDAUDCAT ASSIGN TO 'todoauditsegs.log'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDCAT-STATUS.
         SELECT TDBOOK ASSIGN TO 'todobookings.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BOOK-STATUS.
         SELECT TDDELTA ASSIGN TO 'tododelta.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DELTA-STATUS.
         SELECT TDDELBOOK ASSIGN TO 'tododeltabook.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DELBOOK-STATUS.
         SELECT TDHWM ASSIGN TO 'todoextract.hwm'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HWM-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
          FD TDBOOK.
          01 TDBOOK-RECORD.
             05 BOOK-ITEM-ID PIC 9(5).
             05 BOOK-USER PIC X(10).
             05 BOOK-START PIC X(14).
             05 BOOK-END PIC X(14).
      *Satzbilder des Auszugs - feste Stellen, je Satzart gleich
      *lang aufgefuellt
          FD TDDELTA.
          01 TDDELTA-RECORD PIC X(182).
          FD TDDELBOOK.
          01 TDDELBOOK-RECORD PIC X(80).
          FD TDHWM.
          01 TDHWM-RECORD.
             05 HWM-STATE PIC X(8).
             05 HWM-FROM PIC X(14).
             05 HWM-TO PIC X(14).
             05 HWM-RUN-DATE PIC X(8).
       WORKING-STORAGE SECTION.
        01 WS-AUDIT-STATUS PIC XX.
        01 WS-AUDIT-FILENAME PIC X(22).
        01 WS-AUDIT-OLDNAME PIC X(13) VALUE "todoaudit.log".
        01 WS-AUDIT-EOF PIC X(1).
        01 WS-AUDCAT-STATUS PIC XX.
        01 WS-AUDCAT-EOF PIC X(1).
        01 WS-AUDCAT-TABLE.
           05 WS-AUDCAT-COUNT PIC 9(3) VALUE ZERO.
           05 WS-AUDCAT-ENTRY PIC X(22) OCCURS 200 TIMES.
        01 WS-AUDCAT-IDX PIC 9(3).
        01 WS-SEG-MONTH PIC X(6).
        01 WS-BOOK-STATUS PIC XX.
        01 WS-BOOK-EOF PIC X(1).
        01 WS-DELTA-STATUS PIC XX.
        01 WS-DELBOOK-STATUS PIC XX.
        01 WS-HWM-STATUS PIC XX.
        01 WS-RUN-TS PIC X(14).
        01 WS-TODAY PIC X(8).
        01 WS-WIN-FROM PIC X(14).
        01 WS-WIN-TO PIC X(14).
        01 WS-RERUN PIC X(1) VALUE "N".
      *Kopf-, Einzel- und Schlusssatz von tododelta.dat - ohne
      *Laufzeitstempel, damit ein Wiederholungslauf gleich ausfaellt
        01 WS-DELTA-HEADER.
           05 DH-REC-TYPE PIC X(1) VALUE "H".
           05 DH-EXTRACT PIC X(10) VALUE "TODODELTA".
           05 DH-WIN-FROM PIC X(14).
           05 DH-WIN-TO PIC X(14).
           05 FILLER PIC X(143) VALUE SPACES.
        01 WS-DELTA-DETAIL.
           05 DD-REC-TYPE PIC X(1) VALUE "D".
           05 DD-OP PIC X(1).
           05 DD-TIMESTAMP PIC X(14).
           05 DD-USER PIC X(10).
           05 DD-ACTION PIC X(14).
           05 DD-ITEM-ID PIC 9(5).
           05 DD-IMAGE PIC X(122).
           05 FILLER PIC X(15) VALUE SPACES.
        01 WS-DELTA-TRAILER.
           05 DT-REC-TYPE PIC X(1) VALUE "T".
           05 DT-COUNT-I PIC 9(7).
           05 DT-COUNT-C PIC 9(7).
           05 DT-COUNT-A PIC 9(7).
           05 DT-COUNT-R PIC 9(7).
           05 DT-COUNT-D PIC 9(7).
           05 DT-COUNT-ALL PIC 9(7).
           05 DT-HASH-ITEM-ID PIC 9(12).
           05 DT-FULL-EVENTS PIC 9(5).
           05 FILLER PIC X(122) VALUE SPACES.
      *Kopf-, Einzel- und Schlusssatz von tododeltabook.dat
        01 WS-BOOK-HEADER.
           05 BH-REC-TYPE PIC X(1) VALUE "H".
           05 BH-EXTRACT PIC X(10) VALUE "TODOBOOK".
           05 BH-WIN-FROM PIC X(14).
           05 BH-WIN-TO PIC X(14).
           05 FILLER PIC X(41) VALUE SPACES.
        01 WS-BOOK-DETAIL.
           05 BD-REC-TYPE PIC X(1) VALUE "D".
           05 BD-OP PIC X(1).
           05 BD-ITEM-ID PIC 9(5).
           05 BD-USER PIC X(10).
           05 BD-START PIC X(14).
           05 BD-END PIC X(14).
           05 BD-MINUTES PIC 9(7).
           05 FILLER PIC X(28) VALUE SPACES.
        01 WS-BOOK-TRAILER.
           05 BT-REC-TYPE PIC X(1) VALUE "T".
           05 BT-COUNT-I PIC 9(7).
           05 BT-COUNT-C PIC 9(7).
           05 BT-COUNT-ALL PIC 9(7).
           05 BT-HASH-ITEM-ID PIC 9(12).
           05 FILLER PIC X(46) VALUE SPACES.
        01 WS-BEFORE-ITEM PIC X(1).
        01 WS-AFTER-ITEM PIC X(1).
        01 WS-BOOK-START-NUM PIC 9(8).
        01 WS-BOOK-END-NUM PIC 9(8).
        01 WS-BOOK-START-MOD PIC 9(4).
        01 WS-BOOK-END-MOD PIC 9(4).
        01 WS-BOOK-START-INT PIC 9(7).
        01 WS-BOOK-END-INT PIC 9(7).
        01 WS-BOOK-MINUTES PIC S9(7) COMP-3.
        01 WS-CNT-Z PIC Z(6)9.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS
           MOVE WS-RUN-TS(1:8) TO WS-TODAY
           PERFORM SET-EXTRACT-WINDOW
           MOVE "RUNNING" TO HWM-STATE
           PERFORM WRITE-HIGH-WATER-MARK
           IF WS-HWM-STATUS NOT = "00"
              DISPLAY "todoextract.hwm could not be written"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM EXTRACT-ITEM-DELTAS
           IF WS-DELTA-STATUS NOT = "00"
              DISPLAY "tododelta.dat could not be written"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM EXTRACT-BOOKING-DELTAS
           IF WS-DELBOOK-STATUS NOT = "00"
              DISPLAY "tododeltabook.dat could not be written"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE "DONE" TO HWM-STATE
           PERFORM WRITE-HIGH-WATER-MARK
           PERFORM DISPLAY-EXTRACT-SUMMARY
      *Rueckgabewert fuer die Nachtkette TODONIGHT: 4 = im Fenster
      *lag ein Ganzlistenereignis, das Lager braucht einen Vollabzug
           IF DT-FULL-EVENTS > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK
          .

      *bestimmt das Auszugsfenster aus todoextract.hwm: ohne Datei
      *beginnt der allererste Auszug beim Anfang des Journals
       SET-EXTRACT-WINDOW SECTION.
           MOVE ZERO TO WS-WIN-FROM
           MOVE WS-RUN-TS TO WS-WIN-TO
           OPEN INPUT TDHWM
           IF WS-HWM-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           READ TDHWM
              AT END
                 CLOSE TDHWM
                 EXIT SECTION
           END-READ
           CLOSE TDHWM
           IF HWM-STATE = "RUNNING"
              OR (HWM-STATE = "DONE" AND HWM-RUN-DATE = WS-TODAY)
              MOVE HWM-FROM TO WS-WIN-FROM
              MOVE HWM-TO TO WS-WIN-TO
              MOVE "Y" TO WS-RERUN
           ELSE
              MOVE HWM-TO TO WS-WIN-FROM
           END-IF
           EXIT.

      *die Hochwassermarke wird ganz neu geschrieben - ein Satz
       WRITE-HIGH-WATER-MARK SECTION.
           OPEN OUTPUT TDHWM
           IF WS-HWM-STATUS = "00"
              MOVE WS-WIN-FROM TO HWM-FROM
              MOVE WS-WIN-TO TO HWM-TO
              MOVE WS-TODAY TO HWM-RUN-DATE
              WRITE TDHWM-RECORD
              CLOSE TDHWM
           END-IF
           EXIT.

      *Journal im Fenster: zuerst das ungeteilte todoaudit.log aus
      *der Zeit vor den Monatsabschnitten, dann jeder Abschnitt,
      *dessen Monat das Fenster beruehrt - in Katalogreihenfolge,
      *also zeitlich aufsteigend
       EXTRACT-ITEM-DELTAS SECTION.
           OPEN OUTPUT TDDELTA
           IF WS-DELTA-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE ZERO TO DT-COUNT-I DT-COUNT-C DT-COUNT-A DT-COUNT-R
           MOVE ZERO TO DT-COUNT-D DT-COUNT-ALL DT-HASH-ITEM-ID
           MOVE ZERO TO DT-FULL-EVENTS
           MOVE WS-WIN-FROM TO DH-WIN-FROM
           MOVE WS-WIN-TO TO DH-WIN-TO
           WRITE TDDELTA-RECORD FROM WS-DELTA-HEADER
           MOVE WS-AUDIT-OLDNAME TO WS-AUDIT-FILENAME
           PERFORM EXTRACT-AUDIT-SEGMENT
           PERFORM LOAD-AUDIT-CATALOG
           PERFORM VARYING WS-AUDCAT-IDX FROM 1 BY 1
                 UNTIL WS-AUDCAT-IDX > WS-AUDCAT-COUNT
               MOVE WS-AUDCAT-ENTRY(WS-AUDCAT-IDX)(11:6)
                 TO WS-SEG-MONTH
               IF WS-SEG-MONTH >= WS-WIN-FROM(1:6)
                  AND WS-SEG-MONTH <= WS-WIN-TO(1:6)
                  MOVE WS-AUDCAT-ENTRY(WS-AUDCAT-IDX)
                    TO WS-AUDIT-FILENAME
                  PERFORM EXTRACT-AUDIT-SEGMENT
               END-IF
           END-PERFORM
           WRITE TDDELTA-RECORD FROM WS-DELTA-TRAILER
           CLOSE TDDELTA
           EXIT.

       LOAD-AUDIT-CATALOG SECTION.
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
           EXIT.

       EXTRACT-AUDIT-SEGMENT SECTION.
           OPEN INPUT TDAUDIT
           IF WS-AUDIT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-AUDIT-EOF
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               READ TDAUDIT
                  AT END MOVE 'Y' TO WS-AUDIT-EOF
                  NOT AT END
                     IF AUD-TIMESTAMP >= WS-WIN-FROM
                        AND AUD-TIMESTAMP < WS-WIN-TO
                        PERFORM CLASSIFY-AUDIT-RECORD
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDAUDIT
           EXIT.

      *die Vorgangsart ergibt sich aus den Bildern: nur ein Bild
      *danach = neu (oder wiederhergestellt bei "restore"/"undo"),
      *nur ein Bild davor = entfernt (archiviert bei removedone,
      *removecanceled und dem Aufraeumen von TODOBATCH, sonst
      *geloescht), beide = geaendert. Ein Bild ist ein Satzbild,
      *wenn es mit der fuenfstelligen Nummer beginnt - Textbilder
      *wie "blocked by" betreffen Abhaengigkeiten und gehen nicht
      *ins Lager
       CLASSIFY-AUDIT-RECORD SECTION.
           MOVE "N" TO WS-BEFORE-ITEM WS-AFTER-ITEM
           IF AUD-BEFORE(1:5) NUMERIC
              MOVE "Y" TO WS-BEFORE-ITEM
           END-IF
           IF AUD-AFTER(1:5) NUMERIC
              MOVE "Y" TO WS-AFTER-ITEM
           END-IF
           IF WS-BEFORE-ITEM = "N" AND WS-AFTER-ITEM = "N"
              IF AUD-BEFORE(1:21) = "complete list cleared"
                 OR AUD-AFTER(1:19) = "list reloaded from "
                 ADD 1 TO DT-FULL-EVENTS
              END-IF
              EXIT SECTION
           END-IF
           MOVE AUD-TIMESTAMP TO DD-TIMESTAMP
           MOVE AUD-USER TO DD-USER
           MOVE AUD-ACTION TO DD-ACTION
           EVALUATE TRUE
               WHEN WS-BEFORE-ITEM = "Y" AND WS-AFTER-ITEM = "Y"
                  MOVE "C" TO DD-OP
                  MOVE AUD-AFTER TO DD-IMAGE
                  ADD 1 TO DT-COUNT-C
               WHEN WS-AFTER-ITEM = "Y"
                  IF AUD-ACTION = "restore" OR AUD-ACTION = "undo"
                     MOVE "R" TO DD-OP
                     ADD 1 TO DT-COUNT-R
                  ELSE
                     MOVE "I" TO DD-OP
                     ADD 1 TO DT-COUNT-I
                  END-IF
                  MOVE AUD-AFTER TO DD-IMAGE
               WHEN OTHER
                  IF AUD-ACTION = "removedone"
                     OR AUD-ACTION = "removecanceled"
                     OR AUD-ACTION = "housekeeping"
                     MOVE "A" TO DD-OP
                     ADD 1 TO DT-COUNT-A
                  ELSE
                     MOVE "D" TO DD-OP
                     ADD 1 TO DT-COUNT-D
                  END-IF
                  MOVE AUD-BEFORE TO DD-IMAGE
           END-EVALUATE
           MOVE DD-IMAGE(1:5) TO DD-ITEM-ID
           ADD 1 TO DT-COUNT-ALL
           ADD DD-ITEM-ID TO DT-HASH-ITEM-ID
           WRITE TDDELTA-RECORD FROM WS-DELTA-DETAIL
           EXIT.

      *Buchungen im Fenster: begonnen im Fenster = I (mit Ende, falls
      *schon ausgestempelt), frueher begonnen und im Fenster beendet
      *= C
       EXTRACT-BOOKING-DELTAS SECTION.
           OPEN OUTPUT TDDELBOOK
           IF WS-DELBOOK-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE ZERO TO BT-COUNT-I BT-COUNT-C BT-COUNT-ALL
           MOVE ZERO TO BT-HASH-ITEM-ID
           MOVE WS-WIN-FROM TO BH-WIN-FROM
           MOVE WS-WIN-TO TO BH-WIN-TO
           WRITE TDDELBOOK-RECORD FROM WS-BOOK-HEADER
           OPEN INPUT TDBOOK
           IF WS-BOOK-STATUS = "00"
              MOVE "N" TO WS-BOOK-EOF
              PERFORM UNTIL WS-BOOK-EOF = 'Y'
                  READ TDBOOK
                     AT END MOVE 'Y' TO WS-BOOK-EOF
                     NOT AT END
                        PERFORM CLASSIFY-BOOKING
                  END-READ
              END-PERFORM
              CLOSE TDBOOK
           END-IF
           WRITE TDDELBOOK-RECORD FROM WS-BOOK-TRAILER
           CLOSE TDDELBOOK
           EXIT.

       CLASSIFY-BOOKING SECTION.
           EVALUATE TRUE
               WHEN BOOK-START >= WS-WIN-FROM
                    AND BOOK-START < WS-WIN-TO
                  MOVE "I" TO BD-OP
                  ADD 1 TO BT-COUNT-I
               WHEN BOOK-START < WS-WIN-FROM
                    AND BOOK-END NOT = SPACES
                    AND BOOK-END >= WS-WIN-FROM
                    AND BOOK-END < WS-WIN-TO
                  MOVE "C" TO BD-OP
                  ADD 1 TO BT-COUNT-C
               WHEN OTHER
                  EXIT SECTION
           END-EVALUATE
           MOVE BOOK-ITEM-ID TO BD-ITEM-ID
           MOVE BOOK-USER TO BD-USER
           MOVE BOOK-START TO BD-START
      *ein Ende nach dem Fenster gehoert erst in den naechsten
      *Auszug - so kommt ein Wiederholungslauf gleich heraus
           IF BOOK-END >= WS-WIN-TO
              MOVE SPACES TO BD-END
           ELSE
              MOVE BOOK-END TO BD-END
           END-IF
           MOVE ZERO TO BD-MINUTES
           IF BD-END NOT = SPACES
              PERFORM COMPUTE-BOOKING-MINUTES
              IF WS-BOOK-MINUTES > ZERO
                 MOVE WS-BOOK-MINUTES TO BD-MINUTES
              END-IF
           END-IF
           ADD 1 TO BT-COUNT-ALL
           ADD BOOK-ITEM-ID TO BT-HASH-ITEM-ID
           WRITE TDDELBOOK-RECORD FROM WS-BOOK-DETAIL
           EXIT.

      *wie COMPUTE-BOOKING-MINUTES in TODOLISTE
       COMPUTE-BOOKING-MINUTES SECTION.
           MOVE ZERO TO WS-BOOK-MINUTES
           IF BOOK-START(1:8) NOT NUMERIC
              OR BOOK-END(1:8) NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE BOOK-START(1:8) TO WS-BOOK-START-NUM
           MOVE BOOK-END(1:8) TO WS-BOOK-END-NUM
           COMPUTE WS-BOOK-START-INT =
              FUNCTION INTEGER-OF-DATE(WS-BOOK-START-NUM)
           COMPUTE WS-BOOK-END-INT =
              FUNCTION INTEGER-OF-DATE(WS-BOOK-END-NUM)
           COMPUTE WS-BOOK-START-MOD =
              FUNCTION NUMVAL(BOOK-START(9:2)) * 60
              + FUNCTION NUMVAL(BOOK-START(11:2))
           COMPUTE WS-BOOK-END-MOD =
              FUNCTION NUMVAL(BOOK-END(9:2)) * 60
              + FUNCTION NUMVAL(BOOK-END(11:2))
           COMPUTE WS-BOOK-MINUTES =
              (WS-BOOK-END-INT - WS-BOOK-START-INT) * 1440
              + WS-BOOK-END-MOD - WS-BOOK-START-MOD
           EXIT.

       DISPLAY-EXTRACT-SUMMARY SECTION.
           IF WS-RERUN = "Y"
              DISPLAY "delta extract (repeat of window) "
                      WS-WIN-FROM " - " WS-WIN-TO
           ELSE
              DISPLAY "delta extract " WS-WIN-FROM " - " WS-WIN-TO
           END-IF
           MOVE DT-COUNT-ALL TO WS-CNT-Z
           DISPLAY "item deltas: " WS-CNT-Z
           MOVE BT-COUNT-ALL TO WS-CNT-Z
           DISPLAY "booking deltas: " WS-CNT-Z
           IF DT-FULL-EVENTS > ZERO
              MOVE DT-FULL-EVENTS TO WS-CNT-Z
              DISPLAY "whole-list events in window: " WS-CNT-Z
                      " - warehouse needs a full load"
           END-IF
           EXIT.
       END PROGRAM TODODELTA.
