       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOCLOSE.
      *Monatsabschluss der Zeitbuchungen, nur fuer die Kommandozeile:
      *"todoclose close <jjjjmm>" schliesst einen abgelaufenen Monat.
      *Vorher muessen alle Buchungen, die bis zu diesem Monat
      *begonnen haben, ausgestempelt sein - sind noch welche offen,
      *werden sie aufgelistet und es wird nicht abgeschlossen.
      *Sonst werden die Buchungen des Monats (nach Startzeitpunkt,
      *wie in der Aufwandsauswertung von TODOLISTE) je Projekt,
      *Eintrag und Benutzer mit dem Stundensatz aus todorates.dat
      *bewertet und nach todobilling_<jjjjmm>.csv geschrieben, und
      *der Monat wird in todoperiods.dat eingetragen - danach weist
      *TODOLISTE jedes Ein- und Ausstempeln in diesen Monat ab, die
      *abgerechneten Zahlen bleiben also stehen.
      *"todoclose rate <projekt> <satz> [benutzer]" setzt einen
      *Stundensatz: ohne Benutzer fuer das ganze Projekt, mit
      *Benutzer nur fuer ihn in diesem Projekt (geht vor)

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
         SELECT TDARCHIVE ASSIGN TO 'todoarchive.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ARCHIVE-STATUS.
         SELECT TDBOOK ASSIGN TO 'todobookings.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BOOK-STATUS.
         SELECT TDPROJ ASSIGN TO 'todoprojects.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROJ-STATUS.
         SELECT TDRATES ASSIGN TO 'todorates.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATES-STATUS.
         SELECT TDRATES-NEW ASSIGN TO 'todorates.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RATES-NEW-STATUS.
      *Verzeichnis der abgeschlossenen Monate - wird von TODOLISTE
      *beim Ein- und Ausstempeln gelesen
         SELECT TDPERIODS ASSIGN TO 'todoperiods.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIODS-STATUS.
         SELECT TDEXPORT ASSIGN TO WS-EXPORT-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXPORT-STATUS.
         SELECT TDSORT ASSIGN TO 'todoclose.srt'.
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
          FD TDARCHIVE.
          01 TDARCHIVE-RECORD PIC X(122).
          FD TDBOOK.
          01 TDBOOK-RECORD.
             05 BOOK-ITEM-ID PIC 9(5).
             05 BOOK-USER PIC X(10).
             05 BOOK-START PIC X(14).
             05 BOOK-END PIC X(14).
          FD TDPROJ.
          01 TDPROJ-RECORD.
             05 PROJF-ID PIC 9(2).
             05 PROJF-STATE PIC X(1).
             05 PROJF-NAME PIC X(20).
             05 PROJF-SIGNOFF PIC X(1).
             05 PROJF-REVIEWER PIC X(10).
      *Stundensatz je Projekt, mit Benutzer nur fuer diesen
          FD TDRATES.
          01 TDRATES-RECORD.
             05 RATE-PROJECT PIC 9(2).
             05 RATE-USER PIC X(10).
             05 RATE-AMOUNT PIC 9(5)V99.
          FD TDRATES-NEW.
          01 TDRATES-NEW-RECORD PIC X(19).
          FD TDPERIODS.
          01 TDPERIODS-RECORD.
             05 PER-MONTH PIC X(6).
             05 PER-CLOSED-AT PIC X(14).
             05 PER-CLOSED-BY PIC X(10).
          FD TDEXPORT.
          01 TDEXPORT-RECORD PIC X(160).
          SD TDSORT.
          01 TDSORT-RECORD.
             05 SRT-PROJECT PIC 9(2).
             05 SRT-ITEM-ID PIC 9(5).
             05 SRT-USER PIC X(10).
             05 SRT-MINUTES PIC 9(7).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-ARCHIVE-STATUS PIC XX.
        01 WS-BOOK-STATUS PIC XX.
        01 WS-PROJ-STATUS PIC XX.
        01 WS-RATES-STATUS PIC XX.
        01 WS-RATES-NEW-STATUS PIC XX.
        01 WS-PERIODS-STATUS PIC XX.
        01 WS-EXPORT-STATUS PIC XX.
        01 WS-LOCK-TRIES PIC 9(3) VALUE ZERO.
        01 WS-LOCK-MAX-TRIES PIC 9(3) VALUE 030.
        01 WS-RETRY-NANOS PIC 9(18) VALUE 250000000.
        01 WS-EOF PIC X(1).
        01 WS-BOOK-EOF PIC X(1).
        01 WS-RUN-ARGS PIC X(80).
        01 WS-ARG-CMD PIC X(10).
        01 WS-ARG-2 PIC X(20).
        01 WS-ARG-3 PIC X(20).
        01 WS-ARG-4 PIC X(20).
        01 WS-PERIOD PIC X(6).
        01 WS-PERIOD-MM PIC 9(2).
        01 WS-NOW PIC X(14).
        01 WS-EXPORT-FILENAME PIC X(24).
        01 WS-RATES-FILENAME PIC X(13) VALUE "todorates.dat".
        01 WS-RATES-TMPNAME PIC X(13) VALUE "todorates.tmp".
        01 WS-ALREADY-CLOSED PIC X(1) VALUE "N".
        01 WS-CLOSED-AT PIC X(14).
      *noch offene Buchungen bis einschliesslich zum Monat
        01 WS-OPEN-TABLE.
           05 WS-OPEN-COUNT PIC 9(3) VALUE ZERO.
           05 WS-OPEN-ENTRY OCCURS 200 TIMES.
              10 WS-OPEN-ITEM PIC 9(5).
              10 WS-OPEN-USER PIC X(10).
              10 WS-OPEN-START PIC X(14).
        01 WS-OPEN-OVFL PIC X(1) VALUE "N".
        01 WS-OPEN-IDX PIC 9(3).
      *die im Monat bebuchten Eintraege mit Projekt und Text
        01 WS-REF-TABLE.
           05 WS-REF-COUNT PIC 9(4) VALUE ZERO.
           05 WS-REF-ENTRY OCCURS 2000 TIMES.
              10 WS-REF-ITEM PIC 9(5).
              10 WS-REF-PROJECT PIC 9(2).
              10 WS-REF-FOUND PIC X(1).
              10 WS-REF-CONTENT PIC X(70).
        01 WS-REF-OVFL PIC X(1) VALUE "N".
        01 WS-REF-IDX PIC 9(4).
        01 WS-REF-HIT PIC 9(4).
        01 WS-ARCH-REC.
           05 ARCH-ITEM-ID PIC X(5).
           05 ARCH-CONTENT PIC X(70).
           05 FILLER PIC X(25).
           05 ARCH-USER PIC X(10).
           05 FILLER PIC X(10).
           05 ARCH-PROJECT PIC X(2).
        01 WS-RATE-TABLE.
           05 WS-RATE-COUNT PIC 9(3) VALUE ZERO.
           05 WS-RATE-ENTRY OCCURS 500 TIMES.
              10 WS-RATE-PROJECT PIC 9(2).
              10 WS-RATE-USER PIC X(10).
              10 WS-RATE-AMOUNT PIC 9(5)V99.
        01 WS-RATE-IDX PIC 9(3).
        01 WS-RATE-FOUND PIC X(1).
        01 WS-NEW-RATE PIC 9(5)V99.
        01 WS-NEW-PROJECT PIC 9(2).
        01 WS-NEW-USER PIC X(10).
        01 WS-PROJ-TABLE.
           05 WS-PROJ-COUNT PIC 9(3) VALUE ZERO.
           05 WS-PROJ-ENTRY OCCURS 100 TIMES.
              10 WS-PROJ-ID PIC 9(2).
              10 WS-PROJ-NAME PIC X(20).
        01 WS-PROJ-IDX PIC 9(3).
        01 WS-CUR-PROJ-NAME PIC X(20).
        01 WS-BOOK-MINUTES PIC S9(7) COMP-3.
        01 WS-BOOK-START-NUM PIC 9(8).
        01 WS-BOOK-END-NUM PIC 9(8).
        01 WS-BOOK-START-MOD PIC 9(4).
        01 WS-BOOK-END-MOD PIC 9(4).
        01 WS-BOOK-START-INT PIC 9(7).
        01 WS-BOOK-END-INT PIC 9(7).
      *Gruppenwechsel der Abrechnung
        01 WS-SORT-EOF PIC X(1).
        01 WS-FIRST-RECORD PIC X(1).
        01 WS-PAIR-PROJECT PIC 9(2).
        01 WS-PAIR-ITEM PIC 9(5).
        01 WS-PAIR-USER PIC X(10).
      *Suchbegriff fuer FIND-REF-ITEM - die Buchungsdatei ist beim
      *Ausgeben der Abrechnung laengst geschlossen
        01 WS-REF-SEEK PIC 9(5).
        01 WS-PAIR-MINUTES PIC 9(9).
        01 WS-PROJ-MINUTES PIC 9(9).
        01 WS-PROJ-AMOUNT PIC 9(9)V99.
        01 WS-ALL-MINUTES PIC 9(9) VALUE ZERO.
        01 WS-ALL-AMOUNT PIC 9(9)V99 VALUE ZERO.
        01 WS-PAIR-RATE PIC 9(5)V99.
        01 WS-PAIR-AMOUNT PIC 9(9)V99.
        01 WS-NO-RATE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-LINE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-HOURS PIC 9(7)V99.
        01 WS-MIN-Z PIC Z(8)9.
        01 WS-HOURS-Z PIC Z(6)9.99.
        01 WS-RATE-Z PIC Z(4)9.99.
        01 WS-AMOUNT-Z PIC Z(8)9.99.
        01 WS-ID-Z PIC 9(5).
        01 WS-PROJ-Z PIC 99.
        01 WS-CNT-Z PIC ZZZZ9.
        01 WS-EXPORT-LINE PIC X(160).
        01 WS-LINE-PTR PIC 9(3).
        01 WS-CONTENT-CSV PIC X(70).
        01 WS-RATE-NOTE PIC X(9).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-ARGS FROM COMMAND-LINE
           MOVE SPACES TO WS-ARG-CMD WS-ARG-2 WS-ARG-3 WS-ARG-4
           UNSTRING WS-RUN-ARGS DELIMITED BY ALL " "
              INTO WS-ARG-CMD WS-ARG-2 WS-ARG-3 WS-ARG-4
           END-UNSTRING
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
           EVALUATE WS-ARG-CMD
               WHEN "close"
                  PERFORM CLOSE-PERIOD
               WHEN "rate"
                  PERFORM SET-RATE
               WHEN OTHER
                  DISPLAY "usage: todoclose close <yyyymm>"
                  DISPLAY "       todoclose rate <project> <rate> "
                          "[user]"
                  MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
          .

      *Monatsabschluss: pruefen, offene Buchungen melden, bewerten,
      *exportieren und erst dann den Monat sperren
       CLOSE-PERIOD SECTION.
           MOVE WS-ARG-2(1:6) TO WS-PERIOD
           IF WS-PERIOD NOT NUMERIC OR WS-ARG-2(7:1) NOT = SPACE
              DISPLAY "period must be given as yyyymm"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           MOVE WS-PERIOD(5:2) TO WS-PERIOD-MM
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
              DISPLAY "period must be given as yyyymm"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           IF WS-PERIOD >= WS-NOW(1:6)
              DISPLAY "only a month that has ended can be closed"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           PERFORM CHECK-ALREADY-CLOSED
           IF WS-ALREADY-CLOSED = "Y"
              DISPLAY "period " WS-PERIOD " was already closed at "
                      WS-CLOSED-AT
              MOVE 4 TO RETURN-CODE
              EXIT SECTION
           END-IF
           PERFORM SCAN-PERIOD-BOOKINGS
           IF WS-OPEN-COUNT > ZERO
              PERFORM LIST-OPEN-BOOKINGS
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           PERFORM RESOLVE-ITEM-PROJECTS
           PERFORM LOAD-PROJECT-CATALOG
           PERFORM LOAD-RATES
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "todobilling_" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
             INTO WS-EXPORT-FILENAME
           OPEN OUTPUT TDEXPORT
           IF WS-EXPORT-STATUS NOT = "00"
              DISPLAY FUNCTION TRIM(WS-EXPORT-FILENAME)
                      " could not be written, period not closed"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-EXPORT-LINE
           STRING "PROJECT,PROJECTNAME,ITEM,USER," DELIMITED BY SIZE
                  "MINUTES,HOURS,RATE,AMOUNT,NOTE,CONTENT"
                     DELIMITED BY SIZE
             INTO WS-EXPORT-LINE
           WRITE TDEXPORT-RECORD FROM WS-EXPORT-LINE
           SORT TDSORT
              ON ASCENDING KEY SRT-PROJECT SRT-ITEM-ID SRT-USER
              INPUT PROCEDURE RELEASE-PERIOD-BOOKINGS
              OUTPUT PROCEDURE WRITE-BILLING-LINES
           CLOSE TDEXPORT
           PERFORM FREEZE-PERIOD
           IF WS-PERIODS-STATUS NOT = "00"
              DISPLAY "todoperiods.dat could not be written, "
                      "period not closed"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           PERFORM DISPLAY-CLOSE-SUMMARY
           IF WS-NO-RATE-COUNT > ZERO OR WS-REF-OVFL = "Y"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           EXIT.

       CHECK-ALREADY-CLOSED SECTION.
           MOVE "N" TO WS-ALREADY-CLOSED
           OPEN INPUT TDPERIODS
           IF WS-PERIODS-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ TDPERIODS
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF PER-MONTH = WS-PERIOD
                           MOVE "Y" TO WS-ALREADY-CLOSED
                           MOVE PER-CLOSED-AT TO WS-CLOSED-AT
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDPERIODS
           END-IF
           EXIT.

      *erster Durchgang: offene Buchungen, die bis zum Monat
      *begonnen haben, und die im Monat bebuchten Eintraege
       SCAN-PERIOD-BOOKINGS SECTION.
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
                        AND BOOK-START(1:6) <= WS-PERIOD
                        PERFORM NOTE-OPEN-BOOKING
                     END-IF
                     IF BOOK-START(1:6) = WS-PERIOD
                        PERFORM NOTE-BOOKED-ITEM
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDBOOK
           EXIT.

       NOTE-OPEN-BOOKING SECTION.
           IF WS-OPEN-COUNT < 200
              ADD 1 TO WS-OPEN-COUNT
              MOVE BOOK-ITEM-ID TO WS-OPEN-ITEM(WS-OPEN-COUNT)
              MOVE BOOK-USER TO WS-OPEN-USER(WS-OPEN-COUNT)
              MOVE BOOK-START TO WS-OPEN-START(WS-OPEN-COUNT)
           ELSE
              MOVE "Y" TO WS-OPEN-OVFL
           END-IF
           EXIT.

       NOTE-BOOKED-ITEM SECTION.
           MOVE BOOK-ITEM-ID TO WS-REF-SEEK
           PERFORM FIND-REF-ITEM
           IF WS-REF-HIT > ZERO
              EXIT SECTION
           END-IF
           IF WS-REF-COUNT < 2000
              ADD 1 TO WS-REF-COUNT
              MOVE WS-REF-SEEK TO WS-REF-ITEM(WS-REF-COUNT)
              MOVE ZERO TO WS-REF-PROJECT(WS-REF-COUNT)
              MOVE "N" TO WS-REF-FOUND(WS-REF-COUNT)
              MOVE SPACES TO WS-REF-CONTENT(WS-REF-COUNT)
           ELSE
              MOVE "Y" TO WS-REF-OVFL
           END-IF
           EXIT.

       FIND-REF-ITEM SECTION.
           MOVE ZERO TO WS-REF-HIT
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                 UNTIL WS-REF-IDX > WS-REF-COUNT OR WS-REF-HIT > ZERO
               IF WS-REF-ITEM(WS-REF-IDX) = WS-REF-SEEK
                  MOVE WS-REF-IDX TO WS-REF-HIT
               END-IF
           END-PERFORM
           EXIT.

       LIST-OPEN-BOOKINGS SECTION.
           MOVE WS-OPEN-COUNT TO WS-CNT-Z
           DISPLAY "period " WS-PERIOD " not closed - "
                   FUNCTION TRIM(WS-CNT-Z)
                   " booking(s) still clocked on:"
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
                 UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               DISPLAY "  item " WS-OPEN-ITEM(WS-OPEN-IDX)
                       "  user " WS-OPEN-USER(WS-OPEN-IDX)
                       "  since " WS-OPEN-START(WS-OPEN-IDX)
           END-PERFORM
           IF WS-OPEN-OVFL = "Y"
              DISPLAY "  (more than 200, list cut off)"
           END-IF
           DISPLAY "clock these off or correct them, then close again"
           EXIT.

      *Projekt und Text je bebuchtem Eintrag: erst per Schluessel
      *aus der lebenden Liste, dann in einem Durchgang aus dem
      *Archiv wie RESOLVE-BOOKING-TAGS in TODOLISTE; Archivsaetze
      *aus der Zeit vor dem Projektfeld zaehlen als "kein Projekt".
      *Was nirgends mehr steht, wird unter Projekt 99 abgerechnet
       RESOLVE-ITEM-PROJECTS SECTION.
           PERFORM OPEN-TDLIST-INPUT
           IF WS-TDLIST-STATUS = "00"
              PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                    UNTIL WS-REF-IDX > WS-REF-COUNT
                  MOVE WS-REF-ITEM(WS-REF-IDX)
                    TO ITEM-ID IN TDLIST-FILE
                  READ TDLIST
                     INVALID KEY CONTINUE
                     NOT INVALID KEY
                        MOVE ITEM-PROJECT IN TDLIST-FILE
                          TO WS-REF-PROJECT(WS-REF-IDX)
                        MOVE ITEM-CONTENT IN TDLIST-FILE
                          TO WS-REF-CONTENT(WS-REF-IDX)
                        MOVE "Y" TO WS-REF-FOUND(WS-REF-IDX)
                  END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF
           OPEN INPUT TDARCHIVE
           IF WS-ARCHIVE-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ TDARCHIVE INTO WS-ARCH-REC
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        PERFORM MATCH-ARCHIVE-RECORD
                  END-READ
              END-PERFORM
              CLOSE TDARCHIVE
           END-IF
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                 UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-REF-FOUND(WS-REF-IDX) = "N"
                  MOVE 99 TO WS-REF-PROJECT(WS-REF-IDX)
                  MOVE "(item not found)"
                    TO WS-REF-CONTENT(WS-REF-IDX)
               END-IF
           END-PERFORM
           EXIT.

       MATCH-ARCHIVE-RECORD SECTION.
           IF ARCH-ITEM-ID NOT NUMERIC
              EXIT SECTION
           END-IF
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                 UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-REF-FOUND(WS-REF-IDX) = "N"
                  AND WS-REF-ITEM(WS-REF-IDX) = ARCH-ITEM-ID
                  IF ARCH-PROJECT NUMERIC
                     MOVE ARCH-PROJECT TO WS-REF-PROJECT(WS-REF-IDX)
                  ELSE
                     MOVE ZERO TO WS-REF-PROJECT(WS-REF-IDX)
                  END-IF
                  MOVE ARCH-CONTENT TO WS-REF-CONTENT(WS-REF-IDX)
                  MOVE "Y" TO WS-REF-FOUND(WS-REF-IDX)
               END-IF
           END-PERFORM
           EXIT.

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

       LOAD-PROJECT-CATALOG SECTION.
           OPEN INPUT TDPROJ
           IF WS-PROJ-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ TDPROJ
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-PROJ-COUNT < 100
                           ADD 1 TO WS-PROJ-COUNT
                           MOVE PROJF-ID
                             TO WS-PROJ-ID(WS-PROJ-COUNT)
                           MOVE PROJF-NAME
                             TO WS-PROJ-NAME(WS-PROJ-COUNT)
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDPROJ
           END-IF
           EXIT.

       LOAD-RATES SECTION.
           MOVE ZERO TO WS-RATE-COUNT
           OPEN INPUT TDRATES
           IF WS-RATES-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                  READ TDRATES
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END
                        IF WS-RATE-COUNT < 500
                           AND RATE-PROJECT NUMERIC
                           AND RATE-AMOUNT NUMERIC
                           ADD 1 TO WS-RATE-COUNT
                           MOVE RATE-PROJECT
                             TO WS-RATE-PROJECT(WS-RATE-COUNT)
                           MOVE RATE-USER
                             TO WS-RATE-USER(WS-RATE-COUNT)
                           MOVE RATE-AMOUNT
                             TO WS-RATE-AMOUNT(WS-RATE-COUNT)
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDRATES
           END-IF
           EXIT.

      *zweiter Durchgang: die ausgestempelten Buchungen des Monats
      *mit ihrem Projekt in die Sortierung
       RELEASE-PERIOD-BOOKINGS SECTION.
           OPEN INPUT TDBOOK
           IF WS-BOOK-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "N" TO WS-BOOK-EOF
           PERFORM UNTIL WS-BOOK-EOF = 'Y'
               READ TDBOOK
                  AT END MOVE 'Y' TO WS-BOOK-EOF
                  NOT AT END
                     IF BOOK-START(1:6) = WS-PERIOD
                        AND BOOK-END NOT = SPACES
                        PERFORM RELEASE-ONE-BOOKING
                     END-IF
               END-READ
           END-PERFORM
           CLOSE TDBOOK
           EXIT.

       RELEASE-ONE-BOOKING SECTION.
           PERFORM COMPUTE-BOOKING-MINUTES
           IF WS-BOOK-MINUTES <= ZERO
              EXIT SECTION
           END-IF
           MOVE BOOK-ITEM-ID TO WS-REF-SEEK
           PERFORM FIND-REF-ITEM
           IF WS-REF-HIT = ZERO
              MOVE 99 TO SRT-PROJECT
           ELSE
              MOVE WS-REF-PROJECT(WS-REF-HIT) TO SRT-PROJECT
           END-IF
           MOVE BOOK-ITEM-ID TO SRT-ITEM-ID
           MOVE BOOK-USER TO SRT-USER
           MOVE WS-BOOK-MINUTES TO SRT-MINUTES
           RELEASE TDSORT-RECORD
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

      *Ausgabe der Sortierung: eine Zeile je Projekt, Eintrag und
      *Benutzer, nach jedem Projekt eine Summenzeile, am Ende die
      *Gesamtsumme
       WRITE-BILLING-LINES SECTION.
           MOVE "Y" TO WS-FIRST-RECORD
           MOVE "N" TO WS-SORT-EOF
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN TDSORT
                  AT END
                     MOVE "Y" TO WS-SORT-EOF
                  NOT AT END
                     IF WS-FIRST-RECORD = "Y"
                        MOVE "N" TO WS-FIRST-RECORD
                        PERFORM START-PROJECT
                        PERFORM START-PAIR
                     ELSE
                        IF SRT-PROJECT NOT = WS-PAIR-PROJECT
                           PERFORM WRITE-PAIR-LINE
                           PERFORM WRITE-PROJECT-TOTAL
                           PERFORM START-PROJECT
                           PERFORM START-PAIR
                        ELSE
                           IF SRT-ITEM-ID NOT = WS-PAIR-ITEM
                              OR SRT-USER NOT = WS-PAIR-USER
                              PERFORM WRITE-PAIR-LINE
                              PERFORM START-PAIR
                           END-IF
                        END-IF
                     END-IF
                     ADD SRT-MINUTES TO WS-PAIR-MINUTES
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD = "N"
              PERFORM WRITE-PAIR-LINE
              PERFORM WRITE-PROJECT-TOTAL
           END-IF
           MOVE WS-ALL-MINUTES TO WS-MIN-Z
           COMPUTE WS-HOURS ROUNDED = WS-ALL-MINUTES / 60
           MOVE WS-HOURS TO WS-HOURS-Z
           MOVE WS-ALL-AMOUNT TO WS-AMOUNT-Z
           MOVE SPACES TO WS-EXPORT-LINE
           STRING ",,TOTAL,," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIN-Z) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOURS-Z) DELIMITED BY SIZE
                  ",," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-Z) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  "period " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
             INTO WS-EXPORT-LINE
           WRITE TDEXPORT-RECORD FROM WS-EXPORT-LINE
           EXIT.

       START-PROJECT SECTION.
           MOVE SRT-PROJECT TO WS-PAIR-PROJECT
           MOVE ZERO TO WS-PROJ-MINUTES WS-PROJ-AMOUNT
           MOVE SPACES TO WS-CUR-PROJ-NAME
           EVALUATE WS-PAIR-PROJECT
               WHEN ZERO
                  MOVE "(no project)" TO WS-CUR-PROJ-NAME
               WHEN 99
                  MOVE "(item not found)" TO WS-CUR-PROJ-NAME
           END-EVALUATE
           PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                 UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
               IF WS-PROJ-ID(WS-PROJ-IDX) = WS-PAIR-PROJECT
                  AND WS-PAIR-PROJECT NOT = ZERO
                  MOVE WS-PROJ-NAME(WS-PROJ-IDX) TO WS-CUR-PROJ-NAME
               END-IF
           END-PERFORM
           EXIT.

       START-PAIR SECTION.
           MOVE SRT-ITEM-ID TO WS-PAIR-ITEM
           MOVE SRT-USER TO WS-PAIR-USER
           MOVE ZERO TO WS-PAIR-MINUTES
           EXIT.

      *Satz fuer Projekt und Benutzer: zuerst der eigene Satz des
      *Benutzers im Projekt, sonst der Projektsatz; fehlt beides,
      *wird mit 0 bewertet und die Zeile als "no rate" markiert
       FIND-PAIR-RATE SECTION.
           MOVE ZERO TO WS-PAIR-RATE
           MOVE "N" TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                 UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-PROJECT(WS-RATE-IDX) = WS-PAIR-PROJECT
                  AND WS-RATE-USER(WS-RATE-IDX) = SPACES
                  AND WS-RATE-FOUND NOT = "U"
                  MOVE WS-RATE-AMOUNT(WS-RATE-IDX) TO WS-PAIR-RATE
                  MOVE "P" TO WS-RATE-FOUND
               END-IF
               IF WS-RATE-PROJECT(WS-RATE-IDX) = WS-PAIR-PROJECT
                  AND WS-RATE-USER(WS-RATE-IDX) = WS-PAIR-USER
                  MOVE WS-RATE-AMOUNT(WS-RATE-IDX) TO WS-PAIR-RATE
                  MOVE "U" TO WS-RATE-FOUND
               END-IF
           END-PERFORM
           EXIT.

       WRITE-PAIR-LINE SECTION.
           PERFORM FIND-PAIR-RATE
           MOVE SPACES TO WS-RATE-NOTE
           IF WS-RATE-FOUND = "N"
              ADD 1 TO WS-NO-RATE-COUNT
              MOVE "no rate" TO WS-RATE-NOTE
           END-IF
           COMPUTE WS-PAIR-AMOUNT ROUNDED =
              WS-PAIR-MINUTES * WS-PAIR-RATE / 60
           ADD WS-PAIR-MINUTES TO WS-PROJ-MINUTES WS-ALL-MINUTES
           ADD WS-PAIR-AMOUNT TO WS-PROJ-AMOUNT WS-ALL-AMOUNT
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-PAIR-ITEM TO WS-REF-SEEK
           PERFORM FIND-REF-ITEM
           MOVE WS-PAIR-PROJECT TO WS-PROJ-Z
           MOVE WS-PAIR-ITEM TO WS-ID-Z
           MOVE WS-PAIR-MINUTES TO WS-MIN-Z
           COMPUTE WS-HOURS ROUNDED = WS-PAIR-MINUTES / 60
           MOVE WS-HOURS TO WS-HOURS-Z
           MOVE WS-PAIR-RATE TO WS-RATE-Z
           MOVE WS-PAIR-AMOUNT TO WS-AMOUNT-Z
           MOVE SPACES TO WS-EXPORT-LINE
           MOVE 1 TO WS-LINE-PTR
           STRING WS-PROJ-Z DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-PROJ-NAME) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ID-Z DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAIR-USER) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIN-Z) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOURS-Z) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RATE-Z) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-Z) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RATE-NOTE DELIMITED BY "  "
                  "," DELIMITED BY SIZE
             INTO WS-EXPORT-LINE
             WITH POINTER WS-LINE-PTR
           END-STRING
      *Text zuletzt und ohne Kommas, damit die Spalten stehen bleiben
           IF WS-REF-HIT > ZERO
              MOVE WS-REF-CONTENT(WS-REF-HIT) TO WS-CONTENT-CSV
              INSPECT WS-CONTENT-CSV REPLACING ALL "," BY ";"
              STRING FUNCTION TRIM(WS-CONTENT-CSV) DELIMITED BY SIZE
                INTO WS-EXPORT-LINE
                WITH POINTER WS-LINE-PTR
              END-STRING
           END-IF
           WRITE TDEXPORT-RECORD FROM WS-EXPORT-LINE
           EXIT.

       WRITE-PROJECT-TOTAL SECTION.
           MOVE WS-PAIR-PROJECT TO WS-PROJ-Z
           MOVE WS-PROJ-MINUTES TO WS-MIN-Z
           COMPUTE WS-HOURS ROUNDED = WS-PROJ-MINUTES / 60
           MOVE WS-HOURS TO WS-HOURS-Z
           MOVE WS-PROJ-AMOUNT TO WS-AMOUNT-Z
           MOVE SPACES TO WS-EXPORT-LINE
           STRING WS-PROJ-Z DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CUR-PROJ-NAME) DELIMITED BY SIZE
                  ",TOTAL,," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MIN-Z) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOURS-Z) DELIMITED BY SIZE
                  ",," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-Z) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
             INTO WS-EXPORT-LINE
           WRITE TDEXPORT-RECORD FROM WS-EXPORT-LINE
           EXIT.

      *der Monat gilt erst als abgeschlossen, wenn der Export
      *geschrieben ist
       FREEZE-PERIOD SECTION.
           OPEN EXTEND TDPERIODS
           IF WS-PERIODS-STATUS = "35"
              OPEN OUTPUT TDPERIODS
           END-IF
           IF WS-PERIODS-STATUS = "00"
              MOVE WS-PERIOD TO PER-MONTH
              MOVE WS-NOW TO PER-CLOSED-AT
              MOVE "todoclose" TO PER-CLOSED-BY
              WRITE TDPERIODS-RECORD
              CLOSE TDPERIODS
           END-IF
           EXIT.

       DISPLAY-CLOSE-SUMMARY SECTION.
           DISPLAY "period " WS-PERIOD " closed"
           MOVE WS-LINE-COUNT TO WS-CNT-Z
           COMPUTE WS-HOURS ROUNDED = WS-ALL-MINUTES / 60
           MOVE WS-HOURS TO WS-HOURS-Z
           MOVE WS-ALL-AMOUNT TO WS-AMOUNT-Z
           DISPLAY "billing lines: " FUNCTION TRIM(WS-CNT-Z)
                   "  hours: " FUNCTION TRIM(WS-HOURS-Z)
                   "  amount: " FUNCTION TRIM(WS-AMOUNT-Z)
           DISPLAY "export: " FUNCTION TRIM(WS-EXPORT-FILENAME)
           IF WS-NO-RATE-COUNT > ZERO
              MOVE WS-NO-RATE-COUNT TO WS-CNT-Z
              DISPLAY "warning: " FUNCTION TRIM(WS-CNT-Z)
                      " lines without a rate, billed at 0"
           END-IF
           IF WS-REF-OVFL = "Y"
              DISPLAY "warning: more than 2000 items booked, items "
                      "beyond that are listed under project 99"
           END-IF
           EXIT.

      *setzt oder ersetzt einen Stundensatz - die Datei wird ueber
      *eine Umbaudatei neu geschrieben wie todousers.dat
       SET-RATE SECTION.
           IF WS-ARG-2(1:2) NOT NUMERIC OR WS-ARG-2(3:1) NOT = SPACE
              OR WS-ARG-3 = SPACES
              DISPLAY "usage: todoclose rate <project> <rate> [user]"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-ARG-3) NOT = 0
              DISPLAY "rate must be a number like 85.50"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           IF FUNCTION NUMVAL(WS-ARG-3) < 0
              OR FUNCTION NUMVAL(WS-ARG-3) > 99999.99
              DISPLAY "rate must be between 0 and 99999.99"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           MOVE WS-ARG-2(1:2) TO WS-NEW-PROJECT
           COMPUTE WS-NEW-RATE = FUNCTION NUMVAL(WS-ARG-3)
           MOVE WS-ARG-4 TO WS-NEW-USER
           PERFORM LOAD-RATES
           MOVE "N" TO WS-RATE-FOUND
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                 UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RATE-PROJECT(WS-RATE-IDX) = WS-NEW-PROJECT
                  AND WS-RATE-USER(WS-RATE-IDX) = WS-NEW-USER
                  MOVE WS-NEW-RATE TO WS-RATE-AMOUNT(WS-RATE-IDX)
                  MOVE "Y" TO WS-RATE-FOUND
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND = "N"
              IF WS-RATE-COUNT >= 500
                 DISPLAY "rate table is full (500 entries)"
                 MOVE 8 TO RETURN-CODE
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-RATE-COUNT
              MOVE WS-NEW-PROJECT TO WS-RATE-PROJECT(WS-RATE-COUNT)
              MOVE WS-NEW-USER TO WS-RATE-USER(WS-RATE-COUNT)
              MOVE WS-NEW-RATE TO WS-RATE-AMOUNT(WS-RATE-COUNT)
           END-IF
           OPEN OUTPUT TDRATES-NEW
           IF WS-RATES-NEW-STATUS NOT = "00"
              DISPLAY "todorates.dat could not be rewritten"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                 UNTIL WS-RATE-IDX > WS-RATE-COUNT
               MOVE WS-RATE-PROJECT(WS-RATE-IDX) TO RATE-PROJECT
               MOVE WS-RATE-USER(WS-RATE-IDX) TO RATE-USER
               MOVE WS-RATE-AMOUNT(WS-RATE-IDX) TO RATE-AMOUNT
               WRITE TDRATES-NEW-RECORD FROM TDRATES-RECORD
           END-PERFORM
           CLOSE TDRATES-NEW
           CALL "CBL_DELETE_FILE" USING WS-RATES-FILENAME
           CALL "CBL_RENAME_FILE" USING WS-RATES-TMPNAME
                                        WS-RATES-FILENAME
           MOVE WS-NEW-RATE TO WS-RATE-Z
           IF WS-NEW-USER = SPACES
              DISPLAY "rate for project " WS-NEW-PROJECT " set to "
                      FUNCTION TRIM(WS-RATE-Z)
           ELSE
              DISPLAY "rate for project " WS-NEW-PROJECT " user "
                      FUNCTION TRIM(WS-NEW-USER) " set to "
                      FUNCTION TRIM(WS-RATE-Z)
           END-IF
           MOVE ZERO TO RETURN-CODE
           EXIT.
       END PROGRAM TODOCLOSE.
