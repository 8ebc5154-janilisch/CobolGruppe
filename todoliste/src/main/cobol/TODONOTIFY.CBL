         SELECT TDINBOX ASSIGN TO WS-INBOX-FILENAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-INBOX-STATUS.
      *Kennwortdatei, nur gelesen: Post an ausgeschiedene Benutzer
      *(todouser retire) geht an den eingetragenen Nachfolger
         SELECT TDUSERS ASSIGN TO 'todousers.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-USERS-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDNOTIFQ.
             05 NQ-TEXT PIC X(60).
          FD TDINBOX.
          01 TDINBOX-RECORD PIC X(120).
          FD TDUSERS.
          01 TDUSERS-RECORD.
             05 USRF-ID PIC X(10).
             05 USRF-HASH PIC 9(10).
             05 USRF-STATE PIC X(1).
             05 USRF-SUCCESSOR PIC X(10).
             05 USRF-LEFT-ON PIC X(8).
       WORKING-STORAGE SECTION.
        01 WS-NOTIFQ-STATUS PIC XX.
        01 WS-QUEUE-FILENAME PIC X(14).
        01 WS-DELIVERED-CNT PIC 9(5) VALUE ZERO.
        01 WS-FAILED-CNT PIC 9(5) VALUE ZERO.
        01 WS-CNT-Z PIC ZZZZ9.
      *ausgeschiedene Benutzer mit ihrem Nachfolger
        01 WS-USERS-STATUS PIC XX.
        01 WS-USERS-EOF PIC X(1).
        01 WS-DEP-TABLE.
           05 WS-DEP-COUNT PIC 9(3) VALUE ZERO.
           05 WS-DEP-ENTRY OCCURS 200 TIMES.
              10 WS-DEP-USER PIC X(10).
              10 WS-DEP-SUCCESSOR PIC X(10).
        01 WS-DEP-IDX PIC 9(3).
        01 WS-DEP-HIT PIC X(1).
        01 WS-DEP-HOPS PIC 9(3).
        01 WS-DELIVER-TO PIC X(10).
        01 WS-FOR-NOTE PIC X(20).

       PROCEDURE DIVISION.
           PERFORM LOAD-DEPARTED-USERS
           PERFORM DRAIN-NOTIFY-QUEUE
           MOVE WS-DELIVERED-CNT TO WS-CNT-Z
           DISPLAY "notifications delivered: " WS-CNT-Z
              MOVE WS-FAILED-CNT TO WS-CNT-Z
              DISPLAY "notifications NOT deliverable: " WS-CNT-Z
           END-IF
      *Rueckgabewert fuer die Nachtkette TODONIGHT: 4 = nicht alle
      *Nachrichten zustellbar, die Arbeitsdatei bleibt liegen
           IF WS-FAILED-CNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK
          .

           END-IF
           EXIT.

      *liest die ausgeschiedenen Benutzer aus todousers.dat -
      *fehlt die Datei, gibt es eben keine
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

      *haengt eine Nachricht an das Postfach des Empfaengers an -
      *Nachrichten ohne Empfaenger wandern ins Postfach
      *todoinbox_unassigned.txt, damit nichts stillschweigend
      *verschwindet. Post an einen Ausgeschiedenen geht mit dem
      *Vermerk "(for <benutzer>)" an seinen Nachfolger, sonst
      *ebenfalls nach unassigned - ein eigenes Postfach bekommt er
      *nicht mehr
       DELIVER-ONE-MESSAGE SECTION.
           MOVE NQ-RECIPIENT TO WS-DELIVER-TO
           MOVE SPACES TO WS-FOR-NOTE
           IF NQ-RECIPIENT NOT = SPACES
              PERFORM FIND-SUCCESSOR
           END-IF
           MOVE SPACES TO WS-INBOX-FILENAME
           IF WS-DELIVER-TO = SPACES
              MOVE "todoinbox_unassigned.txt" TO WS-INBOX-FILENAME
           ELSE
              STRING "todoinbox_" DELIMITED BY SIZE
                     FUNCTION TRIM(WS-DELIVER-TO) DELIMITED BY SIZE
                     ".txt" DELIMITED BY SIZE
                INTO WS-INBOX-FILENAME
           END-IF
                     " (by " DELIMITED BY SIZE
                     FUNCTION TRIM(NQ-BY-USER) DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     WS-FOR-NOTE DELIMITED BY "  "
                INTO WS-INBOX-LINE
              WRITE TDINBOX-RECORD FROM WS-INBOX-LINE
              CLOSE TDINBOX
              ADD 1 TO WS-FAILED-CNT
           END-IF
           EXIT.

      *folgt der Nachfolgerkette ab NQ-RECIPIENT, bis ein Benutzer
      *erreicht ist, der nicht ausgeschieden ist - ist der Nachfolger
      *selbst schon gegangen, bekommt dessen Nachfolger die Post.
      *Ohne Nachfolger oder bei einem Ring (mehr Schritte als
      *Ausgeschiedene) bleibt WS-DELIVER-TO leer, also unassigned
       FIND-SUCCESSOR SECTION.
           MOVE ZERO TO WS-DEP-HOPS
           MOVE "Y" TO WS-DEP-HIT
           PERFORM UNTIL WS-DEP-HIT = "N"
               MOVE "N" TO WS-DEP-HIT
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                     UNTIL WS-DEP-IDX > WS-DEP-COUNT
                        OR WS-DEP-HIT = "Y"
                   IF WS-DEP-USER(WS-DEP-IDX) = WS-DELIVER-TO
                      MOVE "Y" TO WS-DEP-HIT
                      MOVE WS-DEP-SUCCESSOR(WS-DEP-IDX)
                        TO WS-DELIVER-TO
                   END-IF
               END-PERFORM
               IF WS-DEP-HIT = "Y"
                  ADD 1 TO WS-DEP-HOPS
                  IF WS-DEP-HOPS = 1
                     STRING " (for " DELIMITED BY SIZE
                            FUNCTION TRIM(NQ-RECIPIENT)
                               DELIMITED BY SIZE
                            ")" DELIMITED BY SIZE
                       INTO WS-FOR-NOTE
                  END-IF
                  IF WS-DELIVER-TO = SPACES
                     OR WS-DEP-HOPS > WS-DEP-COUNT
                     MOVE SPACES TO WS-DELIVER-TO
                     MOVE "N" TO WS-DEP-HIT
                  END-IF
               END-IF
           END-PERFORM
           EXIT.
       END PROGRAM TODONOTIFY.
