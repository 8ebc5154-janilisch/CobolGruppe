         SELECT TDCHECKP ASSIGN TO 'todobatch.chk'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CHECKP-STATUS.
      *Teamzuordnung fuer die Alterstafel je Team
         SELECT TDTEAMS ASSIGN TO 'todoteams.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TEAMS-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
             05 CHK-CANC-CNT PIC 9(5).
             05 FILLER PIC X(1).
             05 CHK-TIMESTAMP PIC X(14).
          FD TDTEAMS.
          01 TDTEAMS-RECORD.
             05 TEAMF-TEAM PIC X(10).
             05 TEAMF-USER PIC X(10).
             05 TEAMF-ROLE PIC X(1).
       WORKING-STORAGE SECTION.
        01 WS-TDLIST-STATUS PIC XX.
        01 WS-ARCHIVE-STATUS PIC XX.
        01 WS-AUDIT-BEFORE PIC X(122).
        01 WS-AUDIT-AFTER PIC X(122).
        01 WS-ESC-DAYS PIC 9(3) VALUE 003.
        01 WS-TODAY-X PIC X(8).
        01 WS-ESCALATED-COUNT PIC 9(5) VALUE ZERO.
        01 WS-TODAY-INT PIC 9(7).
        01 WS-ITEM-AGE PIC S9(7) COMP-3.
        01 WS-ITEM-DATE-NUM PIC 9(8).
        COPY todowday.
      *Alterstafel der offenen Eintraege je Benutzer: Spalte 1 =
      *0-5 Arbeitstage, Spalte 2 = 6-20 Arbeitstage, Spalte 3 =
      *ueber 20 Arbeitstage seit Anlage
        01 WS-AGE-TABLE.
           05 WS-AGE-COUNT PIC 9(3) VALUE ZERO.
           05 WS-AGE-ENTRY OCCURS 50 TIMES.
        01 WS-AGE-Z1 PIC ZZZZ9.
        01 WS-AGE-Z2 PIC ZZZZ9.
        01 WS-AGE-Z3 PIC ZZZZ9.
      *dieselbe Tafel je Team, aus den Benutzerzeilen summiert -
      *wer in mehreren Teams ist, zaehlt bei jedem, wer in keinem
      *ist, unter "-"
        01 WS-TEAMS-STATUS PIC XX.
        01 WS-TEAMS-EOF PIC X(1).
        01 WS-TEAM-HIT PIC X(1).
        01 WS-TEAM-KEY PIC X(10).
        01 WS-TEAM-FOUND PIC 9(3).
        01 WS-TEAM-IDX PIC 9(3).
        01 WS-TEAM-AGE-TABLE.
           05 WS-TEAM-AGE-COUNT PIC 9(3) VALUE ZERO.
           05 WS-TEAM-AGE-ENTRY OCCURS 51 TIMES.
              10 WS-TEAM-AGE-NAME PIC X(10).
              10 WS-TEAM-AGE-CNT PIC 9(5) OCCURS 3 TIMES.
        01 WS-TEAM-ROSTER.
           05 WS-ROSTER-COUNT PIC 9(3) VALUE ZERO.
           05 WS-ROSTER-ENTRY OCCURS 500 TIMES.
              10 WS-ROSTER-TEAM PIC X(10).
              10 WS-ROSTER-USER PIC X(10).
        01 WS-TEAM-OVFL PIC X(1) VALUE "N".

       PROCEDURE DIVISION.
           PERFORM READ-HOUSEKEEPING-CONFIG
           PERFORM CLOSE-AUDIT-FILE
           PERFORM PRUNE-OLD-AUDIT-SEGMENTS
           PERFORM WRITE-HOUSEKEEPING-SUMMARY
      *Rueckgabewert fuer die Nachtkette TODONIGHT: 8 = Liste nicht
      *zu fassen, 4 = Tabellen uebergelaufen, 0 = sauber
           EVALUATE TRUE
               WHEN WS-LOCK-FAILED = "Y"
                  MOVE 8 TO RETURN-CODE
               WHEN WS-BACKLOG-OVFL = "Y" OR WS-AGE-OVFL = "Y"
                  MOVE 4 TO RETURN-CODE
               WHEN OTHER
                  MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           GOBACK
          .

                                TO WS-BACKUP-KEEP-DAYS
                           END-IF
                        END-IF
      *ESCDAYS: wie viele Arbeitstage ein offener Eintrag
      *ueberfaellig sein darf, bevor der Lauf seine Prioritaet um
      *eine Stufe anhebt - ohne Zeile gelten 3 Arbeitstage
                        IF WS-CFG-KEY = "ESCDAYS"
                           MOVE FUNCTION NUMVAL(WS-CFG-VALUE)
                             TO WS-CFG-NUM
           EXIT.

      *zweiter Durchgang ueber die offenen Eintraege: wer laenger
      *als ESCDAYS Arbeitstage ueberfaellig ist, rueckt eine
      *Prioritaetsstufe nach oben (kleinere Zahl = wichtiger, Stufe
      *1 ist Schluss) und wird wie das Archivieren als Benutzer
      *"batch" journaliert; nebenbei wird jeder offene Eintrag fuer
      *die Alterstafel je Benutzer in seine Altersklasse gezaehlt.
      *Gezaehlt wird nach der Arbeitstagsregel aus TODOWDAY, damit
      *ein langes Wochenende niemanden hochstuft
       ESCALATE-OVERDUE-ITEMS SECTION.
           IF WS-LOCK-FAILED = "Y"
              EXIT SECTION
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
           MOVE WS-TODAY-NUM TO WS-TODAY-X
           PERFORM OPEN-TDLIST-IO
           IF WS-TDLIST-STATUS NOT = "00"
              MOVE "Y" TO WS-LOCK-FAILED
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END
                     IF ITEM-STATUS IN WS-TDLIST < 2
                        OR ITEM-STATUS IN WS-TDLIST = 4
                        PERFORM COUNT-ITEM-AGE
                        IF ITEM-DUE-DATE IN WS-TDLIST NUMERIC
                           AND ITEM-DUE-DATE IN WS-TDLIST
                              < WS-TODAY-X
                           AND ITEM-PRIO IN WS-TDLIST > 1
                           MOVE "N" TO WDAY-FUNCTION
                           MOVE ITEM-DUE-DATE IN WS-TDLIST
                             TO WDAY-DATE
                           MOVE WS-TODAY-NUM TO WDAY-DATE-TO
                           CALL "TODOWDAY" USING WDAY-PARAMS
                           IF WDAY-DAYS > WS-ESC-DAYS
                              PERFORM ESCALATE-ONE-ITEM
                           END-IF
                        END-IF
                     END-IF
               END-READ
              EXIT SECTION
           END-IF
           MOVE ITEM-DATE IN WS-TDLIST(1:8) TO WS-ITEM-DATE-NUM
           MOVE "N" TO WDAY-FUNCTION
           MOVE WS-ITEM-DATE-NUM TO WDAY-DATE
           MOVE WS-TODAY-NUM TO WDAY-DATE-TO
           CALL "TODOWDAY" USING WDAY-PARAMS
           MOVE WDAY-DAYS TO WS-ITEM-AGE
           EVALUATE TRUE
               WHEN WS-ITEM-AGE <= 5
                  MOVE 1 TO WS-AGE-SLOT
               WHEN WS-ITEM-AGE <= 20
                  MOVE 2 TO WS-AGE-SLOT
               WHEN OTHER
                  MOVE 3 TO WS-AGE-SLOT
      *liegengebliebene Arbeit jeden Morgen schwarz auf weiss in
      *der Hausmeister-Zusammenfassung steht
       WRITE-AGING-REPORT SECTION.
           MOVE "aging of open items (working days since created):"
             TO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-AGE-USER(WS-AGE-IDX) DELIMITED BY SIZE
                      " 0-5: " DELIMITED BY SIZE
                      WS-AGE-Z1 DELIMITED BY SIZE
                      "  6-20: " DELIMITED BY SIZE
                      WS-AGE-Z2 DELIMITED BY SIZE
                      "  over 20: " DELIMITED BY SIZE
                      WS-AGE-Z3 DELIMITED BY SIZE
                 INTO WS-SUMMARY-LINE
               PERFORM WRITE-SUMMARY-LINE
                TO WS-SUMMARY-LINE
              PERFORM WRITE-SUMMARY-LINE
           END-IF
           PERFORM WRITE-TEAM-AGING
           EXIT.

      *die Alterstafel noch einmal je Team - Grundlage ist
      *todoteams.dat, gepflegt mit todouser team/lead/unteam
       WRITE-TEAM-AGING SECTION.
           PERFORM LOAD-TEAM-ROSTER
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
                 UNTIL WS-AGE-IDX > WS-AGE-COUNT
               MOVE "N" TO WS-TEAM-HIT
               PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                     UNTIL WS-TEAM-IDX > WS-ROSTER-COUNT
                   IF WS-ROSTER-USER(WS-TEAM-IDX)
                         = WS-AGE-USER(WS-AGE-IDX)
                      MOVE "Y" TO WS-TEAM-HIT
                      MOVE WS-ROSTER-TEAM(WS-TEAM-IDX) TO WS-TEAM-KEY
                      PERFORM ADD-TEAM-AGE-ROW
                   END-IF
               END-PERFORM
               IF WS-TEAM-HIT = "N"
                  MOVE "-" TO WS-TEAM-KEY
                  PERFORM ADD-TEAM-AGE-ROW
               END-IF
           END-PERFORM
           MOVE "aging of open items per team:" TO WS-SUMMARY-LINE
           PERFORM WRITE-SUMMARY-LINE
           PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                 UNTIL WS-TEAM-IDX > WS-TEAM-AGE-COUNT
               MOVE WS-TEAM-AGE-CNT(WS-TEAM-IDX 1) TO WS-AGE-Z1
               MOVE WS-TEAM-AGE-CNT(WS-TEAM-IDX 2) TO WS-AGE-Z2
               MOVE WS-TEAM-AGE-CNT(WS-TEAM-IDX 3) TO WS-AGE-Z3
               MOVE SPACES TO WS-SUMMARY-LINE
               STRING "  " DELIMITED BY SIZE
                      WS-TEAM-AGE-NAME(WS-TEAM-IDX) DELIMITED BY SIZE
                      " 0-5: " DELIMITED BY SIZE
                      WS-AGE-Z1 DELIMITED BY SIZE
                      "  6-20: " DELIMITED BY SIZE
                      WS-AGE-Z2 DELIMITED BY SIZE
                      "  over 20: " DELIMITED BY SIZE
                      WS-AGE-Z3 DELIMITED BY SIZE
                 INTO WS-SUMMARY-LINE
               PERFORM WRITE-SUMMARY-LINE
           END-PERFORM
           IF WS-TEAM-OVFL = "Y"
              MOVE "  team file too large, team aging incomplete"
                TO WS-SUMMARY-LINE
              PERFORM WRITE-SUMMARY-LINE
           END-IF
           EXIT.

      *eine fehlende todoteams.dat heisst: keine Teams, alles
      *steht unter "-"
       LOAD-TEAM-ROSTER SECTION.
           MOVE ZERO TO WS-ROSTER-COUNT
           OPEN INPUT TDTEAMS
           IF WS-TEAMS-STATUS = "00"
              MOVE "N" TO WS-TEAMS-EOF
              PERFORM UNTIL WS-TEAMS-EOF = "Y"
                  READ TDTEAMS
                     AT END MOVE "Y" TO WS-TEAMS-EOF
                     NOT AT END
                        IF TEAMF-TEAM NOT = SPACES
                           AND TEAMF-USER NOT = SPACES
                           IF WS-ROSTER-COUNT < 500
                              ADD 1 TO WS-ROSTER-COUNT
                              MOVE TEAMF-TEAM
                                TO WS-ROSTER-TEAM(WS-ROSTER-COUNT)
                              MOVE TEAMF-USER
                                TO WS-ROSTER-USER(WS-ROSTER-COUNT)
                           ELSE
                              MOVE "Y" TO WS-TEAM-OVFL
                           END-IF
                        END-IF
                  END-READ
              END-PERFORM
              CLOSE TDTEAMS
           END-IF
           EXIT.

      *addiert die Benutzerzeile WS-AGE-IDX auf die Teamzeile
      *WS-TEAM-KEY
       ADD-TEAM-AGE-ROW SECTION.
           MOVE ZERO TO WS-TEAM-FOUND
           PERFORM VARYING WS-AGE-FOUND FROM 1 BY 1
                 UNTIL WS-AGE-FOUND > WS-TEAM-AGE-COUNT
               IF WS-TEAM-AGE-NAME(WS-AGE-FOUND) = WS-TEAM-KEY
                  MOVE WS-AGE-FOUND TO WS-TEAM-FOUND
               END-IF
           END-PERFORM
           IF WS-TEAM-FOUND = ZERO
              IF WS-TEAM-AGE-COUNT < 51
                 ADD 1 TO WS-TEAM-AGE-COUNT
                 INITIALIZE WS-TEAM-AGE-ENTRY(WS-TEAM-AGE-COUNT)
                 MOVE WS-TEAM-KEY
                   TO WS-TEAM-AGE-NAME(WS-TEAM-AGE-COUNT)
                 MOVE WS-TEAM-AGE-COUNT TO WS-TEAM-FOUND
              ELSE
                 MOVE "Y" TO WS-TEAM-OVFL
              END-IF
           END-IF
           IF WS-TEAM-FOUND > ZERO
              PERFORM VARYING WS-AGE-SLOT FROM 1 BY 1
                    UNTIL WS-AGE-SLOT > 3
                  ADD WS-AGE-CNT(WS-AGE-IDX WS-AGE-SLOT)
                    TO WS-TEAM-AGE-CNT(WS-TEAM-FOUND WS-AGE-SLOT)
              END-PERFORM
           END-IF
           EXIT.
       END PROGRAM TODOBATCH.
