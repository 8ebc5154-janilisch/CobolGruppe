          01 TDUSERS-RECORD.
             05 USRF-ID PIC X(10).
             05 USRF-HASH PIC 9(10).
             05 USRF-STATE PIC X(1).
             05 USRF-SUCCESSOR PIC X(10).
             05 USRF-LEFT-ON PIC X(8).
       FD TDSESS.
          01 TDSESS-RECORD.
             05 SESF-TOKEN PIC X(16).
       01 WS-CFG-KEY PIC X(20).
       01 WS-CFG-VALUE PIC X(20).
       01 WS-CFG-NUM PIC 9(4).
       01 WS-FORMAT-OK PIC X(1).
      *Sitzungsdauer in Minuten, Zeile "SESSIONMINS=nnn" in
      *todoliste.cfg - ohne Zeile gilt ein Arbeitstag von 8 Stunden
       01 WS-SESSION-MINS PIC 9(4) VALUE 0480.
       01 WS-LOGIN-PASS PIC X(40).
       01 WS-USER-FOUND PIC X(1).
       01 WS-STORED-HASH PIC 9(10).
       01 WS-USER-STATE PIC X(1).
       01 WS-HASH-INPUT PIC X(90).
       01 WS-HASH-LEN PIC 9(3).
       01 WS-HASH-IDX PIC 9(3).
       01 WS-EXP-REM PIC 9(4).
       01 WS-SESS-FILENAME PIC X(16) VALUE "todosessions.dat".
       01 WS-SESS-TMPNAME PIC X(16) VALUE "todosessions.tmp".
       01 WS-ESC-SOURCE PIC X(80).
       01 WS-ESC-TEXT PIC X(160).
       01 WS-ESC-LEN PIC 9(3).
       01 WS-ESC-IDX PIC 9(3).
       01 WS-ESC-SRC-LEN PIC 9(3).
       01 WS-ESC-CHAR PIC X(1).
	     COPY todoactions.
       COPY cgiutildata.
       COPY todoitem.
       COPY cgiparamtable.

       PROCEDURE DIVISION.
           MOVE "OK" TO RESULT-CODE
           MOVE SPACES TO RESULT-MESSAGE

           PERFORM U00-PARSE-WEBINPUT


           PERFORM READ-TODOLIST-ACTION

      *der Kopf haengt vom gewuenschten Antwortformat ab und kann
      *deshalb erst nach dem Zerlegen der Parameter ausgegeben
      *werden
           PERFORM READ-RESPONSE-FORMAT

           PERFORM U01-PRINT-HEADER

           IF WS-FORMAT-OK NOT = "Y"
              MOVE "ER" TO RESULT-CODE
              MOVE "unknown response format - use json, csv or html"
                TO RESULT-MESSAGE
              PERFORM PRINT-RESULT-ERROR
              GOBACK
           END-IF

      *jede Aktion ausser dem Anmelden selbst braucht ein gueltiges
      *Sitzungskennzeichen, sobald eine Kennwortdatei existiert
           PERFORM CHECK-ACTION-AUTH
           IF WS-AUTH-OK NOT = "Y"
              MOVE "ER" TO RESULT-CODE
              MOVE "not signed in or session expired - log in first"
                TO RESULT-MESSAGE
              PERFORM PRINT-RESULT-ERROR
              GOBACK
           END-IF

              PERFORM SEARCH-REQUESTED
           WHEN ACTION-UNDO
              PERFORM UNDO-REQUESTED
           WHEN ACTION-SIGNOFF-PROJECT
              PERFORM SIGNOFF-PROJECT-REQUESTED
           WHEN ACTION-APPROVE
              PERFORM REVIEW-REQUESTED
           WHEN ACTION-SEND-BACK
              PERFORM REVIEW-REQUESTED
           WHEN ACTION-ADD-TEMPLATE
              PERFORM TEMPLATE-REQUESTED
           WHEN ACTION-RENAME-TEMPLATE
              PERFORM TEMPLATE-REQUESTED
           WHEN ACTION-RETIRE-TEMPLATE
              PERFORM TEMPLATE-REQUESTED
           WHEN ACTION-SHOW-TEMPLATES
              PERFORM CALL-TODOLISTE
           WHEN ACTION-ADD-TPL-PART
              PERFORM TEMPLATE-PART-REQUESTED
           WHEN ACTION-USE-TEMPLATE
              PERFORM USE-TEMPLATE-REQUESTED
           WHEN ACTION-ADD-HOLIDAY
              PERFORM HOLIDAY-REQUESTED
           WHEN ACTION-REMOVE-HOLIDAY
              PERFORM HOLIDAY-REQUESTED
           WHEN ACTION-SHOW-HOLIDAYS
              PERFORM HOLIDAY-REQUESTED
           WHEN ACTION-SAVE-VIEW
              PERFORM SAVE-VIEW-REQUESTED
           WHEN ACTION-DELETE-VIEW
              PERFORM VIEW-REQUESTED
           WHEN ACTION-SHOW-VIEWS
              PERFORM VIEW-REQUESTED
           WHEN OTHER
              PERFORM PRINT-UNKNOWN-ACTION
           END-EVALUATE
           MOVE WS-REQUEST-BUFFER TO REQUEST-STRING
          .
       U01-PRINT-HEADER SECTION.
           EVALUATE TRUE
           WHEN FORMAT-JSON
              DISPLAY "CONTENT-TYPE: APPLICATION/JSON"
              NEWLINE
           WHEN FORMAT-CSV
              DISPLAY "CONTENT-TYPE: TEXT/CSV"
              NEWLINE
           WHEN OTHER
              DISPLAY "CONTENT-TYPE: TEXT/HTML"
              NEWLINE
           END-EVALUATE
          .
      *zerlegt den kompletten POST-Body in einem einzigen CGIUTIL-Aufruf
      *in PARAMETER-TABLE, statt fuer jedes Formularfeld erneut durch
           PERFORM READ-PARAMETER-VALUE
           MOVE PARAMETER-VALUE TO TODO-ACTION
           EXIT.
      *Antwortformat fuer Programme statt Browser: "format=json"
      *oder "format=csv" liefert die Listen, Auswertungen und das
      *Ergebnis jeder aendernden Aktion maschinenlesbar; ohne
      *Parameter oder mit "format=html" bleibt es bei HTML. Jeder
      *andere Wert wird abgewiesen (Fehlerzeile im HTML-Format),
      *statt stillschweigend eine unerwartete Antwort zu liefern.
      *Die reinen Katalog-, Notiz- und Sicherungsansichten gibt es
      *weiterhin nur als HTML
       READ-RESPONSE-FORMAT SECTION.
           MOVE SPACES TO IT-FORMAT
           MOVE "Y" TO WS-FORMAT-OK
           MOVE "format" TO PARAMETER-NAME
           PERFORM READ-PARAMETER-VALUE
           EVALUATE FUNCTION LOWER-CASE(FUNCTION TRIM(PARAMETER-VALUE))
           WHEN "json"
              MOVE "json" TO IT-FORMAT
           WHEN "csv"
              MOVE "csv" TO IT-FORMAT
           WHEN "html"
           WHEN SPACES
              CONTINUE
           WHEN OTHER
              MOVE "N" TO WS-FORMAT-OK
           END-EVALUATE
           EVALUATE TRUE
           WHEN ACTION-SHOW-TAGS
           WHEN ACTION-SHOW-PROJECTS
           WHEN ACTION-SHOW-TEMPLATES
           WHEN ACTION-SHOW-HOLIDAYS
           WHEN ACTION-SHOW-VIEWS
           WHEN ACTION-SHOW-NOTES
           WHEN ACTION-SHOW-BACKUPS
              MOVE SPACES TO IT-FORMAT
           END-EVALUATE
           EXIT.
       ADD-TODOLIST-ENTRY SECTION.
           MOVE "content" TO PARAMETER-NAME
           PERFORM READ-PARAMETER-VALUE
          MOVE 1 TO IT-PAGE
          MOVE ZERO TO IT-PAGE-SIZE
          MOVE "Y" TO IT-SHOW-ALL
          MOVE SPACES TO IT-REVIEWER
          MOVE "tag" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
          PERFORM CALL-TODOLISTE
          EXIT.
       SHOW-FILTERED SECTION.
          PERFORM READ-SHOW-FILTERS
      *"view" holt eine gespeicherte Ansicht des Aufrufers - ihre
      *Filter und ihre Sortierung ersetzen dann in TODOLISTE alles,
      *was oben gelesen wurde, nur die Seitennummer gilt weiter
          MOVE SPACES TO IT-VIEW-NAME IT-VIEW-OWNER
          IF ACTION-SHOW
             MOVE "view" TO PARAMETER-NAME
             PERFORM READ-PARAMETER-VALUE
             IF PARAMETER-VALUE NOT = SPACES
                MOVE PARAMETER-VALUE TO IT-VIEW-NAME
                PERFORM READ-VIEW-OWNER
             END-IF
          END-IF
          PERFORM CALL-TODOLISTE
          EXIT.
       READ-SHOW-FILTERS SECTION.
      *ACTION-SHOW liest jetzt optionale Filterparameter statt immer
      *die komplette Liste anzuzeigen; fehlt ein Parameter, bleibt das
      *zugehoerige Feld auf seinem "kein Filter" Wert stehen. Ohne
          IF PARAMETER-VALUE NOT = SPACES
             MOVE PARAMETER-VALUE TO IT-USER-ID
          END-IF
      *"reviewer" zeigt nur, was auf die Abnahme durch diesen
      *Benutzer wartet
          MOVE SPACES TO IT-REVIEWER
          MOVE "reviewer" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
             MOVE PARAMETER-VALUE TO IT-REVIEWER
          END-IF
      *Sortierung und Blaettern: sort=date/status/color/user,
      *order=asc/desc, page=Seitennummer, size=Zeilen je Seite -
      *ohne diese Parameter bleibt es bei der bisherigen Ausgabe
          IF PARAMETER-VALUE NOT = SPACES
             MOVE FUNCTION NUMVAL(PARAMETER-VALUE) TO IT-PAGE-SIZE
          END-IF
          EXIT.
      *speichert die Filter- und Sortierfelder der Listenansicht
      *unter einem Namen ("view") fuer den Aufrufer - es gelten
      *dieselben Parameter wie bei "show". "publish=txt" oder
      *"publish=csv" laesst die Ansicht jede Nacht von TODOVIEWS in
      *die Datei des Besitzers schreiben, ohne Angabe bleibt sie
      *eine reine Bildschirmansicht
       SAVE-VIEW-REQUESTED SECTION.
          PERFORM READ-SHOW-FILTERS
          MOVE "view" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO IT-VIEW-NAME
          MOVE SPACE TO IT-VIEW-PUBLISH
          MOVE "publish" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          EVALUATE FUNCTION LOWER-CASE(PARAMETER-VALUE(1:1))
             WHEN "t"
                MOVE "T" TO IT-VIEW-PUBLISH
             WHEN "c"
                MOVE "C" TO IT-VIEW-PUBLISH
          END-EVALUATE
          PERFORM READ-VIEW-OWNER
          PERFORM CALL-TODOLISTE
          EXIT.
      *Loeschen und Auflisten der eigenen Ansichten
       VIEW-REQUESTED SECTION.
          MOVE "view" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO IT-VIEW-NAME
          PERFORM READ-VIEW-OWNER
          PERFORM CALL-TODOLISTE
          EXIT.
      *Besitzer der Ansichten ist der angemeldete Benutzer - auch
      *beim reinen Lesen, wo sonst keine Sitzung geprueft wird. Im
      *Altbetrieb ohne Kennwortdatei gilt wie bei READ-CALLER-USER
      *das "user"-Feld
       READ-VIEW-OWNER SECTION.
          IF WS-SESSION-ACTIVE NOT = "Y"
             PERFORM VERIFY-SESSION-TOKEN
          END-IF
          IF WS-SESSION-ACTIVE = "Y"
             MOVE WS-SESSION-USER TO IT-VIEW-OWNER
          ELSE
             MOVE "user" TO PARAMETER-NAME
             PERFORM READ-PARAMETER-VALUE
             MOVE PARAMETER-VALUE TO IT-VIEW-OWNER
          END-IF
          EXIT.
      *stellt die angekreuzten Archiveintraege wieder her - die ids
      *kommen aus der Archivansicht und bezeichnen die ITEM-ID, unter
      *der der Eintrag seinerzeit archiviert wurde
          MOVE "ids" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO IT-IDS
          PERFORM READ-ITEM-STAMPS
          PERFORM READ-CALLER-USER
          PERFORM CALL-TODOLISTE
          EXIT.
          EXIT.
      *Aufwandsauswertung: Datumsbereich auf den Startzeitpunkt der
      *Buchung, dazu wahlweise Benutzer, Tag und einzelne ITEM-ID
      *als Filter - fehlende Parameter heissen "kein Filter". Wessen
      *Buchungen ueberhaupt in Frage kommen, regelt der Lesebereich
       EFFORT-REQUESTED SECTION.
          MOVE SPACES TO IT-IDS IT-USER-ID
          MOVE SPACES TO IT-DATE-FROM IT-DATE-TO
          END-IF
          PERFORM CALL-TODOLISTE
          EXIT.
      *Abnahmepflicht eines Projekts: "projid" wie beim Umbenennen,
      *"signoff=1" schaltet sie ein, alles andere aus, "reviewer"
      *ist der voreingestellte Pruefer
       SIGNOFF-PROJECT-REQUESTED SECTION.
          MOVE 99 TO IT-PROJECT
          MOVE "projid" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
             MOVE PARAMETER-VALUE TO IT-PROJECT
          END-IF
          MOVE "N" TO IT-SIGNOFF
          MOVE "signoff" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE(1:1) = "1" OR PARAMETER-VALUE(1:1) = "y"
                                        OR PARAMETER-VALUE(1:1) = "Y"
             MOVE "Y" TO IT-SIGNOFF
          END-IF
          MOVE "reviewer" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO IT-REVIEWER
          PERFORM READ-CALLER-USER
          PERFORM CALL-TODOLISTE
          EXIT.
      *Freigeben und Zurueckgeben: die ausgewaehlten Eintraege wie
      *beim Aendern ueber "ids"/"stamps", die Begruendung fuers
      *Zurueckgeben kommt ueber "content"
       REVIEW-REQUESTED SECTION.
          MOVE "ids" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO IT-IDS
          PERFORM READ-ITEM-STAMPS
          MOVE "content" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO NEW-TODO-ITEM
          PERFORM READ-CALLER-USER
          PERFORM CALL-TODOLISTE
          EXIT.
      *Vorlagenpflege im Stil der Tag-Pflege: Name ueber "name",
      *Vorlagennummer fuer Umbenennen/Stilllegen ueber "templid"
       TEMPLATE-REQUESTED SECTION.
          MOVE "name" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO NEW-TODO-ITEM
          MOVE 99 TO IT-TEMPLATE
          MOVE "templid" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
             MOVE PARAMETER-VALUE TO IT-TEMPLATE
          END-IF
          PERFORM CALL-TODOLISTE
          EXIT.
      *Baustein einer Vorlage: "part" ist I (Eintrag), S
      *(Teilaufgabe), N (Notizzeile) oder D (Abhaengigkeit), der
      *Text kommt ueber "content"; beim Eintrag "offset" = Tage ab
      *Stichtag (auch negativ) sowie "prio", "color" und "tag" wie
      *beim Anlegen, bei S/N/D "item" = Eintragsnummer in der
      *Vorlage und bei D "blocker" = Nummer des blockierenden
      *Eintrags
       TEMPLATE-PART-REQUESTED SECTION.
          MOVE 99 TO IT-TEMPLATE
          MOVE "templid" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
             MOVE PARAMETER-VALUE TO IT-TEMPLATE
          END-IF
          MOVE "part" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE FUNCTION UPPER-CASE(PARAMETER-VALUE(1:1))
            TO IT-TPL-PART
          MOVE "content" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO NEW-TODO-ITEM
          MOVE ZERO TO IT-OFFSET
          MOVE "offset" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
             COMPUTE IT-OFFSET = FUNCTION NUMVAL(PARAMETER-VALUE)
          END-IF
          MOVE 3 TO IT-PRIO
          MOVE "prio" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
             MOVE PARAMETER-VALUE TO IT-PRIO
          END-IF
          MOVE ZERO TO IT-COLOR
          MOVE "color" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
             MOVE PARAMETER-VALUE TO IT-COLOR
          END-IF
          MOVE ZERO TO IT-TAG
          MOVE "tag" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
             MOVE PARAMETER-VALUE TO IT-TAG
          END-IF
          MOVE ZERO TO IT-SUBTASK-SEQ
          MOVE "item" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
             MOVE PARAMETER-VALUE TO IT-SUBTASK-SEQ
          END-IF
          MOVE ZERO TO IT-BLOCKER-ID
          MOVE "blocker" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
             MOVE PARAMETER-VALUE TO IT-BLOCKER-ID
          END-IF
          PERFORM CALL-TODOLISTE
          EXIT.
      *Anwenden einer Vorlage: "templid", Besitzer ueber "owner"
      *(ohne Angabe der Aufrufer), "project" wie beim Anlegen und
      *der Stichtag ueber "duedate", von dem aus die Termine der
      *einzelnen Eintraege gerechnet werden
       USE-TEMPLATE-REQUESTED SECTION.
          MOVE 99 TO IT-TEMPLATE
          MOVE "templid" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
             MOVE PARAMETER-VALUE TO IT-TEMPLATE
          END-IF
          MOVE "owner" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO IT-NEW-USER-ID
          MOVE ZERO TO IT-PROJECT
          MOVE "project" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
             MOVE PARAMETER-VALUE TO IT-PROJECT
          END-IF
          MOVE "duedate" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO IT-DUE-DATE
          PERFORM READ-CALLER-USER
          PERFORM CALL-TODOLISTE
          EXIT.
      *Betriebskalender: der Tag ueber "date" (JJJJMMTT), "kind"
      *C = geschlossen (Vorgabe) oder W = zusaetzlicher Arbeitstag,
      *die Bezeichnung ueber "name"; die Anzeige zeigt mit "all=1"
      *auch vergangene Tage
       HOLIDAY-REQUESTED SECTION.
          MOVE "date" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE(1:8) TO IT-DUE-DATE
          MOVE "kind" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE FUNCTION UPPER-CASE(PARAMETER-VALUE(1:1))
            TO IT-DAY-KIND
          MOVE "name" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO NEW-TODO-ITEM
          MOVE "N" TO IT-SHOW-ALL
          MOVE "all" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE(1:1) = "1" OR PARAMETER-VALUE(1:1) = "y"
                                        OR PARAMETER-VALUE(1:1) = "Y"
             MOVE "Y" TO IT-SHOW-ALL
          END-IF
          PERFORM READ-CALLER-USER
          PERFORM CALL-TODOLISTE
          EXIT.
      *liefert die Aufruferkennung fuer Besitzpruefung und Journal:
      *mit aktiver Sitzung zaehlt nur deren beglaubigter Benutzer -
      *was im "user"-Feld steht, ist dann egal. Nur solange noch
          MOVE "ids" TO PARAMETER-NAME
		      PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO IT-IDS
          PERFORM READ-ITEM-STAMPS
          PERFORM READ-CALLER-USER
          PERFORM CALL-TODOLISTE
          EXIT.
          MOVE "ids" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO IT-IDS
          PERFORM READ-ITEM-STAMPS
          PERFORM READ-CALLER-USER
          MOVE "color" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
             MOVE PARAMETER-VALUE TO IT-PRIO
          END-IF
      *in Projekten mit Abnahmepflicht kann beim Erledigen der
      *Pruefer genannt werden - ohne "reviewer" gilt der des
      *Projekts
          MOVE "reviewer" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO IT-REVIEWER
          PERFORM CALL-TODOLISTE
          EXIT.
      *liest die Formularfelder fuer das Umarbeiten eines Eintrags -
          MOVE "ids" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO IT-IDS
          PERFORM READ-ITEM-STAMPS
          MOVE "content" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO NEW-TODO-ITEM
          PERFORM READ-CALLER-USER
          PERFORM CALL-TODOLISTE
          EXIT.
      *Aenderungsstempel zu den ausgewaehlten Eintraegen, wie die
      *Listenansicht sie ausgegeben hat: je ITEM-ID in "ids" fuenf
      *Stellen an derselben Position in "stamps" - fehlt das Feld
      *oder eine Stelle ist leer, wird dieser Eintrag wie bisher
      *ohne Pruefung geaendert
       READ-ITEM-STAMPS SECTION.
          MOVE "stamps" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO IT-STAMPS
          EXIT.
       CALL-TODOLISTE SECTION.
          PERFORM OPEN-RESPONSE-DATA
          CALL "TODOLISTE" USING TODO-ACTION
                                 NEW-TODO-ITEM
                                 IT-PARAMS
                                 TODO-RESULT
          PERFORM CLOSE-RESPONSE-DATA
          EXIT.
      *JSON-Antworten sind ein einziges Objekt: Aktion, die von
      *TODOLISTE ausgegebenen Datenzeilen als Liste und zum Schluss
      *RESULT-CODE/RESULT-MESSAGE - die Klammer um die Datenzeilen
      *setzt der Handler, die Zeilen selbst schreibt TODOLISTE.
      *CSV braucht vorab nichts, die Kopfzeilen kommen mit den Daten
       OPEN-RESPONSE-DATA SECTION.
          IF FORMAT-JSON
             MOVE TODO-ACTION TO WS-ESC-SOURCE
             PERFORM ESCAPE-OUTPUT-TEXT
             DISPLAY "{""ACTION"":""" FUNCTION TRIM(WS-ESC-TEXT)
                     """,""DATA"":["
          END-IF
          EXIT.
      *schliesst die Antwort ab: bei JSON/CSV mit dem Ergebnis der
      *Aktion als letztem Element bzw. als RESULT-Zeile (wie die
      *NOTE-Zeilen im CSV-Export), bei HTML wie bisher mit Fehler-
      *oder Hinweiszeile
       CLOSE-RESPONSE-DATA SECTION.
          MOVE RESULT-MESSAGE TO WS-ESC-SOURCE
          PERFORM ESCAPE-OUTPUT-TEXT
          EVALUATE TRUE
          WHEN FORMAT-JSON
             DISPLAY "],""RESULT-CODE"":""" RESULT-CODE
                     """,""RESULT-MESSAGE"":"""
                     FUNCTION TRIM(WS-ESC-TEXT) """}"
          WHEN FORMAT-CSV
             DISPLAY "RESULT," RESULT-CODE ","""
                     FUNCTION TRIM(WS-ESC-TEXT) """"
          WHEN OTHER
             IF RESULT-ERROR
                PERFORM PRINT-RESULT-ERROR
             ELSE
      *auch ohne Fehler kann TODOLISTE etwas zu melden haben, etwa
      *uebersprungene fremde Eintraege bei der Besitzpruefung
                IF RESULT-MESSAGE NOT = SPACES
                   DISPLAY "<p class=""notice"">" RESULT-MESSAGE
                           "</p>"
                END-IF
             END-IF
          END-EVALUATE
          EXIT.
       PRINT-RESULT-ERROR SECTION.
          IF FORMAT-HTML
             DISPLAY "<p class=""error"">" RESULT-MESSAGE "</p>"
          ELSE
             PERFORM OPEN-RESPONSE-DATA
             PERFORM CLOSE-RESPONSE-DATA
          END-IF
          EXIT.
       PRINT-UNKNOWN-ACTION SECTION.
          MOVE "ER" TO RESULT-CODE
          MOVE SPACES TO RESULT-MESSAGE
          STRING "Unbekannte Aktion: " DELIMITED BY SIZE
                 TODO-ACTION DELIMITED BY SIZE
            INTO RESULT-MESSAGE
          PERFORM PRINT-RESULT-ERROR
          EXIT.
      *maskiert einen Text fuer die Ausgabe zwischen
      *Anfuehrungszeichen: bei JSON bekommen " und \ einen
      *vorangestellten \, bei CSV wird " verdoppelt; Steuerzeichen
      *werden zu Leerzeichen - derselbe Weg wie in TODOLISTE
       ESCAPE-OUTPUT-TEXT SECTION.
          MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ESC-SOURCE TRAILING))
            TO WS-ESC-SRC-LEN
          MOVE SPACES TO WS-ESC-TEXT
          MOVE ZERO TO WS-ESC-LEN
          PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                UNTIL WS-ESC-IDX > WS-ESC-SRC-LEN
              MOVE WS-ESC-SOURCE(WS-ESC-IDX:1) TO WS-ESC-CHAR
              IF WS-ESC-CHAR < SPACE
                 MOVE SPACE TO WS-ESC-CHAR
              END-IF
              IF FORMAT-JSON
                 IF WS-ESC-CHAR = """" OR WS-ESC-CHAR = "\"
                    ADD 1 TO WS-ESC-LEN
                    MOVE "\" TO WS-ESC-TEXT(WS-ESC-LEN:1)
                 END-IF
              ELSE
                 IF WS-ESC-CHAR = """"
                    ADD 1 TO WS-ESC-LEN
                    MOVE """" TO WS-ESC-TEXT(WS-ESC-LEN:1)
                 END-IF
              END-IF
              ADD 1 TO WS-ESC-LEN
              MOVE WS-ESC-CHAR TO WS-ESC-TEXT(WS-ESC-LEN:1)
          END-PERFORM
          EXIT.
      *loescht ein ToDo anhand eines Stichworts im Text, wenn man sich
      *nur noch an den Wortlaut, nicht mehr an die ID erinnert
          PERFORM READ-CALLER-USER
          PERFORM CALL-TODOLISTE
          EXIT.
      *entscheidet, ob die Aktion ueberhaupt laufen darf: nur das
      *Anmelden ist frei, alles andere - auch das Lesen - verlangt
      *ein gueltiges Sitzungskennzeichen, ausser es gibt (noch)
      *keine Kennwortdatei, dann laeuft der Altbetrieb mit dem
      *geposteten "user"-Feld und ohne Leseeinschraenkung weiter.
      *Lesende Aktionen bekommen den Sitzungsbenutzer und den
      *Lesebereich mit, aendernde pruefen den Besitz wie bisher
      *ueber READ-CALLER-USER
       CHECK-ACTION-AUTH SECTION.
          MOVE "Y" TO WS-AUTH-OK
          MOVE SPACES TO IT-SCOPE IT-CALLER-ID
          IF ACTION-LOGIN
             EXIT SECTION
          END-IF
          OPEN INPUT TDUSERS
          PERFORM VERIFY-SESSION-TOKEN
          IF WS-SESSION-ACTIVE NOT = "Y"
             MOVE "N" TO WS-AUTH-OK
             EXIT SECTION
          END-IF
          PERFORM SET-MUTATING-FLAG
          IF WS-ACTION-MUTATES NOT = "Y"
             PERFORM READ-SCOPE-REQUEST
          END-IF
          EXIT.

      *Lesebereich: "scope=own" nur die eigenen Eintraege,
      *"scope=team" dazu die des eigenen Teams, "scope=all" alles -
      *das bleibt dem Hausmeister-Benutzer vorbehalten, TODOLISTE
      *stuft es fuer jeden anderen auf "team" zurueck. Ohne Angabe
      *sieht der Hausmeister alles und jeder andere sein Team
       READ-SCOPE-REQUEST SECTION.
          MOVE WS-SESSION-USER TO IT-CALLER-ID
          MOVE "scope" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          EVALUATE PARAMETER-VALUE
              WHEN "own"
                 MOVE "O" TO IT-SCOPE
              WHEN "team"
                 MOVE "T" TO IT-SCOPE
              WHEN "all"
                 MOVE "A" TO IT-SCOPE
              WHEN OTHER
                 MOVE "D" TO IT-SCOPE
          END-EVALUATE
          EXIT.

      *rein lesende Aktionen aendern nichts am Bestand - alles
              WHEN ACTION-SHOW-TAGS
              WHEN ACTION-SHOW-SUBTASKS
              WHEN ACTION-SHOW-PROJECTS
              WHEN ACTION-SHOW-TEMPLATES
              WHEN ACTION-SHOW-HOLIDAYS
              WHEN ACTION-SHOW-VIEWS
              WHEN ACTION-EFFORT
              WHEN ACTION-SEARCH
              WHEN ACTION-LOGIN
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO WS-LOGIN-PASS
          IF WS-LOGIN-USER = SPACES OR WS-LOGIN-PASS = SPACES
             MOVE "ER" TO RESULT-CODE
             MOVE "user and password are both required"
               TO RESULT-MESSAGE
             PERFORM PRINT-RESULT-ERROR
             EXIT SECTION
          END-IF
          MOVE "N" TO WS-USER-FOUND
          MOVE SPACE TO WS-USER-STATE
          OPEN INPUT TDUSERS
          IF WS-USERS-STATUS NOT = "00"
             MOVE "ER" TO RESULT-CODE
             MOVE "sign-in is not set up - no credentials file"
               TO RESULT-MESSAGE
             PERFORM PRINT-RESULT-ERROR
             EXIT SECTION
          END-IF
          MOVE "N" TO WS-USERS-EOF
                    IF USRF-ID = WS-LOGIN-USER
                       MOVE "Y" TO WS-USER-FOUND
                       MOVE USRF-HASH TO WS-STORED-HASH
                       MOVE USRF-STATE TO WS-USER-STATE
                    END-IF
              END-READ
          END-PERFORM
          PERFORM HASH-LOGIN-PASSWORD
          IF WS-USER-FOUND NOT = "Y"
             OR WS-HASH-VALUE NOT = WS-STORED-HASH
             MOVE "ER" TO RESULT-CODE
             MOVE "unknown user or wrong password" TO RESULT-MESSAGE
             PERFORM PRINT-RESULT-ERROR
             EXIT SECTION
          END-IF
      *ausgeschiedene Benutzer (todouser retire) melden sich
      *nicht mehr an
          IF WS-USER-STATE = "R"
             MOVE "ER" TO RESULT-CODE
             MOVE "user has left - sign-in is disabled"
               TO RESULT-MESSAGE
             PERFORM PRINT-RESULT-ERROR
             EXIT SECTION
          END-IF
          PERFORM READ-SESSION-CONFIG
             OPEN OUTPUT TDSESS
          END-IF
          IF WS-SESS-STATUS NOT = "00"
             MOVE "ER" TO RESULT-CODE
             MOVE "session file could not be written"
               TO RESULT-MESSAGE
             PERFORM PRINT-RESULT-ERROR
             EXIT SECTION
          END-IF
          MOVE WS-TOKEN TO SESF-TOKEN
          MOVE WS-EXPIRY-TS TO SESF-EXPIRY
          WRITE TDSESS-RECORD
          CLOSE TDSESS
      *das Kennzeichen ist bei JSON/CSV eine eigene Datenzeile
          EVALUATE TRUE
          WHEN FORMAT-JSON
             PERFORM OPEN-RESPONSE-DATA
             DISPLAY " {""TYPE"":""TOKEN"",""TOKEN"":""" WS-TOKEN
                     """}"
             PERFORM CLOSE-RESPONSE-DATA
          WHEN FORMAT-CSV
             DISPLAY "TYPE,TOKEN"
             DISPLAY "TOKEN," WS-TOKEN
             PERFORM CLOSE-RESPONSE-DATA
          WHEN OTHER
             DISPLAY "<p class=""token"">" WS-TOKEN "</p>"
          END-EVALUATE
          EXIT.

      *Streuwert ueber Benutzer und Kennwort - derselbe Rechenweg
