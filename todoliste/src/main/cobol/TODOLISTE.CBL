         SELECT TDBOOK-NEW ASSIGN TO 'todobookings.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BOOK-NEW-STATUS.
      *abgeschlossene Abrechnungsmonate, geschrieben von TODOCLOSE
         SELECT TDPERIODS ASSIGN TO 'todoperiods.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PERIODS-STATUS.
         SELECT TDNOTES ASSIGN TO 'todonotes.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOTES-STATUS.
         SELECT TDDEPS ASSIGN TO 'tododeps.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-DEPS-STATUS.
      *Sollfaelligkeit wiederkehrender Eintraege, deren Termin auf
      *einen Arbeitstag vorgerollt wurde: je Zeile Eintrag, Soll-
      *termin laut Rhythmus und der tatsaechlich gesetzte Termin
         SELECT TDSCHED ASSIGN TO 'todosched.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SCHED-STATUS.
         SELECT TDSUB ASSIGN TO 'todosubtasks.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUB-STATUS.
         SELECT TDSUB-NEW ASSIGN TO 'todosubtasks.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SUB-NEW-STATUS.
      *Abnahmeprotokoll - wird nur angehaengt, nie umgeschrieben:
      *je Einreichen, Freigeben, Zurueckgeben und Zurueckziehen
      *einer Abnahme ein Satz
         SELECT TDREVIEW ASSIGN TO 'todoreviews.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REV-STATUS.
      *Vorlagenkatalog - je Vorlage ein Kopfsatz und darunter die
      *Bausteine (Eintraege, Teilaufgaben, Notizzeilen und
      *Abhaengigkeiten), aus denen beim Anwenden echte Eintraege
      *werden
         SELECT TDTPL ASSIGN TO 'todotemplates.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TPL-STATUS.
      *Betriebskalender - Feiertage und Schliesstage sowie einzelne
      *zusaetzliche Arbeitstage, nach Datum sortiert; ausgewertet
      *wird er von TODOWDAY, gepflegt nur hier
         SELECT TDHOLI ASSIGN TO 'todoholidays.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-HOLI-STATUS.
      *gespeicherte Listenansichten je Benutzer - Filter, Sortierung
      *und Seitengroesse der Listenansicht unter einem Namen; die
      *veroeffentlichten schreibt TODOVIEWS jede Nacht in Dateien
         SELECT TDVIEWS ASSIGN TO 'todoviews.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-VIEWS-STATUS.
      *Teamzuordnung (Team, Benutzer, Rolle L/M) - gepflegt von
      *TODOUSER, hier nur gelesen fuer Lesebereich und Leiterrechte
         SELECT TDTEAMS ASSIGN TO 'todoteams.dat'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-TEAMS-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
             05 PROJF-ID PIC 9(2).
             05 PROJF-STATE PIC X(1).
             05 PROJF-NAME PIC X(20).
             05 PROJF-SIGNOFF PIC X(1).
             05 PROJF-REVIEWER PIC X(10).
          FD TDIMPORT.
          01 TDIMPORT-RECORD PIC X(200).
          FD TDREJECT.
             05 BOOK-END PIC X(14).
          FD TDBOOK-NEW.
          01 TDBOOK-NEW-RECORD PIC X(43).
          FD TDPERIODS.
          01 TDPERIODS-RECORD.
             05 PER-MONTH PIC X(6).
             05 PER-CLOSED-AT PIC X(14).
             05 PER-CLOSED-BY PIC X(10).
          FD TDNOTIFQ.
          01 TDNOTIFQ-RECORD.
             05 NQ-TIMESTAMP PIC X(14).
             05 SUB-TEXT PIC X(70).
          FD TDSUB-NEW.
          01 TDSUB-NEW-RECORD PIC X(79).
          FD TDREVIEW.
          01 TDREVIEW-RECORD.
             05 REVF-ITEM-ID PIC 9(5).
             05 REVF-STATE PIC X(1).
             05 REVF-TIMESTAMP PIC X(14).
             05 REVF-BY-USER PIC X(10).
             05 REVF-REVIEWER PIC X(10).
             05 REVF-REASON PIC X(60).
          FD TDTPL.
          01 TDTPL-RECORD.
             05 TPLF-ID PIC 9(2).
             05 TPLF-KIND PIC X(1).
             05 TPLF-SEQ PIC 9(2).
             05 TPLF-DATA PIC X(80).
          FD TDHOLI.
          01 TDHOLI-RECORD.
             05 HOLF-DATE PIC 9(8).
             05 HOLF-KIND PIC X(1).
             05 HOLF-NAME PIC X(30).
          FD TDVIEWS.
          01 TDVIEWS-RECORD.
             05 VIEWF-OWNER PIC X(10).
             05 VIEWF-NAME PIC X(20).
             05 VIEWF-PUBLISH PIC X(1).
             05 VIEWF-STATUS PIC 9.
             05 VIEWF-COLOR PIC 9.
             05 VIEWF-TAG PIC 9(2).
             05 VIEWF-PROJECT PIC 9(2).
             05 VIEWF-DATE-FROM PIC X(8).
             05 VIEWF-DATE-TO PIC X(8).
             05 VIEWF-SHOW-ALL PIC X(1).
             05 VIEWF-USER PIC X(10).
             05 VIEWF-SORT-FIELD PIC X(6).
             05 VIEWF-SORT-ORDER PIC X(1).
             05 VIEWF-PAGE-SIZE PIC 9(3).
          FD TDTEAMS.
          01 TDTEAMS-RECORD.
             05 TEAMF-TEAM PIC X(10).
             05 TEAMF-USER PIC X(10).
             05 TEAMF-ROLE PIC X(1).
          FD TDDEPS.
          01 TDDEPS-RECORD.
             05 DEPF-ITEM-ID PIC 9(5).
             05 DEPF-BLOCKER-ID PIC 9(5).
          FD TDSCHED.
          01 TDSCHED-RECORD.
             05 SCHF-ITEM-ID PIC 9(5).
             05 SCHF-NOMINAL PIC 9(8).
             05 SCHF-ROLLED PIC 9(8).
          FD TDLIST-OLD.
          01 TDLIST-OLD-RECORD.
             05 OLD-ITEM-ID PIC 9(5).
        01 WS-TAG-MAX PIC 9(2).
      *Projektkatalog, gepflegt wie der Tag-Katalog: Nummer,
      *Zustand (A = offen, R = geschlossen), Name - Projekt 99 ist
      *wie beim Tag der Platzhalter fuer "kein Filter". Dazu die
      *Abnahmepflicht (Y = Abschluss nur mit Freigabe) und der
      *voreingestellte Pruefer des Projekts
        01 WS-PROJ-STATUS PIC XX.
        01 WS-PROJ-LOADED PIC X(1) VALUE "N".
        01 WS-PROJ-EOF PIC X(1).
              10 WS-PROJ-ID PIC 9(2).
              10 WS-PROJ-STATE PIC X(1).
              10 WS-PROJ-NAME PIC X(20).
              10 WS-PROJ-SIGNOFF PIC X(1).
              10 WS-PROJ-REVIEWER PIC X(10).
        01 WS-PROJ-IDX PIC 9(3).
        01 WS-PROJ-FOUND PIC 9(3).
        01 WS-PROJ-LOOKUP-ID PIC 9(2).
        01 WS-PROJ-OPEN-CNT PIC 9(5).
        01 WS-PROJ-OPEN-Z PIC ZZZZ9.
        01 PROJ-STRING PIC X(20).
        01 WS-PROJ-SIGNOFF-TEXT PIC X(40).
      *Abnahme vor dem Abschluss: in Projekten mit Abnahmepflicht
      *fuehrt Done erst in den Status 4 (wartet auf Abnahme). Wer
      *pruefen soll, steht im Abnahmeprotokoll todoreviews.dat - je
      *Eintrag zaehlt der juengste Satz, offen ist die Abnahme nur,
      *solange das ein P-Satz ist (P = eingereicht, A = freigegeben,
      *B = zurueckgegeben, W = zurueckgezogen). Die Tabelle haelt
      *die offenen Abnahmen und wird je Aufruf hoechstens einmal
      *geladen
        01 WS-REV-STATUS PIC XX.
        01 WS-REV-LOADED PIC X(1) VALUE "N".
        01 WS-REV-EOF PIC X(1).
        01 WS-REV-TABLE.
           05 WS-REV-COUNT PIC 9(3) VALUE ZERO.
           05 WS-REV-ENTRY OCCURS 300 TIMES.
              10 WS-REV-ITEM PIC 9(5).
              10 WS-REV-REVIEWER PIC X(10).
        01 WS-REV-IDX PIC 9(3).
        01 WS-REV-FOUND PIC 9(3).
        01 WS-REV-FREE PIC 9(3).
        01 WS-REV-OVFL PIC X(1) VALUE "N".
        01 WS-REV-LOOKUP-ID PIC 9(5).
        01 WS-REV-NOTE-STATE PIC X(1).
        01 WS-REV-NOTE-REVIEWER PIC X(10).
        01 WS-REV-PENDING-BY PIC X(10).
        01 WS-REV-STATE PIC X(1).
        01 WS-REV-REASON PIC X(60).
        01 WS-REVIEW-NEEDED PIC X(1).
        01 WS-REVIEW-REFUSED PIC X(1).
        01 WS-REVIEW-REVIEWER PIC X(10).
        01 WS-REVIEW-TEXT PIC X(20).
      *Vorlagenkatalog aus todotemplates.dat, je Aufruf hoechstens
      *einmal geladen. Satzart H = Kopf (Zustand A/R und Name),
      *I = Eintrag, S = Teilaufgabe, N = Notizzeile, D = "haengt
      *an". WS-TPL-SEQ ist beim Eintrag seine laufende Nummer in der
      *Vorlage, bei S, N und D die Nummer des Eintrags, zu dem die
      *Zeile gehoert - so bleibt die Datei auch von Hand lesbar
        01 WS-TPL-STATUS PIC XX.
        01 WS-TPL-LOADED PIC X(1) VALUE "N".
        01 WS-TPL-EOF PIC X(1).
        01 WS-TPL-TABLE.
           05 WS-TPL-COUNT PIC 9(3) VALUE ZERO.
           05 WS-TPL-ENTRY OCCURS 500 TIMES.
              10 WS-TPL-ID PIC 9(2).
              10 WS-TPL-KIND PIC X(1).
              10 WS-TPL-SEQ PIC 9(2).
              10 WS-TPL-DATA PIC X(80).
        01 WS-TPL-IDX PIC 9(3).
        01 WS-TPL-JDX PIC 9(3).
        01 WS-TPL-FOUND PIC 9(3).
        01 WS-TPL-LAST PIC 9(3).
        01 WS-TPL-MAX PIC 9(2).
        01 WS-TPL-ITEM-MAX PIC 9(2).
        01 WS-TPL-ITEM-CNT PIC 9(3).
        01 WS-TPL-PART-OK PIC X(1).
        01 WS-TPL-CHECK-SEQ PIC 9(3).
        01 WS-TPL-OWNER PIC X(10).
        01 WS-TPL-ANCHOR-INT PIC 9(7).
        01 WS-TPL-DUE-INT PIC 9(7).
        01 WS-TPL-FIRST-ID PIC 9(5).
        01 WS-TPL-DEP-LOST PIC X(1).
        01 WS-TPL-SEQ-Z PIC Z9.
        01 WS-TPL-OFFSET-Z PIC +++9.
        01 WS-TPL-ITEM-Z PIC ZZ9.
      *die neue Katalogzeile, bevor sie hinter die letzte Zeile
      *ihrer Vorlage eingeschoben wird
        01 WS-TPL-ADD.
           05 WS-TPL-ADD-ID PIC 9(2).
           05 WS-TPL-ADD-KIND PIC X(1).
           05 WS-TPL-ADD-SEQ PIC 9(2).
           05 WS-TPL-ADD-DATA PIC X(80).
      *neue ITEM-IDs je Eintragsnummer der Vorlage und die naechste
      *Teilaufgabennummer je neuem Eintrag - nur waehrend des
      *Anwendens gebraucht
        01 WS-TPL-MAP-TABLE.
           05 WS-TPL-MAP-ENTRY OCCURS 99 TIMES.
              10 WS-TPL-NEW-ID PIC 9(5).
              10 WS-TPL-SUB-SEQ PIC 9(3).
      *Sichten auf den Datenteil einer Katalogzeile je Satzart
        01 WS-TPL-WORK PIC X(80).
        01 WS-TPL-HEAD REDEFINES WS-TPL-WORK.
           05 TPLH-STATE PIC X(1).
           05 TPLH-NAME PIC X(20).
           05 FILLER PIC X(59).
        01 WS-TPL-ITEM REDEFINES WS-TPL-WORK.
           05 TPLI-OFFSET PIC S9(3) SIGN LEADING SEPARATE.
           05 TPLI-PRIO PIC 9.
           05 TPLI-COLOR PIC 9.
           05 TPLI-TAG PIC 9(2).
           05 TPLI-CONTENT PIC X(70).
           05 FILLER PIC X(2).
        01 WS-TPL-LINE REDEFINES WS-TPL-WORK.
           05 TPLL-TEXT PIC X(70).
           05 FILLER PIC X(10).
        01 WS-TPL-DEP REDEFINES WS-TPL-WORK.
           05 TPLD-BLOCKER-SEQ PIC 9(2).
           05 FILLER PIC X(78).
      *Betriebskalender fuer die Pflegeaktionen des Admins; die
      *Arbeitstagsregel selbst steckt in TODOWDAY
        01 WS-HOLI-STATUS PIC XX.
        01 WS-HOLI-EOF PIC X(1).
        01 WS-HOLI-TABLE.
           05 WS-HOLI-COUNT PIC 9(3) VALUE ZERO.
           05 WS-HOLI-ENTRY OCCURS 500 TIMES.
              10 WS-HOLI-DATE PIC 9(8).
              10 WS-HOLI-KIND PIC X(1).
              10 WS-HOLI-NAME PIC X(30).
        01 WS-HOLI-IDX PIC 9(3).
        01 WS-HOLI-FOUND PIC 9(3).
        01 WS-HOLI-DATE-NUM PIC 9(8).
        01 WS-HOLI-DATE-TEXT PIC X(10).
        01 WS-HOLI-KIND-TEXT PIC X(16).
        01 WS-VIEWS-STATUS PIC XX.
        01 WS-VIEWS-EOF PIC X(1).
        01 WS-VIEW-TABLE.
           05 WS-VIEW-COUNT PIC 9(3) VALUE ZERO.
           05 WS-VIEW-ENTRY PIC X(74) OCCURS 500 TIMES.
        01 WS-VIEW-IDX PIC 9(3).
        01 WS-VIEW-FOUND PIC 9(3).
        01 WS-VIEW-SHOWN PIC 9(3).
        01 WS-VIEW-PUBLISH-TEXT PIC X(16).
      *Teamliste je Aufruf hoechstens einmal geladen; daraus die
      *Kollegen des Aufrufers (alle, die mit ihm in einem Team
      *sind), WS-MATE-LED = "Y" wenn er dieses Team leitet
        01 WS-TEAMS-STATUS PIC XX.
        01 WS-TEAMS-EOF PIC X(1).
        01 WS-TEAM-LOADED PIC X(1) VALUE "N".
        01 WS-TEAM-TABLE.
           05 WS-TEAM-COUNT PIC 9(3) VALUE ZERO.
           05 WS-TEAM-ENTRY OCCURS 500 TIMES.
              10 WS-TEAM-TEAM PIC X(10).
              10 WS-TEAM-USER PIC X(10).
              10 WS-TEAM-ROLE PIC X(1).
        01 WS-TEAM-IDX PIC 9(3).
        01 WS-TEAM-JDX PIC 9(3).
        01 WS-TEAM-CALLER PIC X(10).
        01 WS-TEAM-KEY PIC X(10).
        01 WS-TEAM-HIT PIC X(1).
        01 WS-MATE-TABLE.
           05 WS-MATE-COUNT PIC 9(3) VALUE ZERO.
           05 WS-MATE-ENTRY OCCURS 500 TIMES.
              10 WS-MATE-USER PIC X(10).
              10 WS-MATE-LED PIC X(1).
        01 WS-MATE-IDX PIC 9(3).
        01 WS-MATE-FOUND PIC 9(3).
        01 WS-SCOPE-USER PIC X(10).
        01 WS-IN-SCOPE PIC X(1).
        01 WS-LEAD-RIGHTS PIC X(1) VALUE "N".
        01 WS-LEAD-GRANT PIC X(1).
        01 WS-STAT-TEAM-TABLE.
           05 WS-STAT-TEAM-COUNT PIC 9(3) VALUE ZERO.
           05 WS-STAT-TEAM-ENTRY OCCURS 51 TIMES.
              10 WS-STAT-TEAM-NAME PIC X(10).
              10 WS-STAT-TEAM-CNT PIC 9(5) OCCURS 5 TIMES.
        01 WS-EFF-TEAM-TABLE.
           05 WS-EFF-TEAM-COUNT PIC 9(3) VALUE ZERO.
           05 WS-EFF-TEAM-ENTRY OCCURS 51 TIMES.
              10 WS-EFF-TEAM-NAME PIC X(10).
              10 WS-EFF-TEAM-MIN PIC 9(7).
        01 WS-TEAM-OVFL PIC X(1) VALUE "N".
        COPY todowday.
        01 WS-IMPORT-STATUS PIC XX.
        01 WS-REJECT-STATUS PIC XX.
        01 WS-IMPORT-EOF PIC X(1).
        01 WS-BOOK-OPEN-ITEM-X PIC X(5).
        01 WS-BOOK-FILENAME PIC X(16) VALUE "todobookings.txt".
        01 WS-BOOK-TMPNAME PIC X(16) VALUE "todobookings.tmp".
        01 WS-BOOK-START-X PIC X(14).
        01 WS-PERIODS-STATUS PIC XX.
        01 WS-PERIOD-EOF PIC X(1).
        01 WS-PERIOD-CHECK PIC X(6).
        01 WS-PERIOD-CLOSED PIC X(1).
        01 WS-BOOK-MINUTES PIC S9(7) COMP-3.
        01 WS-BOOK-START-NUM PIC 9(8).
        01 WS-BOOK-END-NUM PIC 9(8).
              10 WS-EFF-TAG-VAL PIC 9(2).
              10 WS-EFF-TAG-MIN PIC 9(7).
        01 WS-EFF-IDX PIC 9(3).
        01 WS-EFF-USER-OVFL PIC X(1) VALUE "N".
        01 WS-EFF-FOUND PIC 9(3).
        01 WS-MIN-Z PIC Z(6)9.
        01 WS-NOTIFQ-STATUS PIC XX.
        01 WS-SUB-EOF PIC X(1).
        01 WS-SUB-LOADED PIC X(1) VALUE "N".
        01 WS-SUB-ID PIC 9(5).
        01 WS-DETAIL-ID PIC 9(5).
        01 WS-DETAIL-VISIBLE PIC X(1).
        01 WS-DETAIL-FOUND PIC X(1).
        01 WS-SUB-SEQ PIC 9(3).
        01 WS-SUB-MAX-SEQ PIC 9(3).
        01 WS-SUB-FOUND PIC X(1).
              88 DOING    VALUE 1.
              88 DONE     VALUE 2.
              88 CANCELED VALUE 3.
      *Done in einem Projekt mit Abnahmepflicht: der Eintrag wartet
      *auf die Freigabe durch den benannten Pruefer
              88 REVIEW   VALUE 4.
           05 ITEM-COLOR PIC 9.
              88 BLACK    VALUE 0.
              88 BLUE     VALUE 1.
       01 WS-REPORT-ROW PIC 9(5).
       01 WS-PAGE-NUM-Z PIC ZZZ9.
       01 WS-PAGE-TOTAL-Z PIC ZZZ9.
       01 WS-SORT-COUNT-Z PIC ZZZ9.
       01 WS-STAT-USER-TABLE.
          05 WS-STAT-USER-COUNT PIC 9(3) VALUE ZERO.
          05 WS-STAT-USER-ENTRY OCCURS 50 TIMES.
             10 WS-STAT-USER-ID PIC X(10).
             10 WS-STAT-USER-CNT PIC 9(5) OCCURS 5 TIMES.
       01 WS-STAT-TAG-TABLE.
          05 WS-STAT-TAG-COUNT PIC 9(3) VALUE ZERO.
          05 WS-STAT-TAG-ENTRY OCCURS 50 TIMES.
             10 WS-STAT-TAG-VAL PIC 9(2).
             10 WS-STAT-TAG-CNT PIC 9(5) OCCURS 5 TIMES.
       01 WS-STAT-PROJ-TABLE.
          05 WS-STAT-PROJ-COUNT PIC 9(3) VALUE ZERO.
          05 WS-STAT-PROJ-ENTRY OCCURS 50 TIMES.
             10 WS-STAT-PROJ-VAL PIC 9(2).
             10 WS-STAT-PROJ-CNT PIC 9(5) OCCURS 5 TIMES.
       01 WS-STAT-PROJ-OVFL PIC X(1) VALUE "N".
       01 WS-STAT-WEEK-TABLE.
          05 WS-STAT-WEEK-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CNT-Z2 PIC ZZZZ9.
       01 WS-CNT-Z3 PIC ZZZZ9.
       01 WS-CNT-Z4 PIC ZZZZ9.
       01 WS-CNT-Z5 PIC ZZZZ9.
       01 WS-DUE-NUM PIC 9(8).
       01 WS-DUE-PARTS REDEFINES WS-DUE-NUM.
          05 WS-DUE-YYYY PIC 9(4).
          05 WS-DUE-DD PIC 9(2).
       01 WS-DUE-INT PIC 9(7).
       01 WS-DAYS-IN-MONTH PIC 9(2).
      *Sollfaelligkeiten aus todosched.dat - der Folgetermin wird
      *vom Solltermin aus gerechnet, nicht vom vorgerollten, sonst
      *bliebe ein Wochentermin nach einem Feiertag fuer immer auf
      *dem Montag. Ist die Tabelle voll, weicht der aelteste Satz
       01 WS-SCHED-STATUS PIC XX.
       01 WS-SCHED-EOF PIC X(1).
       01 WS-SCHED-TABLE.
          05 WS-SCHED-COUNT PIC 9(3) VALUE ZERO.
          05 WS-SCHED-ENTRY OCCURS 500 TIMES.
             10 WS-SCHED-ITEM PIC 9(5).
             10 WS-SCHED-NOMINAL PIC 9(8).
             10 WS-SCHED-ROLLED PIC 9(8).
       01 WS-SCHED-IDX PIC 9(3).
       01 WS-SCHED-HIT PIC 9(3).
       01 WS-SCHED-PREV-ID PIC 9(5).
       01 WS-SCHED-NEXT PIC 9(8).
      *Ausgabe fuer Programme statt Browser (IT-FORMAT json/csv):
      *WS-ROW-SEP trennt die JSON-Datenzeilen - vor der ersten steht
      *ein Leerzeichen, vor jeder weiteren ein Komma; die Textfelder
      *einer Zeile werden vorher maskiert
       01 WS-ROW-SEP PIC X(1) VALUE SPACE.
       01 WS-ESC-SOURCE PIC X(122).
       01 WS-ESC-TEXT PIC X(250).
       01 WS-ESC-LEN PIC 9(3).
       01 WS-ESC-IDX PIC 9(3).
       01 WS-ESC-SRC-LEN PIC 9(3).
       01 WS-ESC-CHAR PIC X(1).
       01 WS-OUT-CONTENT PIC X(250).
       01 WS-OUT-USER PIC X(25).
       01 WS-OUT-TAG PIC X(45).
       01 WS-OUT-PROJ PIC X(45).
       01 WS-OUT-REVIEWER PIC X(25).
       01 WS-OUT-BEFORE PIC X(250).
       01 WS-OUT-AFTER PIC X(250).
       01 WS-OUT-STATUS PIC X(8).
       01 WS-OUT-OVERDUE PIC X(1).
       01 WS-OUT-DONE PIC X(1).
       01 WS-OUT-BLOCKED PIC X(1).
       01 WS-OUT-BLOCKER PIC X(5).
       01 WS-NOTICE-TEXT PIC X(80).
       01 WS-ROW-TYPE PIC X(8).
       01 WS-ROW-KEY PIC X(10).
      *Aenderungsstempel: Pruefsumme ueber das ganze Satzbild eines
      *Eintrags - die Listenansicht gibt ihn je Zeile mit aus, die
      *aendernden Aktionen bekommen ihn in IT-STAMPS an derselben
      *Stelle zurueck wie die ITEM-ID in IT-IDS. Passt er nicht mehr
      *zum Satz, hat ihn seit dem Anzeigen jemand anderes geaendert
       01 WS-STAMP-SOURCE PIC X(122).
       01 WS-STAMP-WORK PIC 9(7).
       01 WS-STAMP-IDX PIC 9(3).
       01 WS-ITEM-STAMP PIC 9(5).
       01 WS-SENT-STAMP PIC X(5).
       01 WS-STAMP-OK PIC X(1).
       01 WS-STAMP-POS PIC 9(3).
       01 WS-STAMP-HIT-TABLE.
          05 WS-STAMP-HIT PIC X(1) OCCURS 199 TIMES.
       01 WS-STALE-COUNT PIC 9(3).
       01 WS-STALE-Z PIC ZZ9.
       01 WS-STALE-ID PIC X(5).
       01 WS-STALE-FOUND PIC X(1).
       01 WS-STALE-BY PIC X(10).
       01 WS-STALE-TS PIC X(14).
       01 WS-STALE-MORE PIC X(20).
       LINKAGE SECTION.
        COPY todoactions.
        COPY todoitem.
       USING TODO-ACTION NEW-TODO-ITEM IT-PARAMS TODO-RESULT.
           MOVE "OK" TO RESULT-CODE
           MOVE SPACES TO RESULT-MESSAGE
           MOVE SPACE TO WS-ROW-SEP
           PERFORM MIGRATE-OLD-TODOLIST
           IF NOT SCOPE-OPEN
              PERFORM RESOLVE-READ-SCOPE
           END-IF
           EVALUATE TRUE
           WHEN ACTION-SHOW
              PERFORM READ-TODOLIST-FROM-FILE
              PERFORM SEARCH-BY-KEYWORD
           WHEN ACTION-UNDO
              PERFORM UNDO-LAST-CHANGE
           WHEN ACTION-SIGNOFF-PROJECT
              PERFORM SIGNOFF-PROJECT-ACTION
           WHEN ACTION-APPROVE
              PERFORM REVIEW-DECISION
           WHEN ACTION-SEND-BACK
              PERFORM REVIEW-DECISION
           WHEN ACTION-ADD-TEMPLATE
              PERFORM ADD-TEMPLATE-ACTION
           WHEN ACTION-RENAME-TEMPLATE
              PERFORM RENAME-TEMPLATE-ACTION
           WHEN ACTION-RETIRE-TEMPLATE
              PERFORM RETIRE-TEMPLATE-ACTION
           WHEN ACTION-SHOW-TEMPLATES
              PERFORM SHOW-TEMPLATE-LIST
           WHEN ACTION-ADD-TPL-PART
              PERFORM ADD-TEMPLATE-PART
           WHEN ACTION-USE-TEMPLATE
              PERFORM USE-TEMPLATE-ACTION
           WHEN ACTION-ADD-HOLIDAY
              PERFORM ADD-HOLIDAY-ACTION
           WHEN ACTION-REMOVE-HOLIDAY
              PERFORM REMOVE-HOLIDAY-ACTION
           WHEN ACTION-SHOW-HOLIDAYS
              PERFORM SHOW-HOLIDAY-LIST
           WHEN ACTION-SAVE-VIEW
              PERFORM SAVE-VIEW-ACTION
           WHEN ACTION-DELETE-VIEW
              PERFORM DELETE-VIEW-ACTION
           WHEN ACTION-SHOW-VIEWS
              PERFORM SHOW-VIEW-LIST
           END-EVALUATE
           PERFORM REPORT-REVIEW-OVFL
           PERFORM CLOSE-AUDIT-FILE
           GOBACK
          .
      *eine einzelne ITEM-ID - damit ist "wer hat Eintrag 00412
      *storniert und wann" eine Abfrage statt Raetselraten
       SHOW-AUDIT-LIST SECTION.
          EVALUATE TRUE
          WHEN FORMAT-CSV
             DISPLAY "TYPE,TIMESTAMP,USER,ACTION,ITEM-ID,BEFORE,AFTER"
          WHEN FORMAT-HTML
             DISPLAY "<ul>"
          END-EVALUATE
      *ohne Von-Monat gehoert auch das alte, ungeteilte Journal aus
      *der Zeit vor den Monatsabschnitten zur Anzeige dazu
          IF IT-DATE-FROM = SPACES
                 PERFORM SHOW-AUDIT-SEGMENT
              END-IF
          END-PERFORM
          IF FORMAT-HTML
             DISPLAY "</ul>"
          END-IF
          EXIT.

      *zeigt einen einzelnen Journalabschnitt an, auf Wunsch
      *wahlweise nur eine ITEM-ID und/oder nur die Saetze eines
      *Benutzers - letzteres ist die Vorauswahl fuer das
      *Zuruecknehmen der eigenen letzten Aenderungen
                       PERFORM CHECK-AUDIT-SCOPE
                       IF (IT-IDS(1:5) = SPACES
                           OR AUD-ITEM-ID = IT-IDS(1:5))
                          AND (IT-USER-ID = SPACES
                           OR AUD-USER = IT-USER-ID)
                          AND WS-IN-SCOPE = "Y"
                          IF FORMAT-HTML
                             DISPLAY "<li>" AUD-TIMESTAMP " "
                                     AUD-USER " " AUD-ACTION " "
                                     AUD-ITEM-ID
                                     " before: "
                                     FUNCTION TRIM(AUD-BEFORE)
                                     " after: "
                                     FUNCTION TRIM(AUD-AFTER)
                                     "</li>"
                          ELSE
                             PERFORM WRITE-AUDIT-ROW
                          END-IF
                       END-IF
                 END-READ
             END-PERFORM
          END-IF
          EXIT.

      *ein Journalsatz liegt im Lesebereich, wenn ihn ein Benutzer
      *aus dem Bereich geschrieben hat oder der Eintrag vorher oder
      *nachher einem solchen gehoerte (Besitzer ab Stelle 101 des
      *Satzbildes)
       CHECK-AUDIT-SCOPE SECTION.
          MOVE "Y" TO WS-IN-SCOPE
          IF SCOPE-OPEN
             EXIT SECTION
          END-IF
          MOVE AUD-USER TO WS-SCOPE-USER
          PERFORM CHECK-USER-IN-SCOPE
          IF WS-IN-SCOPE = "Y"
             EXIT SECTION
          END-IF
          IF AUD-BEFORE NOT = SPACES
             MOVE AUD-BEFORE(101:10) TO WS-SCOPE-USER
             PERFORM CHECK-USER-IN-SCOPE
             IF WS-IN-SCOPE = "Y"
                EXIT SECTION
             END-IF
          END-IF
          IF AUD-AFTER NOT = SPACES
             MOVE AUD-AFTER(101:10) TO WS-SCOPE-USER
             PERFORM CHECK-USER-IN-SCOPE
          END-IF
          EXIT.

      *ein Journalsatz als Datenzeile fuer Programme - Vorher- und
      *Nachher-Bild kommen als ganze Satzbilder mit
       WRITE-AUDIT-ROW SECTION.
          MOVE AUD-BEFORE TO WS-ESC-SOURCE
          PERFORM ESCAPE-OUTPUT-TEXT
          MOVE WS-ESC-TEXT TO WS-OUT-BEFORE
          MOVE AUD-AFTER TO WS-ESC-SOURCE
          PERFORM ESCAPE-OUTPUT-TEXT
          MOVE WS-ESC-TEXT TO WS-OUT-AFTER
          MOVE AUD-USER TO WS-ESC-SOURCE
          PERFORM ESCAPE-OUTPUT-TEXT
          MOVE WS-ESC-TEXT TO WS-OUT-USER
          IF FORMAT-JSON
             DISPLAY WS-ROW-SEP "{""TYPE"":""AUDIT"",""TIMESTAMP"":"""
                     AUD-TIMESTAMP
                     """,""USER"":""" FUNCTION TRIM(WS-OUT-USER)
                     """,""ACTION"":""" FUNCTION TRIM(AUD-ACTION)
                     """,""ITEM-ID"":""" FUNCTION TRIM(AUD-ITEM-ID)
                     """,""BEFORE"":""" FUNCTION TRIM(WS-OUT-BEFORE)
                     """,""AFTER"":""" FUNCTION TRIM(WS-OUT-AFTER)
                     """}"
             MOVE "," TO WS-ROW-SEP
          ELSE
             DISPLAY "AUDIT," AUD-TIMESTAMP ","""
                     FUNCTION TRIM(WS-OUT-USER) ""","
                     FUNCTION TRIM(AUD-ACTION) ","
                     FUNCTION TRIM(AUD-ITEM-ID) ","""
                     FUNCTION TRIM(WS-OUT-BEFORE) ""","""
                     FUNCTION TRIM(WS-OUT-AFTER) """"
          END-IF
          EXIT.

       OPEN-TDLIST-IO SECTION.
      *schreibende Zugriffe sperren die Datei weiterhin exklusiv
      *(WITH LOCK) - haelt gerade ein anderer Schreiber die Sperre,
          EXIT.

       ADD-NEW-TODO-ITEM SECTION.
      *ein unbekanntes oder geschlossenes Projekt lehnt das
      *Anlegen rundweg ab, genau wie ein unbekannter Tag
           IF IT-PROJECT < 99
                      MOVE ZERO TO ITEM-PROJECT IN WS-TDLIST
                   END-IF
                   WRITE TDLIST-FILE FROM WS-TDLIST
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE WS-TDLIST TO WS-AUDIT-AFTER
                   MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ID
           EXIT.

       DISPLAY-ITEM SECTION.
      *der Aenderungsstempel wird vom unveraenderten Satzbild
      *gebildet, also vor dem Aufbereiten des Textes
          MOVE WS-TDLIST TO WS-STAMP-SOURCE
          PERFORM COMPUTE-ITEM-STAMP
      *hiermit werden im String ITEM-Content alle %20 durch drei
      *Leerzeichen ersetzt
          INSPECT ITEM-Content IN WS-TDLIST REPLACING ALL "%20"
              WHEN DOING MOVE "Doing---" TO STATUS-STRING
              WHEN DONE MOVE "Done----" TO STATUS-STRING
              WHEN CANCELED MOVE "Canceled" TO STATUS-STRING
              WHEN REVIEW MOVE "Review--" TO STATUS-STRING
          END-EVALUATE
      *der Tag-Name kommt jetzt aus dem Katalog todotags.dat statt
      *aus einem festverdrahteten EVALUATE
                    ITEM-DUE-DATE IN WS-TDLIST(5:2) DELIMITED BY SIZE
                    "." DELIMITED BY SIZE
               INTO WS-DUE-TEXT
             IF (TODO OR DOING OR REVIEW)
                 AND ITEM-DUE-DATE IN WS-TDLIST < CURRENT-DATE
                MOVE "overdue!" TO WS-OVERDUE-TEXT
             END-IF
          END-IF
      *ein auf Abnahme wartender Eintrag nennt seinen Pruefer
          MOVE SPACES TO WS-REVIEW-TEXT WS-REV-PENDING-BY
          IF REVIEW
             MOVE ITEM-ID IN WS-TDLIST TO WS-REV-LOOKUP-ID
             PERFORM GET-PENDING-REVIEWER
             STRING "(review: " DELIMITED BY SIZE
                    WS-REV-PENDING-BY DELIMITED BY SPACE
                    ")" DELIMITED BY SIZE
               INTO WS-REVIEW-TEXT
          END-IF
          PERFORM CHECK-ITEM-BLOCKED
          PERFORM CHECK-SUBTASK-PROGRESS
          IF NOT FORMAT-HTML
             PERFORM WRITE-ITEM-ROW
             EXIT SECTION
          END-IF
          DISPLAY "<li style=""color: " FONTCOLOR """>"
            "<label class=""container"">"
                    "<input type = ""checkbox"" "
                    "name = ""checkbox"" "
                    "id = """ ITEM-ID IN WS-TDLIST """ "
                    "data-stamp = """ WS-ITEM-STAMP
                    """><span class=""checkmark""></span></label>"
                    "<label for=""" ITEM-ID IN WS-TDLIST """>"
                    STATUS-STRING " P" ITEM-PRIO IN WS-TDLIST " "
                    WS-DUE-TEXT " "
                    WS-OVERDUE-TEXT " "
                    FUNCTION TRIM(WS-REVIEW-TEXT) " "
                    FUNCTION TRIM(WS-BLOCKED-TEXT) " "
                    FUNCTION TRIM(WS-SUBPROG-TEXT) " "
      	            ITEM-DATE IN WS-TDLIST(7:2) "."
                    "[" FUNCTION TRIM(PROJ-STRING) "] "
                    ITEM-CONTENT IN WS-TDLIST "</label></li> "
          EXIT.

      *schreibt den Eintrag in WS-TDLIST als Datenzeile fuer
      *Programme - dieselben Angaben wie die HTML-Zeile, aber je
      *Feld einzeln und ungekuerzt, dazu Tag- und Projektname,
      *Blockade und Teilaufgabenstand. DISPLAY-ITEM hat vorher alle
      *Hilfsfelder gesetzt
       WRITE-ITEM-ROW SECTION.
          MOVE ITEM-CONTENT IN WS-TDLIST TO WS-ESC-SOURCE
          PERFORM ESCAPE-OUTPUT-TEXT
          MOVE WS-ESC-TEXT TO WS-OUT-CONTENT
          MOVE ITEM-USER-ID IN WS-TDLIST TO WS-ESC-SOURCE
          PERFORM ESCAPE-OUTPUT-TEXT
          MOVE WS-ESC-TEXT TO WS-OUT-USER
          MOVE TAG-STRING TO WS-ESC-SOURCE
          PERFORM ESCAPE-OUTPUT-TEXT
          MOVE WS-ESC-TEXT TO WS-OUT-TAG
          MOVE PROJ-STRING TO WS-ESC-SOURCE
          PERFORM ESCAPE-OUTPUT-TEXT
          MOVE WS-ESC-TEXT TO WS-OUT-PROJ
          MOVE WS-REV-PENDING-BY TO WS-ESC-SOURCE
          PERFORM ESCAPE-OUTPUT-TEXT
          MOVE WS-ESC-TEXT TO WS-OUT-REVIEWER
          MOVE STATUS-STRING TO WS-OUT-STATUS
          INSPECT WS-OUT-STATUS REPLACING ALL "-" BY SPACE
          IF WS-OVERDUE-TEXT = SPACES
             MOVE "N" TO WS-OUT-OVERDUE
          ELSE
             MOVE "Y" TO WS-OUT-OVERDUE
          END-IF
          IF WS-BLOCKED-TEXT = SPACES
             MOVE "N" TO WS-OUT-BLOCKED
             MOVE SPACES TO WS-OUT-BLOCKER
          ELSE
             MOVE "Y" TO WS-OUT-BLOCKED
             MOVE WS-BLOCKED-TEXT(13:5) TO WS-OUT-BLOCKER
          END-IF
          IF FORMAT-JSON
             DISPLAY WS-ROW-SEP "{""TYPE"":""ITEM"",""ITEM-ID"":"""
                     ITEM-ID IN WS-TDLIST
                     """,""ITEM-CONTENT"":"""
                     FUNCTION TRIM(WS-OUT-CONTENT)
                     """,""ITEM-DATE"":"""
                     ITEM-DATE IN WS-TDLIST(1:14)
                     """,""ITEM-STATUS"":"""
                     ITEM-STATUS IN WS-TDLIST
                     """,""STATUS-NAME"":"""
                     FUNCTION TRIM(WS-OUT-STATUS)
                     """,""ITEM-COLOR"":"""
                     ITEM-COLOR IN WS-TDLIST
                     """,""ITEM-TAG"":"""
                     ITEM-TAG IN WS-TDLIST
                     """,""TAG-NAME"":"""
                     FUNCTION TRIM(WS-OUT-TAG)
                     """,""ITEM-PROJECT"":"""
                     ITEM-PROJECT IN WS-TDLIST
                     """,""PROJECT-NAME"":"""
                     FUNCTION TRIM(WS-OUT-PROJ)
                     """,""ITEM-USER-ID"":"""
                     FUNCTION TRIM(WS-OUT-USER)
                     """,""ITEM-DUE-DATE"":"""
                     FUNCTION TRIM(ITEM-DUE-DATE IN WS-TDLIST)
                     """,""OVERDUE"":""" WS-OUT-OVERDUE
                     """,""ITEM-RECUR"":""" ITEM-RECUR IN WS-TDLIST
                     """,""ITEM-PRIO"":""" ITEM-PRIO IN WS-TDLIST
                     """,""BLOCKED"":""" WS-OUT-BLOCKED
                     """,""BLOCKED-BY"":"""
                     FUNCTION TRIM(WS-OUT-BLOCKER)
                     """,""SUBTASKS-DONE"":"""
                     FUNCTION TRIM(WS-SUB-DONE-Z)
                     """,""SUBTASKS-TOTAL"":"""
                     FUNCTION TRIM(WS-SUB-TOT-Z)
                     """,""CHANGE-STAMP"":""" WS-ITEM-STAMP
                     """,""REVIEWER"":"""
                     FUNCTION TRIM(WS-OUT-REVIEWER) """}"
             MOVE "," TO WS-ROW-SEP
          ELSE
             DISPLAY "ITEM," ITEM-ID IN WS-TDLIST ","""
                     FUNCTION TRIM(WS-OUT-CONTENT) ""","
                     ITEM-DATE IN WS-TDLIST(1:14) ","
                     ITEM-STATUS IN WS-TDLIST ","
                     FUNCTION TRIM(WS-OUT-STATUS) ","
                     ITEM-COLOR IN WS-TDLIST ","
                     ITEM-TAG IN WS-TDLIST ","""
                     FUNCTION TRIM(WS-OUT-TAG) ""","
                     ITEM-PROJECT IN WS-TDLIST ","""
                     FUNCTION TRIM(WS-OUT-PROJ) ""","""
                     FUNCTION TRIM(WS-OUT-USER) ""","
                     FUNCTION TRIM(ITEM-DUE-DATE IN WS-TDLIST) ","
                     WS-OUT-OVERDUE ","
                     ITEM-RECUR IN WS-TDLIST ","
                     ITEM-PRIO IN WS-TDLIST ","
                     WS-OUT-BLOCKED ","
                     FUNCTION TRIM(WS-OUT-BLOCKER) ","
                     FUNCTION TRIM(WS-SUB-DONE-Z) ","
                     FUNCTION TRIM(WS-SUB-TOT-Z) ","
                     WS-ITEM-STAMP ","""
                     FUNCTION TRIM(WS-OUT-REVIEWER) """"
          END-IF
          EXIT.

      *Kopfzeile der CSV-Ausgabe einer Eintragsliste - die erste
      *Spalte jeder CSV-Zeile nennt die Zeilenart
       WRITE-ITEM-CSV-HEADER SECTION.
          DISPLAY "TYPE,ITEM-ID,ITEM-CONTENT,ITEM-DATE,ITEM-STATUS,"
                  "STATUS-NAME,ITEM-COLOR,ITEM-TAG,TAG-NAME,"
                  "ITEM-PROJECT,PROJECT-NAME,ITEM-USER-ID,"
                  "ITEM-DUE-DATE,OVERDUE,ITEM-RECUR,ITEM-PRIO,"
                  "BLOCKED,BLOCKED-BY,SUBTASKS-DONE,SUBTASKS-TOTAL,"
                  "CHANGE-STAMP,REVIEWER"
          EXIT.

      *Hinweis zur Ausgabe (abgeschnittene Liste, unvollstaendige
      *Zaehlung) aus WS-NOTICE-TEXT: im Browser als Hinweiszeile,
      *fuer Programme als NOTE-Zeile wie im CSV-Export
       WRITE-NOTICE-ROW SECTION.
          MOVE WS-NOTICE-TEXT TO WS-ESC-SOURCE
          PERFORM ESCAPE-OUTPUT-TEXT
          EVALUATE TRUE
          WHEN FORMAT-JSON
             DISPLAY WS-ROW-SEP "{""TYPE"":""NOTE"",""TEXT"":"""
                     FUNCTION TRIM(WS-ESC-TEXT) """}"
             MOVE "," TO WS-ROW-SEP
          WHEN FORMAT-CSV
             DISPLAY "NOTE,""" FUNCTION TRIM(WS-ESC-TEXT) """"
          WHEN OTHER
             DISPLAY "<p class=""notice"">"
                     FUNCTION TRIM(WS-NOTICE-TEXT) "</p>"
          END-EVALUATE
          EXIT.

      *maskiert WS-ESC-SOURCE fuer die Ausgabe zwischen
      *Anfuehrungszeichen nach WS-ESC-TEXT: bei JSON bekommen " und
      *\ einen vorangestellten \, bei CSV wird " verdoppelt;
      *Steuerzeichen werden zu Leerzeichen
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
      *prueft eine gelesene Zeile gegen die optionalen Filter in
      *IT-PARAMS (Status/Farbe/Tag/Datumsbereich/Benutzer) - ein
      *Status-Filterwert ueber dem gueltigen Bereich bedeutet "kein
      *Filter", ausser IT-SHOW-ALL ist nicht gesetzt, dann werden
      *standardmaessig nur offene (ToDo/Doing und die auf Abnahme
      *wartenden) Eintraege angezeigt
       CHECK-ITEM-FILTER SECTION.
          MOVE "Y" TO WS-ITEM-VISIBLE
          IF IT-STATUS < 5
             IF ITEM-STATUS IN WS-TDLIST NOT = IT-STATUS
                MOVE "N" TO WS-ITEM-VISIBLE
             END-IF
          ELSE
             IF NOT SHOW-ALL-ITEMS
                AND ITEM-STATUS IN WS-TDLIST > 1
                AND NOT REVIEW
                MOVE "N" TO WS-ITEM-VISIBLE
             END-IF
          END-IF
      *Prueferfilter: nur was auf die Abnahme durch diesen Benutzer
      *wartet - die Arbeitsliste des Pruefers
          IF IT-REVIEWER NOT = SPACES
             IF NOT REVIEW
                MOVE "N" TO WS-ITEM-VISIBLE
             ELSE
                MOVE ITEM-ID IN WS-TDLIST TO WS-REV-LOOKUP-ID
                PERFORM GET-PENDING-REVIEWER
                IF WS-REV-PENDING-BY NOT = IT-REVIEWER
                   MOVE "N" TO WS-ITEM-VISIBLE
                END-IF
             END-IF
          END-IF
          IF IT-COLOR < 5
             AND ITEM-COLOR IN WS-TDLIST NOT = IT-COLOR
             MOVE "N" TO WS-ITEM-VISIBLE
             AND ITEM-USER-ID IN WS-TDLIST NOT = IT-USER-ID
             MOVE "N" TO WS-ITEM-VISIBLE
          END-IF
      *zuletzt der Lesebereich des angemeldeten Aufrufers
          IF WS-ITEM-VISIBLE = "Y"
             AND NOT SCOPE-OPEN
             MOVE ITEM-USER-ID IN WS-TDLIST TO WS-SCOPE-USER
             PERFORM CHECK-USER-IN-SCOPE
             MOVE WS-IN-SCOPE TO WS-ITEM-VISIBLE
          END-IF
          EXIT.
      *wird sowohl fuer ACTION-SHOW als auch fuer ACTION-SHOW-TAG
      *angesprungen - die beiden Aktionen unterscheiden sich nur
      *ausdruecklich, damit niemand den Ausschnitt fuer das Ganze
      *haelt
       READ-TODOLIST-FROM-FILE SECTION.
          IF ACTION-SHOW AND IT-VIEW-NAME NOT = SPACES
             PERFORM APPLY-SAVED-VIEW
             IF RESULT-ERROR
                EXIT SECTION
             END-IF
          END-IF
          PERFORM OPEN-TDLIST-INPUT
          IF WS-TDLIST-STATUS NOT = "00"
             MOVE "ER" TO RESULT-CODE
             PERFORM SORT-VISIBLE-ITEMS
             PERFORM DISPLAY-ITEM-PAGE
             IF WS-SORT-OVERFLOW = "Y"
                MOVE SPACES TO WS-NOTICE-TEXT
                STRING "more than 1000 matching items, display "
                       "truncated at 1000 - narrow the filter"
                       DELIMITED BY SIZE
                  INTO WS-NOTICE-TEXT
                PERFORM WRITE-NOTICE-ROW
             END-IF
          END-IF
          EXIT.
      *erledigten/stornierten, innerhalb gleicher Stufe nach ID
              WHEN "prio"
                 IF ITEM-STATUS IN WS-TDLIST < 2
                    OR ITEM-STATUS IN WS-TDLIST = 4
                    MOVE "0" TO WS-SORT-KEY-WORK(1:1)
                 ELSE
                    MOVE "1" TO WS-SORT-KEY-WORK(1:1)
          IF WS-PAGE-LAST > WS-SORT-COUNT
             MOVE WS-SORT-COUNT TO WS-PAGE-LAST
          END-IF
          EVALUATE TRUE
          WHEN FORMAT-CSV
             PERFORM WRITE-ITEM-CSV-HEADER
          WHEN FORMAT-HTML
             DISPLAY "<ul>"
          END-EVALUATE
          PERFORM VARYING WS-PAGE-IDX FROM WS-PAGE-FIRST BY 1
                UNTIL WS-PAGE-IDX > WS-PAGE-LAST
              MOVE WS-SORT-ITEM(WS-PAGE-IDX) TO WS-TDLIST
              PERFORM DISPLAY-ITEM
          END-PERFORM
          MOVE WS-PAGE-NUM TO WS-PAGE-NUM-Z
          MOVE WS-PAGE-TOTAL TO WS-PAGE-TOTAL-Z
          MOVE WS-SORT-COUNT TO WS-SORT-COUNT-Z
      *fuer Programme kommt die Seitenangabe als eigene PAGE-Zeile
      *mit der Gesamtzahl der Treffer
          EVALUATE TRUE
          WHEN FORMAT-JSON
             DISPLAY WS-ROW-SEP "{""TYPE"":""PAGE"",""PAGE"":"""
                     FUNCTION TRIM(WS-PAGE-NUM-Z)
                     """,""PAGES"":"""
                     FUNCTION TRIM(WS-PAGE-TOTAL-Z)
                     """,""ITEMS"":"""
                     FUNCTION TRIM(WS-SORT-COUNT-Z) """}"
             MOVE "," TO WS-ROW-SEP
          WHEN FORMAT-CSV
             DISPLAY "TYPE,PAGE,PAGES,ITEMS"
             DISPLAY "PAGE," FUNCTION TRIM(WS-PAGE-NUM-Z) ","
                     FUNCTION TRIM(WS-PAGE-TOTAL-Z) ","
                     FUNCTION TRIM(WS-SORT-COUNT-Z)
          WHEN OTHER
             DISPLAY "</ul>"
             DISPLAY "<p class=""paging"">page "
                     FUNCTION TRIM(WS-PAGE-NUM-Z) " of "
                     FUNCTION TRIM(WS-PAGE-TOTAL-Z) "</p>"
          END-EVALUATE
          EXIT.

      *schreibt die komplette Liste als CSV-Datei, zum Ausdrucken
      *prueft, ob der Aufrufer den Eintrag in WS-TDLIST veraendern
      *darf: eigene Eintraege und herrenlose (leerer ITEM-USER-ID,
      *etwa aus der Altdaten-Uebernahme) ja, fremde nur als
      *Hausmeister-Benutzer. Wo die Aktion Leiterrechte zulaesst
      *(WS-LEAD-RIGHTS), darf ein Teamleiter auch die Eintraege
      *seiner Teammitglieder anfassen - WS-LEAD-GRANT sagt dann,
      *dass das Recht nur daher kommt
       CHECK-ITEM-OWNERSHIP SECTION.
          MOVE "N" TO WS-LEAD-GRANT
          IF WS-CALLER-IS-ADMIN = "Y"
             OR ITEM-USER-ID IN WS-TDLIST = SPACES
             OR ITEM-USER-ID IN WS-TDLIST = IT-USER-ID
             MOVE "Y" TO WS-OWNER-OK
          ELSE
             MOVE "N" TO WS-OWNER-OK
             IF WS-LEAD-RIGHTS = "Y"
                MOVE ITEM-USER-ID IN WS-TDLIST TO WS-SCOPE-USER
                PERFORM CHECK-LED-MEMBER
                IF WS-IN-SCOPE = "Y"
                   MOVE "Y" TO WS-OWNER-OK
                   MOVE "Y" TO WS-LEAD-GRANT
                END-IF
             END-IF
          END-IF
          EXIT.

      *liest todoteams.dat in die Tabelle und sammelt dabei die
      *Kollegen des Aufrufers - bei Leseaktionen ist das der
      *angemeldete Benutzer aus IT-CALLER-ID (IT-USER-ID ist dort
      *der Benutzerfilter), sonst IT-USER-ID. Eine fehlende Datei
      *heisst: es gibt keine Teams
       LOAD-TEAM-ROSTER SECTION.
          IF WS-TEAM-LOADED = "Y"
             EXIT SECTION
          END-IF
          MOVE "Y" TO WS-TEAM-LOADED
          MOVE ZERO TO WS-TEAM-COUNT WS-MATE-COUNT
          IF IT-CALLER-ID NOT = SPACES
             MOVE IT-CALLER-ID TO WS-TEAM-CALLER
          ELSE
             MOVE IT-USER-ID TO WS-TEAM-CALLER
          END-IF
          OPEN INPUT TDTEAMS
          IF WS-TEAMS-STATUS = "00"
             MOVE "N" TO WS-TEAMS-EOF
             PERFORM UNTIL WS-TEAMS-EOF = "Y"
                 READ TDTEAMS
                    AT END MOVE "Y" TO WS-TEAMS-EOF
                    NOT AT END
                       IF TEAMF-TEAM NOT = SPACES
                          AND TEAMF-USER NOT = SPACES
                          IF WS-TEAM-COUNT < 500
                             ADD 1 TO WS-TEAM-COUNT
                             MOVE TEAMF-TEAM
                               TO WS-TEAM-TEAM(WS-TEAM-COUNT)
                             MOVE TEAMF-USER
                               TO WS-TEAM-USER(WS-TEAM-COUNT)
                             MOVE TEAMF-ROLE
                               TO WS-TEAM-ROLE(WS-TEAM-COUNT)
                          ELSE
                             MOVE "Y" TO WS-TEAM-OVFL
                          END-IF
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE TDTEAMS
          END-IF
          IF WS-TEAM-CALLER = SPACES
             EXIT SECTION
          END-IF
          PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
              IF WS-TEAM-USER(WS-TEAM-IDX) = WS-TEAM-CALLER
                 PERFORM VARYING WS-TEAM-JDX FROM 1 BY 1
                       UNTIL WS-TEAM-JDX > WS-TEAM-COUNT
                     IF WS-TEAM-TEAM(WS-TEAM-JDX)
                           = WS-TEAM-TEAM(WS-TEAM-IDX)
                        PERFORM NOTE-TEAM-MATE
                     END-IF
                 END-PERFORM
              END-IF
          END-PERFORM
          EXIT.

      *nimmt WS-TEAM-USER(WS-TEAM-JDX) in die Kollegentabelle auf,
      *jeden nur einmal; leitet der Aufrufer das gemeinsame Team
      *(WS-TEAM-IDX ist seine eigene Zeile), wird das vermerkt
       NOTE-TEAM-MATE SECTION.
          MOVE ZERO TO WS-MATE-FOUND
          PERFORM VARYING WS-MATE-IDX FROM 1 BY 1
                UNTIL WS-MATE-IDX > WS-MATE-COUNT
              IF WS-MATE-USER(WS-MATE-IDX)
                    = WS-TEAM-USER(WS-TEAM-JDX)
                 MOVE WS-MATE-IDX TO WS-MATE-FOUND
              END-IF
          END-PERFORM
          IF WS-MATE-FOUND = ZERO
             IF WS-MATE-COUNT < 500
                ADD 1 TO WS-MATE-COUNT
                MOVE WS-TEAM-USER(WS-TEAM-JDX)
                  TO WS-MATE-USER(WS-MATE-COUNT)
                MOVE "N" TO WS-MATE-LED(WS-MATE-COUNT)
                MOVE WS-MATE-COUNT TO WS-MATE-FOUND
             END-IF
          END-IF
          IF WS-MATE-FOUND > ZERO
             AND WS-TEAM-ROLE(WS-TEAM-IDX) = "L"
             MOVE "Y" TO WS-MATE-LED(WS-MATE-FOUND)
          END-IF
          EXIT.

      *legt den Lesebereich endgueltig fest: ohne ausdrueckliche
      *Angabe sieht der Hausmeister-Benutzer alles, jeder andere
      *sich und sein Team; "alles" steht nur dem Hausmeister zu und
      *wird bei allen anderen auf das Team zurueckgenommen
       RESOLVE-READ-SCOPE SECTION.
          PERFORM READ-RETENTION-CONFIG
          IF IT-CALLER-ID NOT = SPACES
             AND IT-CALLER-ID = WS-ADMIN-USER-ID
             IF SCOPE-DEFAULT
                SET SCOPE-ALL TO TRUE
             END-IF
          ELSE
             IF SCOPE-DEFAULT OR SCOPE-ALL
                SET SCOPE-TEAM TO TRUE
             END-IF
          END-IF
          EXIT.

      *liegt der Benutzer WS-SCOPE-USER im Lesebereich des
      *Aufrufers? Eigene Eintraege immer, im Teambereich auch die
      *der Kollegen und die herrenlosen, die sonst niemand saehe
       CHECK-USER-IN-SCOPE SECTION.
          MOVE "Y" TO WS-IN-SCOPE
          IF SCOPE-OPEN OR SCOPE-ALL
             EXIT SECTION
          END-IF
          IF WS-SCOPE-USER = IT-CALLER-ID
             EXIT SECTION
          END-IF
          MOVE "N" TO WS-IN-SCOPE
          IF SCOPE-TEAM
             IF WS-SCOPE-USER = SPACES
                MOVE "Y" TO WS-IN-SCOPE
                EXIT SECTION
             END-IF
             PERFORM LOAD-TEAM-ROSTER
             PERFORM VARYING WS-MATE-IDX FROM 1 BY 1
                   UNTIL WS-MATE-IDX > WS-MATE-COUNT
                 IF WS-MATE-USER(WS-MATE-IDX) = WS-SCOPE-USER
                    MOVE "Y" TO WS-IN-SCOPE
                 END-IF
             END-PERFORM
          END-IF
          EXIT.

      *ist WS-SCOPE-USER Mitglied eines Teams, das der Aufrufer
      *leitet? Ergebnis in WS-IN-SCOPE
       CHECK-LED-MEMBER SECTION.
          MOVE "N" TO WS-IN-SCOPE
          IF WS-SCOPE-USER = SPACES
             EXIT SECTION
          END-IF
          PERFORM LOAD-TEAM-ROSTER
          PERFORM VARYING WS-MATE-IDX FROM 1 BY 1
                UNTIL WS-MATE-IDX > WS-MATE-COUNT
              IF WS-MATE-USER(WS-MATE-IDX) = WS-SCOPE-USER
                 AND WS-MATE-LED(WS-MATE-IDX) = "Y"
                 MOVE "Y" TO WS-IN-SCOPE
              END-IF
          END-PERFORM
          EXIT.

      *meldet uebersprungene fremde Eintraege ueber TODO-RESULT -
          END-IF
          EXIT.

      *bildet den Aenderungsstempel zum Satzbild in WS-STAMP-SOURCE:
      *eine gewichtete Pruefsumme ueber alle 122 Stellen, fuenfstellig
      *wie die ITEM-ID, damit die Stempel einer Auswahl in ein
      *Formularfeld derselben Laenge wie "ids" passen
       COMPUTE-ITEM-STAMP SECTION.
          MOVE ZERO TO WS-STAMP-WORK
          PERFORM VARYING WS-STAMP-IDX FROM 1 BY 1
                UNTIL WS-STAMP-IDX > 122
              COMPUTE WS-STAMP-WORK = FUNCTION MOD(WS-STAMP-WORK * 31
                 + FUNCTION ORD(WS-STAMP-SOURCE(WS-STAMP-IDX:1))
                 99991)
          END-PERFORM
          MOVE WS-STAMP-WORK TO WS-ITEM-STAMP
          EXIT.

      *vergleicht den mitgeschickten Stempel zur ITEM-ID an der
      *Stelle WS-ID-COUNTER mit dem frisch gelesenen Satz in
      *WS-TDLIST - ohne Stempel (aeltere Seiten, Skripte) wird wie
      *bisher ungeprueft geaendert
       CHECK-ITEM-STAMP SECTION.
          MOVE "Y" TO WS-STAMP-OK
          MOVE IT-STAMPS(WS-ID-COUNTER:5) TO WS-SENT-STAMP
          IF WS-SENT-STAMP = SPACES
             EXIT SECTION
          END-IF
          MOVE WS-TDLIST TO WS-STAMP-SOURCE
          PERFORM COMPUTE-ITEM-STAMP
          IF WS-SENT-STAMP NOT = WS-ITEM-STAMP
             MOVE "N" TO WS-STAMP-OK
          END-IF
          EXIT.

      *merkt sich einen wegen veraltetem Stempel abgewiesenen
      *Eintrag - genannt wird spaeter der erste, die uebrigen nur
      *gezaehlt
       NOTE-STALE-ITEM SECTION.
          ADD 1 TO WS-STALE-COUNT
          IF WS-STALE-COUNT = 1
             MOVE IT-IDS(WS-ID-COUNTER:5) TO WS-STALE-ID
          END-IF
          EXIT.

      *meldet abgewiesene Eintraege mit veraltetem Stempel als
      *Fehler, obwohl der Rest der Auswahl durchgegangen ist - wer
      *und wann zuletzt geaendert hat, steht im Journal
       REPORT-STALE-ITEMS SECTION.
          IF WS-STALE-COUNT = ZERO
             EXIT SECTION
          END-IF
          PERFORM FIND-LAST-CHANGE
          MOVE SPACES TO WS-STALE-MORE
          IF WS-STALE-COUNT > 1
             COMPUTE WS-STALE-Z = WS-STALE-COUNT - 1
             STRING " (+" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-STALE-Z) DELIMITED BY SIZE
                    " more stale)" DELIMITED BY SIZE
               INTO WS-STALE-MORE
          END-IF
          MOVE "ER" TO RESULT-CODE
          MOVE SPACES TO RESULT-MESSAGE
          IF WS-STALE-FOUND = "Y"
             STRING "item " DELIMITED BY SIZE
                    WS-STALE-ID DELIMITED BY SIZE
                    " changed by " DELIMITED BY SIZE
                    FUNCTION TRIM(WS-STALE-BY) DELIMITED BY SIZE
                    " at " DELIMITED BY SIZE
                    WS-STALE-TS(7:2) DELIMITED BY SIZE
                    "." DELIMITED BY SIZE
                    WS-STALE-TS(5:2) DELIMITED BY SIZE
                    "." DELIMITED BY SIZE
                    WS-STALE-TS(1:4) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-STALE-TS(9:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    WS-STALE-TS(11:2) DELIMITED BY SIZE
                    ", reload" DELIMITED BY SIZE
                    WS-STALE-MORE DELIMITED BY SIZE
               INTO RESULT-MESSAGE
          ELSE
             STRING "item " DELIMITED BY SIZE
                    WS-STALE-ID DELIMITED BY SIZE
                    " changed meanwhile, reload" DELIMITED BY SIZE
                    WS-STALE-MORE DELIMITED BY SIZE
               INTO RESULT-MESSAGE
          END-IF
          EXIT.

      *sucht die juengste Journalzeile zu WS-STALE-ID - rueckwaerts
      *durch die Monatsabschnitte, der erste Abschnitt mit Treffer
      *reicht; erst danach das alte ungeteilte Journal. Ein von
      *dieser Aktion schon geoeffneter Abschnitt wird vorher
      *geschlossen und beim naechsten Journalsatz neu geoeffnet
       FIND-LAST-CHANGE SECTION.
          PERFORM CLOSE-AUDIT-FILE
          MOVE "N" TO WS-STALE-FOUND
          MOVE SPACES TO WS-STALE-BY WS-STALE-TS
          PERFORM LOAD-AUDIT-CATALOG
          PERFORM VARYING WS-AUDCAT-IDX FROM WS-AUDCAT-COUNT BY -1
                UNTIL WS-AUDCAT-IDX < 1 OR WS-STALE-FOUND = "Y"
              MOVE WS-AUDCAT-ENTRY(WS-AUDCAT-IDX)
                TO WS-AUDIT-FILENAME
              PERFORM SCAN-AUDIT-FILE-FOR-CHANGE
          END-PERFORM
          IF WS-STALE-FOUND NOT = "Y"
             MOVE WS-AUDIT-OLDNAME TO WS-AUDIT-FILENAME
             PERFORM SCAN-AUDIT-FILE-FOR-CHANGE
          END-IF
          EXIT.

       SCAN-AUDIT-FILE-FOR-CHANGE SECTION.
          OPEN INPUT TDAUDIT
          IF WS-AUDIT-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          MOVE "N" TO WS-AUDIT-EOF
          PERFORM UNTIL WS-AUDIT-EOF = 'Y'
              READ TDAUDIT
                 AT END MOVE 'Y' TO WS-AUDIT-EOF
                 NOT AT END
                    IF AUD-ITEM-ID = WS-STALE-ID
                       MOVE AUD-USER TO WS-STALE-BY
                       MOVE AUD-TIMESTAMP TO WS-STALE-TS
                       MOVE "Y" TO WS-STALE-FOUND
                    END-IF
              END-READ
          END-PERFORM
          CLOSE TDAUDIT
          EXIT.

      *loescht nur noch Eintraege, die dem Aufrufer gehoeren (oder
      *herrenlos sind) - fremde werden gezaehlt und gemeldet statt
      *geloescht, nur der Hausmeister-Benutzer darf alles
       DELETE-ITEMS SECTION.
          PERFORM SET-CALLER-ADMIN
          MOVE ZERO TO WS-SKIPPED-COUNT WS-STALE-COUNT
          PERFORM OPEN-TDLIST-IO
          IF WS-TDLIST-STATUS = "00"
          PERFORM VARYING WS-ID-COUNTER FROM 1
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM CHECK-ITEM-OWNERSHIP
                    PERFORM CHECK-ITEM-STAMP
                    IF WS-STAMP-OK NOT = "Y"
                       PERFORM NOTE-STALE-ITEM
                    ELSE
                    IF WS-OWNER-OK = "Y"
                       DELETE TDLIST RECORD
                          INVALID KEY CONTINUE
                    ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                    END-IF
                    END-IF
              END-READ
            END-IF
          END-PERFORM
          CLOSE TDLIST
          PERFORM REPORT-SKIPPED-ITEMS
          PERFORM REPORT-STALE-ITEMS
          ELSE
             MOVE "ER" TO RESULT-CODE
             MOVE "todolist is locked by another request, try again"
      *wie es auch ADD-NEW-TODO-ITEM tut
       CHANGE-ITEMS SECTION.
          PERFORM SET-CALLER-ADMIN
          MOVE "Y" TO WS-LEAD-RIGHTS
          MOVE ZERO TO WS-SKIPPED-COUNT WS-STALE-COUNT
          PERFORM OPEN-TDLIST-IO
          IF WS-TDLIST-STATUS = "00"
          PERFORM UNTIL WS-EOF='Y'
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM CHECK-ITEM-OWNERSHIP
                    PERFORM CHECK-ITEM-STAMP
                    IF WS-STAMP-OK NOT = "Y"
                       PERFORM NOTE-STALE-ITEM
                    ELSE
      *ein Eintrag mit noch offenem Blocker darf nicht auf Done
      *gesetzt werden - die ganze Aenderung an diesem Eintrag wird
      *abgewiesen und der Blocker beim Namen genannt, statt die
      *Kette stillschweigend zu brechen
                    MOVE "N" TO WS-DEP-BLOCKED
                    MOVE "N" TO WS-REVIEW-NEEDED WS-REVIEW-REFUSED
                    IF WS-OWNER-OK = "Y"
                       AND IT-STATUS = 2
                       AND ITEM-STATUS IN WS-TDLIST NOT = 2
                       MOVE ITEM-ID IN WS-TDLIST
                         TO WS-DEP-CHECK-ID
                       PERFORM CHECK-OPEN-BLOCKER
                       PERFORM CHECK-REVIEW-ROUTE
                    END-IF
                    IF WS-DEP-BLOCKED = "Y"
                       MOVE "ER" TO RESULT-CODE
                                 DELIMITED BY SIZE
                         INTO RESULT-MESSAGE
                    ELSE
      *die Abnahme verlangt ein zweites Paar Augen - wer den
      *Eintrag erledigt oder besitzt, kann ihn nicht selbst abnehmen
                    IF WS-REVIEW-REFUSED = "Y"
                       MOVE "ER" TO RESULT-CODE
                       MOVE SPACES TO RESULT-MESSAGE
                       STRING "item " DELIMITED BY SIZE
                              ITEM-ID IN WS-TDLIST
                                 DELIMITED BY SIZE
                              " needs sign-off by someone else,"
                                 DELIMITED BY SIZE
                              " name a reviewer" DELIMITED BY SIZE
                         INTO RESULT-MESSAGE
                    ELSE
                    IF WS-OWNER-OK = "Y"
                       MOVE WS-TDLIST TO WS-AUDIT-BEFORE
                       MOVE ITEM-STATUS IN WS-TDLIST
                       IF IT-COLOR<5
                          MOVE IT-COLOR TO ITEM-COLOR IN WS-TDLIST
                       END-IF
      *Status 4 gibt es nur ueber die Abnahmeregel des Projekts,
      *nicht als frei waehlbaren Wert
                       IF IT-STATUS<4
                          MOVE IT-STATUS
                            TO ITEM-STATUS IN WS-TDLIST
                       END-IF
                       IF WS-REVIEW-NEEDED = "Y"
                          MOVE 4 TO ITEM-STATUS IN WS-TDLIST
                       END-IF
                       IF IT-PRIO >= 1 AND IT-PRIO <= 5
                          MOVE IT-PRIO TO ITEM-PRIO IN WS-TDLIST
                       END-IF
                       MOVE WS-TDLIST TO WS-AUDIT-AFTER
                       MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ID
                       PERFORM WRITE-AUDIT-RECORD
      *Einreichen zur Abnahme: Satz ins Abnahmeprotokoll und
      *Nachricht an den Pruefer. Setzt der Besitzer einen
      *wartenden Eintrag auf einen anderen Status, ist die
      *Abnahme zurueckgezogen und der Pruefer erfaehrt das
                       IF REVIEW
                          AND WS-OLD-ITEM-STATUS NOT = 4
                          MOVE "P" TO WS-REV-STATE
                          MOVE SPACES TO WS-REV-REASON
                          PERFORM WRITE-REVIEW-RECORD
                          MOVE WS-REVIEW-REVIEWER
                            TO WS-NOTIF-RECIPIENT
                          MOVE "item is waiting for your sign-off"
                            TO WS-NOTIF-TEXT
                          PERFORM WRITE-NOTIFY-RECORD
                       END-IF
                       IF WS-OLD-ITEM-STATUS = 4
                          AND NOT REVIEW
                          MOVE ITEM-ID IN WS-TDLIST
                            TO WS-REV-LOOKUP-ID
                          PERFORM GET-PENDING-REVIEWER
                          MOVE "W" TO WS-REV-STATE
                          MOVE SPACES TO WS-REV-REASON
                          MOVE WS-REV-PENDING-BY
                            TO WS-REVIEW-REVIEWER
                          PERFORM WRITE-REVIEW-RECORD
                          IF WS-REV-PENDING-BY NOT = SPACES
                             MOVE WS-REV-PENDING-BY
                               TO WS-NOTIF-RECIPIENT
                             MOVE "sign-off request was withdrawn"
                               TO WS-NOTIF-TEXT
                             PERFORM WRITE-NOTIFY-RECORD
                          END-IF
                       END-IF
      *aendert jemand anderes (praktisch: der Hausmeister) den
      *Status eines fremden Eintrags, bekommt der Besitzer eine
      *Nachricht in die Ausgangsschlange
                       ADD 1 TO WS-SKIPPED-COUNT
                    END-IF
                    END-IF
                    END-IF
                    END-IF
              END-READ
            END-IF
          END-PERFORM
          CLOSE TDLIST
          PERFORM REPORT-SKIPPED-ITEMS
          PERFORM REPORT-STALE-ITEMS
          ELSE
             MOVE "ER" TO RESULT-CODE
             MOVE "todolist is locked by another request, try again"
          END-IF
          EXIT.

      *stellt fest, ob das Erledigen des Eintrags in WS-TDLIST erst
      *zur Abnahme fuehrt: ja, wenn er schon wartet (dann bleibt er
      *in Status 4) oder sein Projekt Abnahmepflicht hat. Pruefer
      *ist der mitgeschickte, sonst der des Projekts, sonst der
      *Hausmeister-Benutzer - abgelehnt wird, wenn das der Aufrufer
      *oder der Besitzer selbst waere
       CHECK-REVIEW-ROUTE SECTION.
          IF REVIEW
             MOVE "Y" TO WS-REVIEW-NEEDED
             EXIT SECTION
          END-IF
          PERFORM LOAD-PROJECT-CATALOG
          MOVE ZERO TO WS-PROJ-FOUND
          PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
              IF WS-PROJ-ID(WS-PROJ-IDX) = ITEM-PROJECT IN WS-TDLIST
                 MOVE WS-PROJ-IDX TO WS-PROJ-FOUND
              END-IF
          END-PERFORM
          IF WS-PROJ-FOUND = ZERO
             EXIT SECTION
          END-IF
          IF WS-PROJ-SIGNOFF(WS-PROJ-FOUND) NOT = "Y"
             EXIT SECTION
          END-IF
          MOVE "Y" TO WS-REVIEW-NEEDED
          EVALUATE TRUE
              WHEN IT-REVIEWER NOT = SPACES
                 MOVE IT-REVIEWER TO WS-REVIEW-REVIEWER
              WHEN WS-PROJ-REVIEWER(WS-PROJ-FOUND) NOT = SPACES
                 MOVE WS-PROJ-REVIEWER(WS-PROJ-FOUND)
                   TO WS-REVIEW-REVIEWER
              WHEN OTHER
                 MOVE WS-ADMIN-USER-ID TO WS-REVIEW-REVIEWER
          END-EVALUATE
          IF WS-REVIEW-REVIEWER = IT-USER-ID
             OR WS-REVIEW-REVIEWER = ITEM-USER-ID IN WS-TDLIST
             MOVE "Y" TO WS-REVIEW-REFUSED
          END-IF
          EXIT.

      *Freigeben bzw. Zurueckgeben der in IT-IDS ausgewaehlten,
      *auf Abnahme wartenden Eintraege - entscheiden darf nur der
      *im Abnahmeprotokoll benannte Pruefer oder der Hausmeister-
      *Benutzer. Die Freigabe schliesst den Eintrag (Done) und legt
      *bei wiederkehrenden erst jetzt den Folgeeintrag an, darum
      *wird wie in CHANGE-ITEMS vorab die hoechste ITEM-ID
      *ermittelt. Zurueckgeben setzt ihn mit der Begruendung aus
      *NEW-TODO-ITEM wieder auf Doing
       REVIEW-DECISION SECTION.
          PERFORM SET-CALLER-ADMIN
          IF ACTION-SEND-BACK
             AND NEW-TODO-ITEM = SPACES
             MOVE "ER" TO RESULT-CODE
             MOVE "a reason is required to send an item back"
               TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          PERFORM LOAD-REVIEW-TABLE
          MOVE ZERO TO WS-SKIPPED-COUNT WS-STALE-COUNT
          PERFORM OPEN-TDLIST-IO
          IF WS-TDLIST-STATUS = "00"
          MOVE "N" TO WS-EOF
          PERFORM UNTIL WS-EOF='Y'
              READ TDLIST NEXT INTO WS-TDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ITEM-ID IN WS-TDLIST > WS-MAX-ID
                       MOVE ITEM-ID IN WS-TDLIST TO WS-MAX-ID
                    END-IF
              END-READ
          END-PERFORM
          PERFORM VARYING WS-ID-COUNTER FROM 1
                BY 5 UNTIL WS-ID-COUNTER>995
            IF IT-IDS(WS-ID-COUNTER:5) NOT = SPACES
                AND IT-IDS(WS-ID-COUNTER:5) NOT = ZERO
              MOVE IT-IDS(WS-ID-COUNTER:5) TO ITEM-ID IN TDLIST-FILE
              READ TDLIST INTO WS-TDLIST
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM CHECK-REVIEW-RIGHTS
                    PERFORM CHECK-ITEM-STAMP
                    IF WS-STAMP-OK NOT = "Y"
                       PERFORM NOTE-STALE-ITEM
                    ELSE
                    IF WS-OWNER-OK = "Y"
                       PERFORM DECIDE-ONE-REVIEW
                    ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                    END-IF
                    END-IF
              END-READ
            END-IF
          END-PERFORM
          CLOSE TDLIST
          IF WS-SKIPPED-COUNT > ZERO AND RESULT-OK
             MOVE WS-SKIPPED-COUNT TO WS-SKIPPED-Z
             MOVE SPACES TO RESULT-MESSAGE
             STRING WS-SKIPPED-Z DELIMITED BY SIZE
                    " item(s) skipped, not awaiting your sign-off"
                    DELIMITED BY SIZE
               INTO RESULT-MESSAGE
          END-IF
          PERFORM REPORT-STALE-ITEMS
          ELSE
             MOVE "ER" TO RESULT-CODE
             MOVE "todolist is locked by another request, try again"
               TO RESULT-MESSAGE
          END-IF
          EXIT.

      *darf der Aufrufer ueber den Eintrag in WS-TDLIST entscheiden?
      *Nur wenn er auf Abnahme wartet und der Aufrufer sein Pruefer
      *oder der Hausmeister-Benutzer ist - das Ergebnis kommt wie
      *bei der Besitzpruefung in WS-OWNER-OK
       CHECK-REVIEW-RIGHTS SECTION.
          MOVE "N" TO WS-OWNER-OK
          IF NOT REVIEW
             EXIT SECTION
          END-IF
          MOVE ITEM-ID IN WS-TDLIST TO WS-REV-LOOKUP-ID
          PERFORM GET-PENDING-REVIEWER
          IF WS-CALLER-IS-ADMIN = "Y"
             MOVE "Y" TO WS-OWNER-OK
          END-IF
          IF IT-USER-ID NOT = SPACES
             AND WS-REV-PENDING-BY = IT-USER-ID
             MOVE "Y" TO WS-OWNER-OK
          END-IF
          EXIT.

      *fuehrt Freigabe oder Rueckgabe fuer den Eintrag in WS-TDLIST
      *aus: Satz umschreiben, journalisieren, ins Abnahmeprotokoll
      *eintragen und den Besitzer benachrichtigen. Der Folgeeintrag
      *eines wiederkehrenden kommt zuletzt, weil er WS-TDLIST
      *ueberschreibt
       DECIDE-ONE-REVIEW SECTION.
      *ist waehrend der Abnahme ein Blocker dazugekommen oder wieder
      *aufgegangen, schliesst auch die Freigabe nicht - der Eintrag
      *bleibt auf Review stehen, wie CHANGE-ITEMS es beim Erledigen
      *verlangt
          IF ACTION-APPROVE
             MOVE ITEM-ID IN WS-TDLIST TO WS-DEP-CHECK-ID
             PERFORM CHECK-OPEN-BLOCKER
             IF WS-DEP-BLOCKED = "Y"
                MOVE "ER" TO RESULT-CODE
                MOVE SPACES TO RESULT-MESSAGE
                STRING "item " DELIMITED BY SIZE
                       ITEM-ID IN WS-TDLIST DELIMITED BY SIZE
                       " is blocked by open item " DELIMITED BY SIZE
                       WS-DEP-BLOCKER-X DELIMITED BY SIZE
                       ", not set to done" DELIMITED BY SIZE
                  INTO RESULT-MESSAGE
                EXIT SECTION
             END-IF
          END-IF
          MOVE WS-TDLIST TO WS-AUDIT-BEFORE
          MOVE WS-REV-PENDING-BY TO WS-REVIEW-REVIEWER
          MOVE SPACES TO WS-NOTIF-TEXT
          IF ACTION-APPROVE
             MOVE 2 TO ITEM-STATUS IN WS-TDLIST
             MOVE "A" TO WS-REV-STATE
             MOVE SPACES TO WS-REV-REASON
             MOVE "your item was signed off and closed"
               TO WS-NOTIF-TEXT
          ELSE
             MOVE 1 TO ITEM-STATUS IN WS-TDLIST
             MOVE "B" TO WS-REV-STATE
             MOVE NEW-TODO-ITEM TO WS-REV-REASON
             STRING "sent back: " DELIMITED BY SIZE
                    WS-REV-REASON DELIMITED BY SIZE
               INTO WS-NOTIF-TEXT
          END-IF
          REWRITE TDLIST-FILE FROM WS-TDLIST
          MOVE WS-TDLIST TO WS-AUDIT-AFTER
          MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ID
          PERFORM WRITE-AUDIT-RECORD
          PERFORM WRITE-REVIEW-RECORD
          IF ITEM-USER-ID IN WS-TDLIST NOT = SPACES
             AND ITEM-USER-ID IN WS-TDLIST NOT = IT-USER-ID
             MOVE ITEM-USER-ID IN WS-TDLIST TO WS-NOTIF-RECIPIENT
             PERFORM WRITE-NOTIFY-RECORD
          END-IF
          IF ACTION-APPROVE
             AND ITEM-RECUR IN WS-TDLIST > ZERO
             PERFORM CREATE-NEXT-OCCURRENCE
          END-IF
          EXIT.

      *schaltet die Abnahmepflicht eines Projekts (IT-PROJECT) um -
      *nur der Hausmeister-Benutzer, sonst koennte sich jeder die
      *Abnahme seiner eigenen Eintraege sparen. IT-SIGNOFF "Y"
      *verlangt ab jetzt vor jedem Abschluss die Freigabe,
      *IT-REVIEWER ist der voreingestellte Pruefer. Schon wartende
      *Eintraege bleiben beim Abschalten bis zur Entscheidung stehen
       SIGNOFF-PROJECT-ACTION SECTION.
          PERFORM SET-CALLER-ADMIN
          IF WS-CALLER-IS-ADMIN NOT = "Y"
             MOVE "ER" TO RESULT-CODE
             MOVE "only the administrator may change sign-off rules"
               TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          PERFORM LOAD-PROJECT-CATALOG
          MOVE ZERO TO WS-PROJ-FOUND
          PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
              IF WS-PROJ-ID(WS-PROJ-IDX) = IT-PROJECT
                 MOVE WS-PROJ-IDX TO WS-PROJ-FOUND
              END-IF
          END-PERFORM
          IF WS-PROJ-FOUND = ZERO
             MOVE "ER" TO RESULT-CODE
             MOVE "unknown project number" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          IF IT-SIGNOFF = "Y"
             MOVE "Y" TO WS-PROJ-SIGNOFF(WS-PROJ-FOUND)
          ELSE
             MOVE "N" TO WS-PROJ-SIGNOFF(WS-PROJ-FOUND)
          END-IF
          MOVE IT-REVIEWER TO WS-PROJ-REVIEWER(WS-PROJ-FOUND)
          PERFORM SAVE-PROJECT-CATALOG
          EXIT.

      *laedt die offenen Abnahmen aus todoreviews.dat - eine
      *fehlende Datei heisst, es wartet nichts
       LOAD-REVIEW-TABLE SECTION.
          IF WS-REV-LOADED = "Y"
             EXIT SECTION
          END-IF
          MOVE ZERO TO WS-REV-COUNT
          OPEN INPUT TDREVIEW
          IF WS-REV-STATUS = "00"
             MOVE "N" TO WS-REV-EOF
             PERFORM UNTIL WS-REV-EOF = 'Y'
                 READ TDREVIEW
                    AT END MOVE 'Y' TO WS-REV-EOF
                    NOT AT END
                       IF REVF-ITEM-ID NUMERIC
                          MOVE REVF-ITEM-ID TO WS-REV-LOOKUP-ID
                          MOVE REVF-STATE TO WS-REV-NOTE-STATE
                          MOVE REVF-REVIEWER TO WS-REV-NOTE-REVIEWER
                          PERFORM NOTE-REVIEW-STATE
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE TDREVIEW
          END-IF
          MOVE "Y" TO WS-REV-LOADED
          EXIT.

      *traegt den Abnahmestand WS-REV-NOTE-STATE zu WS-REV-LOOKUP-ID
      *in die Tabelle ein: P setzt den Pruefer, jeder andere Stand
      *gibt den Platz wieder frei, damit ihn die naechste Abnahme
      *nutzen kann
       NOTE-REVIEW-STATE SECTION.
          MOVE ZERO TO WS-REV-FOUND WS-REV-FREE
          PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                UNTIL WS-REV-IDX > WS-REV-COUNT
              IF WS-REV-ITEM(WS-REV-IDX) = WS-REV-LOOKUP-ID
                 MOVE WS-REV-IDX TO WS-REV-FOUND
              END-IF
              IF WS-REV-ITEM(WS-REV-IDX) = ZERO
                 AND WS-REV-FREE = ZERO
                 MOVE WS-REV-IDX TO WS-REV-FREE
              END-IF
          END-PERFORM
          IF WS-REV-NOTE-STATE NOT = "P"
             IF WS-REV-FOUND > ZERO
                MOVE ZERO TO WS-REV-ITEM(WS-REV-FOUND)
                MOVE SPACES TO WS-REV-REVIEWER(WS-REV-FOUND)
             END-IF
             EXIT SECTION
          END-IF
          IF WS-REV-FOUND = ZERO
             IF WS-REV-FREE > ZERO
                MOVE WS-REV-FREE TO WS-REV-FOUND
             ELSE
                IF WS-REV-COUNT < 300
                   ADD 1 TO WS-REV-COUNT
                   MOVE WS-REV-COUNT TO WS-REV-FOUND
                ELSE
                   MOVE "Y" TO WS-REV-OVFL
                END-IF
             END-IF
          END-IF
          IF WS-REV-FOUND > ZERO
             MOVE WS-REV-LOOKUP-ID TO WS-REV-ITEM(WS-REV-FOUND)
             MOVE WS-REV-NOTE-REVIEWER
               TO WS-REV-REVIEWER(WS-REV-FOUND)
          END-IF
          EXIT.

      *sind mehr offene Abnahmen vermerkt, als die Tabelle fasst,
      *fehlen den uebrigen Eintraegen Pruefer und Abnahmestand - das
      *meldet der Aufruf, statt stillschweigend falsch zu entscheiden
       REPORT-REVIEW-OVFL SECTION.
          IF WS-REV-OVFL = "Y" AND RESULT-OK
             AND RESULT-MESSAGE = SPACES
             MOVE "more than 300 open reviews, reviewer data incomplete"
               TO RESULT-MESSAGE
          END-IF
          EXIT.

      *liefert zu WS-REV-LOOKUP-ID den Pruefer der offenen Abnahme
      *in WS-REV-PENDING-BY - leer, wenn keine offen ist
       GET-PENDING-REVIEWER SECTION.
          PERFORM LOAD-REVIEW-TABLE
          MOVE SPACES TO WS-REV-PENDING-BY
          PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                UNTIL WS-REV-IDX > WS-REV-COUNT
              IF WS-REV-ITEM(WS-REV-IDX) = WS-REV-LOOKUP-ID
                 MOVE WS-REV-REVIEWER(WS-REV-IDX) TO WS-REV-PENDING-BY
              END-IF
          END-PERFORM
          EXIT.

      *haengt einen Satz ans Abnahmeprotokoll an: Eintrag aus
      *WS-TDLIST, Stand WS-REV-STATE, Pruefer WS-REVIEW-REVIEWER,
      *Begruendung WS-REV-REASON - und haelt die Tabelle der
      *offenen Abnahmen auf demselben Stand
       WRITE-REVIEW-RECORD SECTION.
          PERFORM LOAD-REVIEW-TABLE
          OPEN EXTEND TDREVIEW
          IF WS-REV-STATUS = "35"
             OPEN OUTPUT TDREVIEW
          END-IF
          IF WS-REV-STATUS = "00"
             MOVE SPACES TO TDREVIEW-RECORD
             MOVE ITEM-ID IN WS-TDLIST TO REVF-ITEM-ID
             MOVE WS-REV-STATE TO REVF-STATE
             MOVE FUNCTION CURRENT-DATE(1:14) TO REVF-TIMESTAMP
             MOVE IT-USER-ID TO REVF-BY-USER
             MOVE WS-REVIEW-REVIEWER TO REVF-REVIEWER
             MOVE WS-REV-REASON TO REVF-REASON
             WRITE TDREVIEW-RECORD
             CLOSE TDREVIEW
          END-IF
          MOVE ITEM-ID IN WS-TDLIST TO WS-REV-LOOKUP-ID
          MOVE WS-REV-STATE TO WS-REV-NOTE-STATE
          MOVE WS-REVIEW-REVIEWER TO WS-REV-NOTE-REVIEWER
          PERFORM NOTE-REVIEW-STATE
          EXIT.

      *legt zum soeben erledigten wiederkehrenden Eintrag in WS-TDLIST
      *die naechste Faelligkeit als neuen offenen Eintrag an - Inhalt,
      *Farbe, Tag, Benutzer und Wiederholung bleiben erhalten, ID und
      *Anlagedatum sind frisch, und ein vorhandenes Faelligkeitsdatum
      *wird um das Wiederholungsintervall weitergeschoben. Ist die
      *Liste voll, entfaellt der Folgeeintrag stillschweigend - wie
      *beim manuellen Anlegen meldet das der naechste Add-Versuch
       CREATE-NEXT-OCCURRENCE SECTION.
      *nur ein wirklich geschlossener Eintrag hat einen Nachfolger -
      *einer, der erst auf die Abnahme wartet, bekommt ihn mit der
      *Freigabe
          IF ITEM-STATUS IN WS-TDLIST NOT = 2
             EXIT SECTION
          END-IF
          IF WS-MAX-ID < 99999
             MOVE ITEM-ID IN WS-TDLIST TO WS-SCHED-PREV-ID
             ADD 1 TO WS-MAX-ID
             MOVE WS-MAX-ID TO ITEM-ID IN WS-TDLIST
             MOVE FUNCTION CURRENT-DATE TO ITEM-DATE IN WS-TDLIST
             MOVE ZERO TO ITEM-STATUS IN WS-TDLIST
             IF ITEM-DUE-DATE IN WS-TDLIST NOT = SPACES
                AND ITEM-DUE-DATE IN WS-TDLIST NUMERIC
                PERFORM ADVANCE-DUE-DATE
             END-IF
             WRITE TDLIST-FILE FROM WS-TDLIST
             MOVE SPACES TO WS-AUDIT-BEFORE
             MOVE WS-TDLIST TO WS-AUDIT-AFTER
             MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ID
             PERFORM WRITE-AUDIT-RECORD
          END-IF
          EXIT.

      *schiebt ITEM-DUE-DATE in WS-TDLIST um das Intervall aus
      *ITEM-RECUR weiter - taeglich/woechentlich ueber die Tageszahl,
      *monatlich ueber den Monat mit Abfangen von Monatsende und
      *Jahreswechsel (aus dem 31.01. wird der 28./29.02.). Faellt
      *der neue Termin auf einen Wochenend- oder Schliesstag, rollt
      *er auf den naechsten Arbeitstag vor. Weitergeschoben wird
      *vom Solltermin des Vorgaengers WS-SCHED-PREV-ID, falls dessen
      *Termin vorgerollt war - nicht vom gerollten Datum
       ADVANCE-DUE-DATE SECTION.
          MOVE ITEM-DUE-DATE IN WS-TDLIST TO WS-DUE-NUM
          PERFORM LOAD-SCHED-TABLE
          MOVE ZERO TO WS-SCHED-HIT
          PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
              IF WS-SCHED-ITEM(WS-SCHED-IDX) = WS-SCHED-PREV-ID
                 AND WS-SCHED-ROLLED(WS-SCHED-IDX) = WS-DUE-NUM
                 MOVE WS-SCHED-IDX TO WS-SCHED-HIT
              END-IF
          END-PERFORM
          IF WS-SCHED-HIT > ZERO
             MOVE WS-SCHED-NOMINAL(WS-SCHED-HIT) TO WS-DUE-NUM
          END-IF
          EVALUATE TRUE
              WHEN RECUR-DAILY
                 COMPUTE WS-DUE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DUE-NUM) + 1
                 MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                   TO WS-DUE-NUM
              WHEN RECUR-WEEKLY
                 COMPUTE WS-DUE-INT =
                    FUNCTION INTEGER-OF-DATE(WS-DUE-NUM) + 7
                 MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                   TO WS-DUE-NUM
              WHEN RECUR-MONTHLY
                 ADD 1 TO WS-DUE-MM
                 IF WS-DUE-MM > 12
                    MOVE 1 TO WS-DUE-MM
                    ADD 1 TO WS-DUE-YYYY
                 END-IF
                 EVALUATE WS-DUE-MM
                     WHEN 4
                     WHEN 6
                     WHEN 9
                     WHEN 11
                        MOVE 30 TO WS-DAYS-IN-MONTH
                    MOVE WS-DAYS-IN-MONTH TO WS-DUE-DD
                 END-IF
          END-EVALUATE
          MOVE WS-DUE-NUM TO WS-SCHED-NEXT
          MOVE "R" TO WDAY-FUNCTION
          MOVE WS-DUE-NUM TO WDAY-DATE
          CALL "TODOWDAY" USING WDAY-PARAMS
          MOVE WDAY-RESULT TO ITEM-DUE-DATE IN WS-TDLIST
          PERFORM NOTE-SCHED-ENTRY
          EXIT.

      *laedt todosched.dat in die Tabelle - eine fehlende Datei
      *heisst: kein Termin ist vorgerollt. Wird je Aufruf neu
      *gelesen, NOTE-SCHED-ENTRY schreibt sie sofort zurueck
       LOAD-SCHED-TABLE SECTION.
          MOVE ZERO TO WS-SCHED-COUNT
          OPEN INPUT TDSCHED
          IF WS-SCHED-STATUS = "00"
             MOVE "N" TO WS-SCHED-EOF
             PERFORM UNTIL WS-SCHED-EOF = 'Y'
                 READ TDSCHED
                    AT END MOVE 'Y' TO WS-SCHED-EOF
                    NOT AT END
                       IF WS-SCHED-COUNT < 500
                          ADD 1 TO WS-SCHED-COUNT
                          MOVE SCHF-ITEM-ID
                            TO WS-SCHED-ITEM(WS-SCHED-COUNT)
                          MOVE SCHF-NOMINAL
                            TO WS-SCHED-NOMINAL(WS-SCHED-COUNT)
                          MOVE SCHF-ROLLED
                            TO WS-SCHED-ROLLED(WS-SCHED-COUNT)
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE TDSCHED
          END-IF
          EXIT.

      *haelt den Solltermin des neuen Eintrags fest, wenn sein
      *Termin vorgerollt wurde; der Satz des Vorgaengers ist damit
      *verbraucht und entfaellt. Eine volle Tabelle gibt ihren
      *aeltesten Satz auf - der gehoert fast immer zu einem Eintrag,
      *den es nicht mehr gibt
       NOTE-SCHED-ENTRY SECTION.
          IF WDAY-RESULT = WS-SCHED-NEXT
             IF WS-SCHED-HIT = ZERO
                EXIT SECTION
             END-IF
             MOVE ZERO TO WS-SCHED-ITEM(WS-SCHED-HIT)
          ELSE
             IF WS-SCHED-HIT = ZERO
                IF WS-SCHED-COUNT < 500
                   ADD 1 TO WS-SCHED-COUNT
                ELSE
                   PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                         UNTIL WS-SCHED-IDX > 499
                       MOVE WS-SCHED-ENTRY(WS-SCHED-IDX + 1)
                         TO WS-SCHED-ENTRY(WS-SCHED-IDX)
                   END-PERFORM
                END-IF
                MOVE WS-SCHED-COUNT TO WS-SCHED-HIT
             END-IF
             MOVE ITEM-ID IN WS-TDLIST TO WS-SCHED-ITEM(WS-SCHED-HIT)
             MOVE WS-SCHED-NEXT TO WS-SCHED-NOMINAL(WS-SCHED-HIT)
             MOVE WDAY-RESULT TO WS-SCHED-ROLLED(WS-SCHED-HIT)
          END-IF
          OPEN OUTPUT TDSCHED
          IF WS-SCHED-STATUS = "00"
             PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
                 IF WS-SCHED-ITEM(WS-SCHED-IDX) NOT = ZERO
                    MOVE WS-SCHED-ITEM(WS-SCHED-IDX) TO SCHF-ITEM-ID
                    MOVE WS-SCHED-NOMINAL(WS-SCHED-IDX)
                      TO SCHF-NOMINAL
                    MOVE WS-SCHED-ROLLED(WS-SCHED-IDX)
                      TO SCHF-ROLLED
                    WRITE TDSCHED-RECORD
                 END-IF
             END-PERFORM
             CLOSE TDSCHED
          END-IF
          EXIT.

      *zaehlt die lebende Liste nach Status je Benutzer und je Tag
      *Benutzer und je Tag ein - unbekannte Benutzer/Tags bekommen
      *eine neue Zeile, solange die Tabellen (50 Eintraege) reichen
       STATS-COUNT-LIVE SECTION.
          IF ITEM-STATUS IN WS-TDLIST > 4
             EXIT SECTION
          END-IF
          IF NOT SCOPE-OPEN
             MOVE ITEM-USER-ID IN WS-TDLIST TO WS-SCOPE-USER
             PERFORM CHECK-USER-IN-SCOPE
             IF WS-IN-SCOPE NOT = "Y"
                EXIT SECTION
             END-IF
          END-IF
          COMPUTE WS-STAT-SLOT = ITEM-STATUS IN WS-TDLIST + 1
          MOVE ZERO TO WS-STAT-FOUND
          PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
          IF ITEM-DATE IN WS-TDLIST(1:8) NOT NUMERIC
             EXIT SECTION
          END-IF
          IF NOT SCOPE-OPEN
             MOVE ITEM-USER-ID IN WS-TDLIST TO WS-SCOPE-USER
             PERFORM CHECK-USER-IN-SCOPE
             IF WS-IN-SCOPE NOT = "Y"
                EXIT SECTION
             END-IF
          END-IF
          MOVE ITEM-DATE IN WS-TDLIST(1:8) TO WS-WEEK-NUM
          COMPUTE WS-WEEK-INT =
             FUNCTION INTEGER-OF-DATE(WS-WEEK-NUM)
      *werden dafuer aufsteigend sortiert, die Benutzer und Tags
      *erscheinen in der Reihenfolge ihres ersten Auftretens
       STATS-PRINT-SUMMARY SECTION.
          IF FORMAT-CSV
             DISPLAY "TYPE,ID,NAME,TODO,DOING,DONE,CANCELED,REVIEW"
          END-IF
          IF FORMAT-HTML
             DISPLAY "<h3>items per user</h3>"
             DISPLAY "<table class=""stats""><tr><th>user</th>"
                     "<th>todo</th><th>doing</th><th>done</th>"
                     "<th>canceled</th><th>review</th></tr>"
          END-IF
          PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                UNTIL WS-STAT-IDX > WS-STAT-USER-COUNT
              MOVE WS-STAT-USER-CNT(WS-STAT-IDX 1) TO WS-CNT-Z1
              MOVE WS-STAT-USER-CNT(WS-STAT-IDX 2) TO WS-CNT-Z2
              MOVE WS-STAT-USER-CNT(WS-STAT-IDX 3) TO WS-CNT-Z3
              MOVE WS-STAT-USER-CNT(WS-STAT-IDX 4) TO WS-CNT-Z4
              MOVE WS-STAT-USER-CNT(WS-STAT-IDX 5) TO WS-CNT-Z5
              IF FORMAT-HTML
                 DISPLAY "<tr><td>" WS-STAT-USER-ID(WS-STAT-IDX)
                         "</td><td>" WS-CNT-Z1 "</td><td>" WS-CNT-Z2
                         "</td><td>" WS-CNT-Z3 "</td><td>" WS-CNT-Z4
                         "</td><td>" WS-CNT-Z5 "</td></tr>"
              ELSE
                 MOVE "USER" TO WS-ROW-TYPE
                 MOVE WS-STAT-USER-ID(WS-STAT-IDX) TO WS-ROW-KEY
                 MOVE WS-STAT-USER-ID(WS-STAT-IDX) TO WS-ESC-SOURCE
                 PERFORM WRITE-COUNT-ROW
              END-IF
          END-PERFORM
          IF FORMAT-HTML
             DISPLAY "</table>"
             DISPLAY "<h3>items per tag</h3>"
             DISPLAY "<table class=""stats""><tr><th>tag</th>"
                     "<th>todo</th><th>doing</th><th>done</th>"
                     "<th>canceled</th><th>review</th></tr>"
          END-IF
          PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                UNTIL WS-STAT-IDX > WS-STAT-TAG-COUNT
              MOVE WS-STAT-TAG-VAL(WS-STAT-IDX)
              MOVE WS-STAT-TAG-CNT(WS-STAT-IDX 2) TO WS-CNT-Z2
              MOVE WS-STAT-TAG-CNT(WS-STAT-IDX 3) TO WS-CNT-Z3
              MOVE WS-STAT-TAG-CNT(WS-STAT-IDX 4) TO WS-CNT-Z4
              MOVE WS-STAT-TAG-CNT(WS-STAT-IDX 5) TO WS-CNT-Z5
              IF FORMAT-HTML
                 DISPLAY "<tr><td>" FUNCTION TRIM(TAG-STRING)
                         "</td><td>" WS-CNT-Z1 "</td><td>" WS-CNT-Z2
                         "</td><td>" WS-CNT-Z3 "</td><td>" WS-CNT-Z4
                         "</td><td>" WS-CNT-Z5 "</td></tr>"
              ELSE
                 MOVE "TAG" TO WS-ROW-TYPE
                 MOVE WS-STAT-TAG-VAL(WS-STAT-IDX) TO WS-ROW-KEY
                 MOVE TAG-STRING TO WS-ESC-SOURCE
                 PERFORM WRITE-COUNT-ROW
              END-IF
          END-PERFORM
          IF FORMAT-HTML
             DISPLAY "</table>"
             DISPLAY "<h3>items per project</h3>"
             DISPLAY "<table class=""stats""><tr><th>project</th>"
                     "<th>todo</th><th>doing</th><th>done</th>"
                     "<th>canceled</th><th>review</th></tr>"
          END-IF
          PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                UNTIL WS-STAT-IDX > WS-STAT-PROJ-COUNT
              MOVE WS-STAT-PROJ-VAL(WS-STAT-IDX)
              MOVE WS-STAT-PROJ-CNT(WS-STAT-IDX 2) TO WS-CNT-Z2
              MOVE WS-STAT-PROJ-CNT(WS-STAT-IDX 3) TO WS-CNT-Z3
              MOVE WS-STAT-PROJ-CNT(WS-STAT-IDX 4) TO WS-CNT-Z4
              MOVE WS-STAT-PROJ-CNT(WS-STAT-IDX 5) TO WS-CNT-Z5
              IF FORMAT-HTML
                 DISPLAY "<tr><td>" FUNCTION TRIM(PROJ-STRING)
                         "</td><td>" WS-CNT-Z1 "</td><td>" WS-CNT-Z2
                         "</td><td>" WS-CNT-Z3 "</td><td>" WS-CNT-Z4
                         "</td><td>" WS-CNT-Z5 "</td></tr>"
              ELSE
                 MOVE "PROJECT" TO WS-ROW-TYPE
                 MOVE WS-STAT-PROJ-VAL(WS-STAT-IDX) TO WS-ROW-KEY
                 MOVE PROJ-STRING TO WS-ESC-SOURCE
                 PERFORM WRITE-COUNT-ROW
              END-IF
          END-PERFORM
      *je Team aus den Benutzerzeilen zusammengezaehlt - wer in
      *mehreren Teams ist, zaehlt bei jedem mit, wer in keinem ist,
      *landet unter "-"
          PERFORM BUILD-TEAM-STATS
          IF FORMAT-HTML
             DISPLAY "</table>"
             DISPLAY "<h3>items per team</h3>"
             DISPLAY "<table class=""stats""><tr><th>team</th>"
                     "<th>todo</th><th>doing</th><th>done</th>"
                     "<th>canceled</th><th>review</th></tr>"
          END-IF
          PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                UNTIL WS-STAT-IDX > WS-STAT-TEAM-COUNT
              MOVE WS-STAT-TEAM-CNT(WS-STAT-IDX 1) TO WS-CNT-Z1
              MOVE WS-STAT-TEAM-CNT(WS-STAT-IDX 2) TO WS-CNT-Z2
              MOVE WS-STAT-TEAM-CNT(WS-STAT-IDX 3) TO WS-CNT-Z3
              MOVE WS-STAT-TEAM-CNT(WS-STAT-IDX 4) TO WS-CNT-Z4
              MOVE WS-STAT-TEAM-CNT(WS-STAT-IDX 5) TO WS-CNT-Z5
              IF FORMAT-HTML
                 DISPLAY "<tr><td>" WS-STAT-TEAM-NAME(WS-STAT-IDX)
                         "</td><td>" WS-CNT-Z1 "</td><td>" WS-CNT-Z2
                         "</td><td>" WS-CNT-Z3 "</td><td>" WS-CNT-Z4
                         "</td><td>" WS-CNT-Z5 "</td></tr>"
              ELSE
                 MOVE "TEAM" TO WS-ROW-TYPE
                 MOVE WS-STAT-TEAM-NAME(WS-STAT-IDX) TO WS-ROW-KEY
                 MOVE WS-STAT-TEAM-NAME(WS-STAT-IDX) TO WS-ESC-SOURCE
                 PERFORM WRITE-COUNT-ROW
              END-IF
          END-PERFORM
          IF FORMAT-HTML
             DISPLAY "</table>"
          END-IF
          PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                UNTIL WS-STAT-IDX >= WS-STAT-WEEK-COUNT
              PERFORM VARYING WS-STAT-JDX FROM 1 BY 1
                  END-IF
              END-PERFORM
          END-PERFORM
          EVALUATE TRUE
          WHEN FORMAT-CSV
             DISPLAY "TYPE,WEEK-OF,DONE"
          WHEN FORMAT-HTML
             DISPLAY "<h3>completed per week</h3>"
             DISPLAY "<table class=""stats""><tr>"
                     "<th>week of</th><th>done</th></tr>"
          END-EVALUATE
          PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                UNTIL WS-STAT-IDX > WS-STAT-WEEK-COUNT
              MOVE WS-STAT-WEEK-CNT(WS-STAT-IDX) TO WS-CNT-Z1
              EVALUATE TRUE
              WHEN FORMAT-JSON
                 DISPLAY WS-ROW-SEP "{""TYPE"":""WEEK"",""WEEK-OF"":"""
                         WS-STAT-WEEK-DATE(WS-STAT-IDX)
                         """,""DONE"":""" FUNCTION TRIM(WS-CNT-Z1)
                         """}"
                 MOVE "," TO WS-ROW-SEP
              WHEN FORMAT-CSV
                 DISPLAY "WEEK," WS-STAT-WEEK-DATE(WS-STAT-IDX) ","
                         FUNCTION TRIM(WS-CNT-Z1)
              WHEN OTHER
                 DISPLAY "<tr><td>"
                         WS-STAT-WEEK-DATE(WS-STAT-IDX)(7:2) "."
                         WS-STAT-WEEK-DATE(WS-STAT-IDX)(5:2) "."
                         WS-STAT-WEEK-DATE(WS-STAT-IDX)(1:4)
                         "</td><td>" WS-CNT-Z1 "</td></tr>"
              END-EVALUATE
          END-PERFORM
          IF FORMAT-HTML
             DISPLAY "</table>"
          END-IF
      *wie beim 1000-Zeilen-Deckel der Listenansicht: wenn eine
      *Zaehltabelle uebergelaufen ist, wird das ausdruecklich
      *gesagt, statt stillschweigend zu wenig zu zaehlen
          IF WS-STAT-USER-OVFL = "Y"
             MOVE SPACES TO WS-NOTICE-TEXT
             STRING "more than 50 distinct users, "
                    "per-user counts incomplete"
                    DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
             PERFORM WRITE-NOTICE-ROW
          END-IF
          IF WS-STAT-TAG-OVFL = "Y"
             MOVE SPACES TO WS-NOTICE-TEXT
             STRING "more than 50 distinct tags, "
                    "per-tag counts incomplete"
                    DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
             PERFORM WRITE-NOTICE-ROW
          END-IF
          IF WS-STAT-PROJ-OVFL = "Y"
             MOVE SPACES TO WS-NOTICE-TEXT
             STRING "more than 50 distinct projects, "
                    "per-project counts incomplete"
                    DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
             PERFORM WRITE-NOTICE-ROW
          END-IF
          IF WS-STAT-WEEK-OVFL = "Y"
             MOVE SPACES TO WS-NOTICE-TEXT
             STRING "more than 200 distinct weeks, "
                    "weekly counts incomplete"
                    DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
             PERFORM WRITE-NOTICE-ROW
          END-IF
          PERFORM WRITE-TEAM-OVFL-NOTICE
          EXIT.

      *verteilt die Benutzerzeilen der Auswertung auf die Teams -
      *fehlen dort Benutzer, fehlen sie auch in den Teamzeilen
       BUILD-TEAM-STATS SECTION.
          IF WS-STAT-USER-OVFL = "Y"
             MOVE "Y" TO WS-TEAM-OVFL
          END-IF
          PERFORM LOAD-TEAM-ROSTER
          MOVE ZERO TO WS-STAT-TEAM-COUNT
          PERFORM VARYING WS-STAT-IDX FROM 1 BY 1
                UNTIL WS-STAT-IDX > WS-STAT-USER-COUNT
              MOVE "N" TO WS-TEAM-HIT
              PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                    UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
                  IF WS-TEAM-USER(WS-TEAM-IDX)
                        = WS-STAT-USER-ID(WS-STAT-IDX)
                     MOVE "Y" TO WS-TEAM-HIT
                     MOVE WS-TEAM-TEAM(WS-TEAM-IDX) TO WS-TEAM-KEY
                     PERFORM ADD-STAT-TEAM-ROW
                  END-IF
              END-PERFORM
              IF WS-TEAM-HIT = "N"
                 MOVE "-" TO WS-TEAM-KEY
                 PERFORM ADD-STAT-TEAM-ROW
              END-IF
          END-PERFORM
          EXIT.

      *addiert die Zaehler der Benutzerzeile WS-STAT-IDX auf die
      *Teamzeile WS-TEAM-KEY - 50 Teams und die Zeile "-" passen
       ADD-STAT-TEAM-ROW SECTION.
          MOVE ZERO TO WS-STAT-FOUND
          PERFORM VARYING WS-STAT-JDX FROM 1 BY 1
                UNTIL WS-STAT-JDX > WS-STAT-TEAM-COUNT
              IF WS-STAT-TEAM-NAME(WS-STAT-JDX) = WS-TEAM-KEY
                 MOVE WS-STAT-JDX TO WS-STAT-FOUND
              END-IF
          END-PERFORM
          IF WS-STAT-FOUND = ZERO
             IF WS-STAT-TEAM-COUNT < 51
                ADD 1 TO WS-STAT-TEAM-COUNT
                INITIALIZE WS-STAT-TEAM-ENTRY(WS-STAT-TEAM-COUNT)
                MOVE WS-TEAM-KEY
                  TO WS-STAT-TEAM-NAME(WS-STAT-TEAM-COUNT)
                MOVE WS-STAT-TEAM-COUNT TO WS-STAT-FOUND
             ELSE
                MOVE "Y" TO WS-TEAM-OVFL
             END-IF
          END-IF
          IF WS-STAT-FOUND > ZERO
             PERFORM VARYING WS-STAT-SLOT FROM 1 BY 1
                   UNTIL WS-STAT-SLOT > 5
                 ADD WS-STAT-USER-CNT(WS-STAT-IDX WS-STAT-SLOT)
                   TO WS-STAT-TEAM-CNT(WS-STAT-FOUND WS-STAT-SLOT)
             END-PERFORM
          END-IF
          EXIT.

       WRITE-TEAM-OVFL-NOTICE SECTION.
          IF WS-TEAM-OVFL = "Y"
             MOVE SPACES TO WS-NOTICE-TEXT
             STRING "team file or user table too large, "
                    "per-team figures incomplete"
                    DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
             PERFORM WRITE-NOTICE-ROW
          END-IF
          EXIT.

      *eine Zaehlzeile der Auswertung fuer Programme: Zeilenart in
      *WS-ROW-TYPE, Schluessel (Benutzer, Tag- oder Projektnummer)
      *in WS-ROW-KEY, der anzuzeigende Name in WS-ESC-SOURCE, die
      *fuenf Statuszaehler in WS-CNT-Z1 bis WS-CNT-Z5 (der fuenfte
      *zaehlt die auf Abnahme wartenden Eintraege)
       WRITE-COUNT-ROW SECTION.
          PERFORM ESCAPE-OUTPUT-TEXT
          IF FORMAT-JSON
             DISPLAY WS-ROW-SEP "{""TYPE"":"""
                     FUNCTION TRIM(WS-ROW-TYPE)
                     """,""ID"":""" FUNCTION TRIM(WS-ROW-KEY)
                     """,""NAME"":""" FUNCTION TRIM(WS-ESC-TEXT)
                     """,""TODO"":""" FUNCTION TRIM(WS-CNT-Z1)
                     """,""DOING"":""" FUNCTION TRIM(WS-CNT-Z2)
                     """,""DONE"":""" FUNCTION TRIM(WS-CNT-Z3)
                     """,""CANCELED"":""" FUNCTION TRIM(WS-CNT-Z4)
                     """,""REVIEW"":""" FUNCTION TRIM(WS-CNT-Z5)
                     """}"
             MOVE "," TO WS-ROW-SEP
          ELSE
             DISPLAY FUNCTION TRIM(WS-ROW-TYPE) ","
                     FUNCTION TRIM(WS-ROW-KEY) ","""
                     FUNCTION TRIM(WS-ESC-TEXT) ""","
                     FUNCTION TRIM(WS-CNT-Z1) ","
                     FUNCTION TRIM(WS-CNT-Z2) ","
                     FUNCTION TRIM(WS-CNT-Z3) ","
                     FUNCTION TRIM(WS-CNT-Z4) ","
                     FUNCTION TRIM(WS-CNT-Z5)
          END-IF
          EXIT.

      *aendert Text, Tag und Besitzer der in IT-IDS ausgewaehlten
      *Eintraege - das Gegenstueck zu CHANGE-ITEMS, das nur Farbe und
      *Status anfasst. Ein leeres Textfeld bzw. der Tag-Wert 99
      *bedeutet "unveraendert lassen", so wie CHANGE-ITEMS Farbe und
      *Status nur bei gueltigen Werten uebernimmt; so muss das
      *Formular nur die Felder schicken, die wirklich geaendert wurden
       EDIT-ITEMS SECTION.
          PERFORM SET-CALLER-ADMIN
          MOVE "Y" TO WS-LEAD-RIGHTS
          MOVE ZERO TO WS-SKIPPED-COUNT WS-STALE-COUNT
      *ein unbekannter oder stillgelegter Tag lehnt die Aenderung
      *rundweg ab, genau wie ADD-NEW-TODO-ITEM - stillschweigend
      *"Tag behalten" wuerde dem Aufrufer eine Umetikettierung
      *vorgaukeln, die nie stattgefunden hat
          IF IT-TAG < 99
             MOVE IT-TAG TO WS-TAG-LOOKUP-ID
             PERFORM CHECK-TAG-ASSIGNABLE
             IF WS-TAG-OK NOT = "Y"
                MOVE "ER" TO RESULT-CODE
                MOVE "unknown or retired tag" TO RESULT-MESSAGE
                EXIT SECTION
             END-IF
          END-IF
      *dasselbe fuer das Projekt - nur offene Projekte sind
      *vergebbar, der Altbestand geschlossener bleibt stehen
          IF IT-PROJECT < 99
             MOVE IT-PROJECT TO WS-PROJ-LOOKUP-ID
             PERFORM CHECK-PROJECT-ASSIGNABLE
             IF WS-PROJ-OK NOT = "Y"
                MOVE "ER" TO RESULT-CODE
                MOVE "unknown or closed project" TO RESULT-MESSAGE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM CHECK-ITEM-OWNERSHIP
      *ein Teamleiter gibt fremde Eintraege nur innerhalb seiner
      *Teams weiter, nicht an beliebige Dritte
                    IF WS-LEAD-GRANT = "Y"
                       AND IT-NEW-USER-ID NOT = SPACES
                       AND IT-NEW-USER-ID NOT = IT-USER-ID
                       MOVE IT-NEW-USER-ID TO WS-SCOPE-USER
                       PERFORM CHECK-LED-MEMBER
                       MOVE WS-IN-SCOPE TO WS-OWNER-OK
                    END-IF
                    PERFORM CHECK-ITEM-STAMP
                    IF WS-STAMP-OK NOT = "Y"
                       PERFORM NOTE-STALE-ITEM
                    ELSE
                    IF WS-OWNER-OK = "Y"
                       MOVE WS-TDLIST TO WS-AUDIT-BEFORE
                       MOVE ITEM-USER-ID IN WS-TDLIST
                    ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                    END-IF
                    END-IF
              END-READ
            END-IF
          END-PERFORM
          CLOSE TDLIST
          PERFORM REPORT-SKIPPED-ITEMS
          PERFORM REPORT-STALE-ITEMS
          ELSE
             MOVE "ER" TO RESULT-CODE
             MOVE "todolist is locked by another request, try again"
             MOVE "no item id given for notes" TO RESULT-MESSAGE
          ELSE
             MOVE IT-IDS(1:5) TO WS-NOTES-ID
             MOVE WS-NOTES-ID TO WS-DETAIL-ID
             PERFORM CHECK-DETAIL-SCOPE
             IF WS-DETAIL-VISIBLE NOT = "Y"
                EXIT SECTION
             END-IF
             OPEN INPUT TDNOTES
             IF WS-NOTES-STATUS = "00"
                MOVE "N" TO WS-NOTES-EOF
          END-IF
          EXIT.

      *prueft vor Notizen und Teilaufgaben, ob der Eintrag
      *WS-DETAIL-ID fuer den Aufrufer sichtbar ist - gesucht wird in
      *der lebenden Liste, sonst im Archiv. Ausserhalb des
      *Lesebereichs gilt ein Eintrag wie bei ACTION-SHOW als nicht
      *vorhanden, die Anzeige bleibt also einfach leer
       CHECK-DETAIL-SCOPE SECTION.
          MOVE "Y" TO WS-DETAIL-VISIBLE
          IF SCOPE-OPEN
             EXIT SECTION
          END-IF
          MOVE "N" TO WS-DETAIL-VISIBLE
          MOVE "N" TO WS-DETAIL-FOUND
          PERFORM OPEN-TDLIST-INPUT
          IF WS-TDLIST-STATUS NOT = "00"
             MOVE "ER" TO RESULT-CODE
             MOVE "todolist is locked by another request, try again"
               TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          MOVE WS-DETAIL-ID TO ITEM-ID IN TDLIST-FILE
          READ TDLIST INTO WS-TDLIST
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE "Y" TO WS-DETAIL-FOUND
          END-READ
          CLOSE TDLIST
          IF WS-DETAIL-FOUND NOT = "Y"
             OPEN INPUT TDARCHIVE
             IF WS-ARCHIVE-STATUS = "00"
                MOVE "N" TO WS-EOF
                PERFORM UNTIL WS-EOF = 'Y'
                    READ TDARCHIVE INTO WS-TDLIST
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                          PERFORM REMAP-ARCHIVE-RECORD
                          IF ITEM-ID IN WS-TDLIST NUMERIC
                             AND ITEM-ID IN WS-TDLIST = WS-DETAIL-ID
                             MOVE "Y" TO WS-DETAIL-FOUND
                             MOVE 'Y' TO WS-EOF
                          END-IF
                    END-READ
                END-PERFORM
                CLOSE TDARCHIVE
             END-IF
          END-IF
          IF WS-DETAIL-FOUND = "Y"
             MOVE ITEM-USER-ID IN WS-TDLIST TO WS-SCOPE-USER
             PERFORM CHECK-USER-IN-SCOPE
             MOVE WS-IN-SCOPE TO WS-DETAIL-VISIBLE
          END-IF
          EXIT.

      *loescht alle Eintraege gleich welchen Status, deren Text das
      *uebergebene Stichwort enthaelt - fuer den Fall, dass man sich
      *den Wortlaut eines ToDos gemerkt hat, aber nicht mehr seine
       SHOW-ARCHIVE-LIST SECTION.
          OPEN INPUT TDARCHIVE
          IF WS-ARCHIVE-STATUS = "35"
             EVALUATE TRUE
             WHEN FORMAT-CSV
                PERFORM WRITE-ITEM-CSV-HEADER
             WHEN FORMAT-HTML
                DISPLAY "<ul>"
                DISPLAY "</ul>"
             END-EVALUATE
          ELSE
             IF WS-ARCHIVE-STATUS NOT = "00"
                MOVE "ER" TO RESULT-CODE
                MOVE "archive file could not be opened"
                  TO RESULT-MESSAGE
             ELSE
                EVALUATE TRUE
                WHEN FORMAT-CSV
                   PERFORM WRITE-ITEM-CSV-HEADER
                WHEN FORMAT-HTML
                   DISPLAY "<ul>"
                END-EVALUATE
                PERFORM UNTIL WS-EOF = 'Y'
                    READ TDARCHIVE INTO WS-TDLIST
                       AT END MOVE 'Y' TO WS-EOF
                          END-IF
                    END-READ
                END-PERFORM
                IF FORMAT-HTML
                   DISPLAY "</ul>"
                END-IF
                CLOSE TDARCHIVE
             END-IF
          END-IF
      *den Eintrag gerade nicht fuer erledigt. Der Archivsatz selbst
      *bleibt stehen, das Archiv ist die Historie
       RESTORE-FROM-ARCHIVE SECTION.
          MOVE ZERO TO WS-RESTORED-COUNT WS-STALE-COUNT
          MOVE SPACES TO WS-STAMP-HIT-TABLE
          PERFORM OPEN-TDLIST-IO
          IF WS-TDLIST-STATUS NOT = "00"
             MOVE "ER" TO RESULT-CODE
                END-IF
             END-IF
             CLOSE TDLIST
      *angekreuzte Archiveintraege, zu denen nur Saetze mit anderem
      *Stempel gefunden wurden, gelten als veraltet
             PERFORM VARYING WS-ID-COUNTER FROM 1
                   BY 5 UNTIL WS-ID-COUNTER > 995
                 COMPUTE WS-STAMP-POS = (WS-ID-COUNTER + 4) / 5
                 IF WS-STAMP-HIT(WS-STAMP-POS) = "S"
                    PERFORM NOTE-STALE-ITEM
                 END-IF
             END-PERFORM
             PERFORM REPORT-STALE-ITEMS
          END-IF
          EXIT.

          END-IF
          MOVE ITEM-ID IN WS-TDLIST TO WS-ARCH-ITEM-ID
          MOVE "N" TO WS-RESTORED-THIS
      *mit Stempel wird genau der angezeigte Archivsatz
      *wiederhergestellt - ein gleichnummerierter Satz mit anderem
      *Stempel wird nur vorgemerkt (S), ein erfolgreich
      *wiederhergestellter (R) hebt die Vormerkung wieder auf
          MOVE WS-TDLIST TO WS-STAMP-SOURCE
          PERFORM COMPUTE-ITEM-STAMP
          PERFORM VARYING WS-ID-COUNTER FROM 1
                BY 5 UNTIL WS-ID-COUNTER > 995
            IF IT-IDS(WS-ID-COUNTER:5) NOT = SPACES
                AND IT-IDS(WS-ID-COUNTER:5) NOT = ZERO
                AND WS-RESTORED-THIS = "N"
              MOVE IT-IDS(WS-ID-COUNTER:5) TO WS-RESTORE-ID
              COMPUTE WS-STAMP-POS = (WS-ID-COUNTER + 4) / 5
              MOVE IT-STAMPS(WS-ID-COUNTER:5) TO WS-SENT-STAMP
              IF WS-RESTORE-ID = WS-ARCH-ITEM-ID
                 AND WS-SENT-STAMP NOT = SPACES
                 AND WS-SENT-STAMP NOT = WS-ITEM-STAMP
                 IF WS-STAMP-HIT(WS-STAMP-POS) = SPACE
                    MOVE "S" TO WS-STAMP-HIT(WS-STAMP-POS)
                 END-IF
              ELSE
              IF WS-RESTORE-ID = WS-ARCH-ITEM-ID
                 AND WS-MAX-ID < 99999
                MOVE "R" TO WS-STAMP-HIT(WS-STAMP-POS)
                ADD 1 TO WS-MAX-ID
                MOVE WS-MAX-ID TO ITEM-ID IN WS-TDLIST
                MOVE ZERO TO ITEM-STATUS IN WS-TDLIST
                ADD 1 TO WS-RESTORED-COUNT
                MOVE "Y" TO WS-RESTORED-THIS
              END-IF
              END-IF
            END-IF
          END-PERFORM
          EXIT.
                 INVALID KEY
                    MOVE "N" TO WS-DEP-OPEN(WS-DEP-IDX)
                 NOT INVALID KEY
                    IF DEPR-STATUS < 2 OR DEPR-STATUS = 4
                       MOVE "Y" TO WS-DEP-OPEN(WS-DEP-IDX)
                    ELSE
                       MOVE "N" TO WS-DEP-OPEN(WS-DEP-IDX)
                 READ TDLIST INTO WS-DEP-REC
                    INVALID KEY CONTINUE
                    NOT INVALID KEY
                       IF DEPR-STATUS < 2 OR DEPR-STATUS = 4
                          MOVE "Y" TO WS-DEP-BLOCKED
                          MOVE WS-DEP-BLOCKER(WS-DEP-IDX)
                            TO WS-DEP-BLOCKER-X
             EXIT SECTION
          END-IF
          MOVE IT-IDS(1:5) TO WS-SUB-ID
          MOVE WS-SUB-ID TO WS-DETAIL-ID
          PERFORM CHECK-DETAIL-SCOPE
          IF RESULT-CODE = "ER"
             EXIT SECTION
          END-IF
          EVALUATE TRUE
          WHEN FORMAT-CSV
             DISPLAY "TYPE,ITEM-ID,SEQ,DONE,TEXT"
          WHEN FORMAT-HTML
             DISPLAY "<ul>"
          END-EVALUATE
          OPEN INPUT TDSUB
          IF WS-SUB-STATUS = "00"
             AND WS-DETAIL-VISIBLE = "Y"
             MOVE "N" TO WS-SUB-EOF
             PERFORM UNTIL WS-SUB-EOF = 'Y'
                 READ TDSUB
                    AT END MOVE 'Y' TO WS-SUB-EOF
                    NOT AT END
                       IF SUB-ITEM-ID = WS-SUB-ID
                          EVALUATE TRUE
                          WHEN NOT FORMAT-HTML
                             PERFORM WRITE-SUBTASK-ROW
                          WHEN SUB-DONE = "Y"
                             DISPLAY "<li class=""subtask"">"
                                     SUB-SEQ " [x] " SUB-TEXT
                                     "</li>"
                          WHEN OTHER
                             DISPLAY "<li class=""subtask"">"
                                     SUB-SEQ " [ ] " SUB-TEXT
                                     "</li>"
                          END-EVALUATE
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE TDSUB
          END-IF
          IF FORMAT-HTML
             DISPLAY "</ul>"
          END-IF
          EXIT.

      *eine Teilaufgabe als Datenzeile fuer Programme
       WRITE-SUBTASK-ROW SECTION.
          MOVE SUB-TEXT TO WS-ESC-SOURCE
          PERFORM ESCAPE-OUTPUT-TEXT
          IF SUB-DONE = "Y"
             MOVE "Y" TO WS-OUT-DONE
          ELSE
             MOVE "N" TO WS-OUT-DONE
          END-IF
          IF FORMAT-JSON
             DISPLAY WS-ROW-SEP "{""TYPE"":""SUBTASK"",""ITEM-ID"":"""
                     SUB-ITEM-ID """,""SEQ"":""" SUB-SEQ
                     """,""DONE"":""" WS-OUT-DONE
                     """,""TEXT"":""" FUNCTION TRIM(WS-ESC-TEXT)
                     """}"
             MOVE "," TO WS-ROW-SEP
          ELSE
             DISPLAY "SUBTASK," SUB-ITEM-ID "," SUB-SEQ ","
                     WS-OUT-DONE ","""
                     FUNCTION TRIM(WS-ESC-TEXT) """"
          END-IF
          EXIT.

      *zaehlt die Teilaufgaben je Eintrag einmal je Aufruf aus, als
       CHECK-SUBTASK-PROGRESS SECTION.
          PERFORM LOAD-SUBTASK-COUNTS
          MOVE SPACES TO WS-SUBPROG-TEXT
          MOVE ZERO TO WS-SUB-DONE-Z WS-SUB-TOT-Z
          PERFORM VARYING WS-SUB-CNT-IDX FROM 1 BY 1
                UNTIL WS-SUB-CNT-IDX > WS-SUB-CNT-COUNT
              IF WS-SUB-CNT-ID(WS-SUB-CNT-IDX)
             END-PERFORM
             CLOSE TDBOOK
          END-IF
          MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD-CHECK
          PERFORM CHECK-PERIOD-CLOSED
          IF WS-PERIOD-CLOSED = "Y"
             PERFORM SET-PERIOD-CLOSED-ERROR
             EXIT SECTION
          END-IF
          IF WS-BOOK-FOUND = "Y"
             MOVE WS-BOOK-OPEN-ITEM TO WS-BOOK-OPEN-ITEM-X
             MOVE "ER" TO RESULT-CODE
                          AND BOOK-END = SPACES
                          MOVE FUNCTION CURRENT-DATE(1:14)
                            TO BOOK-END
                          MOVE BOOK-START TO WS-BOOK-START-X
                          MOVE "Y" TO WS-BOOK-FOUND
                       END-IF
                       WRITE TDBOOK-NEW-RECORD FROM TDBOOK-RECORD
             CLOSE TDBOOK
          END-IF
          CLOSE TDBOOK-NEW
      *weder der Monat des Starts noch der laufende darf schon
      *abgerechnet sein
          IF WS-BOOK-FOUND = "Y"
             MOVE WS-BOOK-START-X(1:6) TO WS-PERIOD-CHECK
             PERFORM CHECK-PERIOD-CLOSED
             IF WS-PERIOD-CLOSED NOT = "Y"
                MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PERIOD-CHECK
                PERFORM CHECK-PERIOD-CLOSED
             END-IF
             IF WS-PERIOD-CLOSED = "Y"
                CALL "CBL_DELETE_FILE" USING WS-BOOK-TMPNAME
                PERFORM SET-PERIOD-CLOSED-ERROR
                EXIT SECTION
             END-IF
          END-IF
          IF WS-BOOK-FOUND = "Y"
             CALL "CBL_DELETE_FILE" USING WS-BOOK-FILENAME
             CALL "CBL_RENAME_FILE" USING WS-BOOK-TMPNAME
          END-IF
          EXIT.

      *sieht nach, ob der Monat in WS-PERIOD-CHECK schon von
      *TODOCLOSE abgeschlossen wurde - dann sind seine Buchungen
      *abgerechnet und duerfen sich nicht mehr aendern
       CHECK-PERIOD-CLOSED SECTION.
          MOVE "N" TO WS-PERIOD-CLOSED
          OPEN INPUT TDPERIODS
          IF WS-PERIODS-STATUS = "00"
             MOVE "N" TO WS-PERIOD-EOF
             PERFORM UNTIL WS-PERIOD-EOF = 'Y'
                 READ TDPERIODS
                    AT END MOVE 'Y' TO WS-PERIOD-EOF
                    NOT AT END
                       IF PER-MONTH = WS-PERIOD-CHECK
                          MOVE "Y" TO WS-PERIOD-CLOSED
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE TDPERIODS
          END-IF
          EXIT.

       SET-PERIOD-CLOSED-ERROR SECTION.
          MOVE "ER" TO RESULT-CODE
          MOVE SPACES TO RESULT-MESSAGE
          STRING "booking period " DELIMITED BY SIZE
                 WS-PERIOD-CHECK DELIMITED BY SIZE
                 " is closed" DELIMITED BY SIZE
            INTO RESULT-MESSAGE
          EXIT.

      *Aufwandsauswertung ueber die abgeschlossenen Buchungen:
      *Filter sind Datumsbereich (auf den Startzeitpunkt), Benutzer,
      *Tag und einzelne ITEM-ID; ausgegeben werden Minuten je
             AND BOOK-USER NOT = IT-USER-ID
             EXIT SECTION
          END-IF
          IF NOT SCOPE-OPEN
             MOVE BOOK-USER TO WS-SCOPE-USER
             PERFORM CHECK-USER-IN-SCOPE
             IF WS-IN-SCOPE NOT = "Y"
                EXIT SECTION
             END-IF
          END-IF
          IF IT-IDS(1:5) NOT = SPACES AND IT-IDS(1:5) NOT = ZERO
             AND BOOK-ITEM-ID NOT = IT-IDS(1:5)
             EXIT SECTION
                MOVE WS-BK-USER(WS-BK-PAIR-IDX)
                  TO WS-EFF-USER-ID(WS-EFF-USER-COUNT)
                MOVE WS-EFF-USER-COUNT TO WS-STAT-FOUND
             ELSE
                MOVE "Y" TO WS-EFF-USER-OVFL
             END-IF
          END-IF
          IF WS-STAT-FOUND > ZERO
          END-IF
          EXIT.

      *gibt die Auswertungen als HTML-Tabellen aus, in
      *Minuten - die Umrechnung in Stunden macht der Kopf im
      *Buero schneller als jede Formatierung
       PRINT-EFFORT-SUMMARY SECTION.
          EVALUATE TRUE
          WHEN FORMAT-CSV
             DISPLAY "TYPE,ID,NAME,MINUTES"
          WHEN FORMAT-HTML
             DISPLAY "<h3>effort per item (minutes)</h3>"
             DISPLAY "<table class=""stats""><tr><th>item</th>"
                     "<th>minutes</th></tr>"
          END-EVALUATE
          PERFORM VARYING WS-EFF-IDX FROM 1 BY 1
                UNTIL WS-EFF-IDX > WS-EFF-ITEM-COUNT
              IF WS-EFF-ITEM-MIN(WS-EFF-IDX) > ZERO
                 MOVE WS-EFF-ITEM-MIN(WS-EFF-IDX) TO WS-MIN-Z
                 IF FORMAT-HTML
                    DISPLAY "<tr><td>" WS-EFF-ITEM-ID(WS-EFF-IDX)
                            "</td><td>" WS-MIN-Z "</td></tr>"
                 ELSE
                    MOVE "ITEM" TO WS-ROW-TYPE
                    MOVE WS-EFF-ITEM-ID(WS-EFF-IDX) TO WS-ROW-KEY
                    MOVE WS-EFF-ITEM-ID(WS-EFF-IDX) TO WS-ESC-SOURCE
                    PERFORM WRITE-MINUTES-ROW
                 END-IF
              END-IF
          END-PERFORM
          IF FORMAT-HTML
             DISPLAY "</table>"
             DISPLAY "<h3>effort per user (minutes)</h3>"
             DISPLAY "<table class=""stats""><tr><th>user</th>"
                     "<th>minutes</th></tr>"
          END-IF
          PERFORM VARYING WS-EFF-IDX FROM 1 BY 1
                UNTIL WS-EFF-IDX > WS-EFF-USER-COUNT
              MOVE WS-EFF-USER-MIN(WS-EFF-IDX) TO WS-MIN-Z
              IF FORMAT-HTML
                 DISPLAY "<tr><td>" WS-EFF-USER-ID(WS-EFF-IDX)
                         "</td><td>" WS-MIN-Z "</td></tr>"
              ELSE
                 MOVE "USER" TO WS-ROW-TYPE
                 MOVE WS-EFF-USER-ID(WS-EFF-IDX) TO WS-ROW-KEY
                 MOVE WS-EFF-USER-ID(WS-EFF-IDX) TO WS-ESC-SOURCE
                 PERFORM WRITE-MINUTES-ROW
              END-IF
          END-PERFORM
          IF FORMAT-HTML
             DISPLAY "</table>"
             DISPLAY "<h3>effort per tag (minutes)</h3>"
             DISPLAY "<table class=""stats""><tr><th>tag</th>"
                     "<th>minutes</th></tr>"
          END-IF
          PERFORM VARYING WS-EFF-IDX FROM 1 BY 1
                UNTIL WS-EFF-IDX > WS-EFF-TAG-COUNT
              MOVE WS-EFF-TAG-VAL(WS-EFF-IDX)
                TO WS-TAG-LOOKUP-ID
              PERFORM GET-TAG-NAME
              MOVE WS-EFF-TAG-MIN(WS-EFF-IDX) TO WS-MIN-Z
              IF FORMAT-HTML
                 DISPLAY "<tr><td>" FUNCTION TRIM(TAG-STRING)
                         "</td><td>" WS-MIN-Z "</td></tr>"
              ELSE
                 MOVE "TAG" TO WS-ROW-TYPE
                 MOVE WS-EFF-TAG-VAL(WS-EFF-IDX) TO WS-ROW-KEY
                 MOVE TAG-STRING TO WS-ESC-SOURCE
                 PERFORM WRITE-MINUTES-ROW
              END-IF
          END-PERFORM
          PERFORM BUILD-TEAM-EFFORT
          IF FORMAT-HTML
             DISPLAY "</table>"
             DISPLAY "<h3>effort per team (minutes)</h3>"
             DISPLAY "<table class=""stats""><tr><th>team</th>"
                     "<th>minutes</th></tr>"
          END-IF
          PERFORM VARYING WS-EFF-IDX FROM 1 BY 1
                UNTIL WS-EFF-IDX > WS-EFF-TEAM-COUNT
              MOVE WS-EFF-TEAM-MIN(WS-EFF-IDX) TO WS-MIN-Z
              IF FORMAT-HTML
                 DISPLAY "<tr><td>" WS-EFF-TEAM-NAME(WS-EFF-IDX)
                         "</td><td>" WS-MIN-Z "</td></tr>"
              ELSE
                 MOVE "TEAM" TO WS-ROW-TYPE
                 MOVE WS-EFF-TEAM-NAME(WS-EFF-IDX) TO WS-ROW-KEY
                 MOVE WS-EFF-TEAM-NAME(WS-EFF-IDX) TO WS-ESC-SOURCE
                 PERFORM WRITE-MINUTES-ROW
              END-IF
          END-PERFORM
          IF FORMAT-HTML
             DISPLAY "</table>"
          END-IF
          PERFORM WRITE-TEAM-OVFL-NOTICE
          IF WS-EFF-USER-OVFL = "Y"
             MOVE SPACES TO WS-NOTICE-TEXT
             STRING "more than 50 distinct users, "
                    "per-user effort incomplete"
                    DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
             PERFORM WRITE-NOTICE-ROW
          END-IF
          IF WS-BK-PAIR-OVFL = "Y"
             MOVE SPACES TO WS-NOTICE-TEXT
             STRING "more than 200 distinct item/user pairs, effort "
                    "figures incomplete - narrow the date range"
                    DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
             PERFORM WRITE-NOTICE-ROW
          END-IF
          EXIT.

      *Minuten je Team aus den Benutzerzeilen, wie bei der
      *Statusauswertung: mehrere Teams zaehlen jedes, keins = "-"
       BUILD-TEAM-EFFORT SECTION.
          IF WS-EFF-USER-OVFL = "Y"
             MOVE "Y" TO WS-TEAM-OVFL
          END-IF
          PERFORM LOAD-TEAM-ROSTER
          MOVE ZERO TO WS-EFF-TEAM-COUNT
          PERFORM VARYING WS-EFF-IDX FROM 1 BY 1
                UNTIL WS-EFF-IDX > WS-EFF-USER-COUNT
              MOVE "N" TO WS-TEAM-HIT
              PERFORM VARYING WS-TEAM-IDX FROM 1 BY 1
                    UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
                  IF WS-TEAM-USER(WS-TEAM-IDX)
                        = WS-EFF-USER-ID(WS-EFF-IDX)
                     MOVE "Y" TO WS-TEAM-HIT
                     MOVE WS-TEAM-TEAM(WS-TEAM-IDX) TO WS-TEAM-KEY
                     PERFORM ADD-EFF-TEAM-ROW
                  END-IF
              END-PERFORM
              IF WS-TEAM-HIT = "N"
                 MOVE "-" TO WS-TEAM-KEY
                 PERFORM ADD-EFF-TEAM-ROW
              END-IF
          END-PERFORM
          EXIT.

       ADD-EFF-TEAM-ROW SECTION.
          MOVE ZERO TO WS-EFF-FOUND
          PERFORM VARYING WS-STAT-JDX FROM 1 BY 1
                UNTIL WS-STAT-JDX > WS-EFF-TEAM-COUNT
              IF WS-EFF-TEAM-NAME(WS-STAT-JDX) = WS-TEAM-KEY
                 MOVE WS-STAT-JDX TO WS-EFF-FOUND
              END-IF
          END-PERFORM
          IF WS-EFF-FOUND = ZERO
             IF WS-EFF-TEAM-COUNT < 51
                ADD 1 TO WS-EFF-TEAM-COUNT
                INITIALIZE WS-EFF-TEAM-ENTRY(WS-EFF-TEAM-COUNT)
                MOVE WS-TEAM-KEY
                  TO WS-EFF-TEAM-NAME(WS-EFF-TEAM-COUNT)
                MOVE WS-EFF-TEAM-COUNT TO WS-EFF-FOUND
             ELSE
                MOVE "Y" TO WS-TEAM-OVFL
             END-IF
          END-IF
          IF WS-EFF-FOUND > ZERO
             ADD WS-EFF-USER-MIN(WS-EFF-IDX)
               TO WS-EFF-TEAM-MIN(WS-EFF-FOUND)
          END-IF
          EXIT.

      *eine Minutenzeile der Aufwandsauswertung fuer Programme -
      *Zeilenart, Schluessel und Name wie bei WRITE-COUNT-ROW, die
      *Minuten in WS-MIN-Z
       WRITE-MINUTES-ROW SECTION.
          PERFORM ESCAPE-OUTPUT-TEXT
          IF FORMAT-JSON
             DISPLAY WS-ROW-SEP "{""TYPE"":"""
                     FUNCTION TRIM(WS-ROW-TYPE)
                     """,""ID"":""" FUNCTION TRIM(WS-ROW-KEY)
                     """,""NAME"":""" FUNCTION TRIM(WS-ESC-TEXT)
                     """,""MINUTES"":""" FUNCTION TRIM(WS-MIN-Z)
                     """}"
             MOVE "," TO WS-ROW-SEP
          ELSE
             DISPLAY FUNCTION TRIM(WS-ROW-TYPE) ","
                     FUNCTION TRIM(WS-ROW-KEY) ","""
                     FUNCTION TRIM(WS-ESC-TEXT) ""","
                     FUNCTION TRIM(WS-MIN-Z)
          END-IF
          EXIT.

             MOVE 0 TO WS-PROJ-ID(1)
             MOVE "A" TO WS-PROJ-STATE(1)
             MOVE "none" TO WS-PROJ-NAME(1)
             MOVE "N" TO WS-PROJ-SIGNOFF(1)
             MOVE SPACES TO WS-PROJ-REVIEWER(1)
             PERFORM SAVE-PROJECT-CATALOG
          ELSE
             IF WS-PROJ-STATUS = "00"
                               TO WS-PROJ-STATE(WS-PROJ-COUNT)
                             MOVE PROJF-NAME
                               TO WS-PROJ-NAME(WS-PROJ-COUNT)
                             MOVE PROJF-SIGNOFF
                               TO WS-PROJ-SIGNOFF(WS-PROJ-COUNT)
                             MOVE PROJF-REVIEWER
                               TO WS-PROJ-REVIEWER(WS-PROJ-COUNT)
                          END-IF
                    END-READ
                END-PERFORM
                 MOVE WS-PROJ-ID(WS-PROJ-IDX) TO PROJF-ID
                 MOVE WS-PROJ-STATE(WS-PROJ-IDX) TO PROJF-STATE
                 MOVE WS-PROJ-NAME(WS-PROJ-IDX) TO PROJF-NAME
                 MOVE WS-PROJ-SIGNOFF(WS-PROJ-IDX) TO PROJF-SIGNOFF
                 MOVE WS-PROJ-REVIEWER(WS-PROJ-IDX) TO PROJF-REVIEWER
                 WRITE TDPROJ-RECORD
             END-PERFORM
             CLOSE TDPROJ
             MOVE "no project name given" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
              IF WS-PROJ-NAME(WS-PROJ-IDX) = NEW-TODO-ITEM(1:20)
                 MOVE "ER" TO RESULT-CODE
                 MOVE "project name already exists"
                   TO RESULT-MESSAGE
              END-IF
          END-PERFORM
          IF RESULT-ERROR
             EXIT SECTION
          END-IF
          IF WS-PROJ-COUNT >= 100
             MOVE "ER" TO RESULT-CODE
             MOVE "project catalog is full" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          MOVE ZERO TO WS-PROJ-MAX
          PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
              IF WS-PROJ-ID(WS-PROJ-IDX) > WS-PROJ-MAX
                 MOVE WS-PROJ-ID(WS-PROJ-IDX) TO WS-PROJ-MAX
              END-IF
          END-PERFORM
      *Nummer 99 ist wie beim Tag der Platzhalter fuer "kein
      *Filter" und wird nie als echtes Projekt vergeben
          IF WS-PROJ-MAX >= 98
             MOVE "ER" TO RESULT-CODE
             MOVE "project catalog is full" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          ADD 1 TO WS-PROJ-COUNT
          COMPUTE WS-PROJ-ID(WS-PROJ-COUNT) = WS-PROJ-MAX + 1
          MOVE "A" TO WS-PROJ-STATE(WS-PROJ-COUNT)
          MOVE NEW-TODO-ITEM(1:20) TO WS-PROJ-NAME(WS-PROJ-COUNT)
          MOVE "N" TO WS-PROJ-SIGNOFF(WS-PROJ-COUNT)
          MOVE SPACES TO WS-PROJ-REVIEWER(WS-PROJ-COUNT)
          PERFORM SAVE-PROJECT-CATALOG
          EXIT.

       RENAME-PROJECT-ACTION SECTION.
          PERFORM LOAD-PROJECT-CATALOG
          IF NEW-TODO-ITEM = SPACES
             MOVE "ER" TO RESULT-CODE
             MOVE "no project name given" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          MOVE ZERO TO WS-PROJ-FOUND
          PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
              IF WS-PROJ-ID(WS-PROJ-IDX) = IT-PROJECT
                 MOVE WS-PROJ-IDX TO WS-PROJ-FOUND
              END-IF
          END-PERFORM
          IF WS-PROJ-FOUND = ZERO
             MOVE "ER" TO RESULT-CODE
             MOVE "unknown project number" TO RESULT-MESSAGE
          ELSE
             MOVE NEW-TODO-ITEM(1:20)
               TO WS-PROJ-NAME(WS-PROJ-FOUND)
             PERFORM SAVE-PROJECT-CATALOG
          END-IF
          EXIT.

      *schliesst ein Projekt - aber nur, wenn kein offener Eintrag
      *mehr daran haengt; sonst wuerde laufende Arbeit unter einem
      *geschlossenen Projekt weiterlaufen und in keiner
      *Projektsicht mehr auffallen
       CLOSE-PROJECT-ACTION SECTION.
          PERFORM LOAD-PROJECT-CATALOG
          MOVE ZERO TO WS-PROJ-FOUND
          PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
              IF WS-PROJ-ID(WS-PROJ-IDX) = IT-PROJECT
                 MOVE WS-PROJ-IDX TO WS-PROJ-FOUND
              END-IF
          END-PERFORM
          IF WS-PROJ-FOUND = ZERO
             MOVE "ER" TO RESULT-CODE
             MOVE "unknown project number" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          MOVE ZERO TO WS-PROJ-OPEN-CNT
          PERFORM OPEN-TDLIST-INPUT
          IF WS-TDLIST-STATUS NOT = "00"
             MOVE "ER" TO RESULT-CODE
             MOVE "todolist is locked by another request, try again"
               TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          MOVE "N" TO WS-EOF
          PERFORM UNTIL WS-EOF = 'Y'
              READ TDLIST NEXT INTO WS-TDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ITEM-PROJECT IN WS-TDLIST = IT-PROJECT
                       AND (ITEM-STATUS IN WS-TDLIST < 2
                            OR ITEM-STATUS IN WS-TDLIST = 4)
                       ADD 1 TO WS-PROJ-OPEN-CNT
                    END-IF
              END-READ
          END-PERFORM
          CLOSE TDLIST
          IF WS-PROJ-OPEN-CNT > ZERO
             MOVE WS-PROJ-OPEN-CNT TO WS-PROJ-OPEN-Z
             MOVE "ER" TO RESULT-CODE
             MOVE SPACES TO RESULT-MESSAGE
             STRING "project still has "
                       DELIMITED BY SIZE
                    FUNCTION TRIM(WS-PROJ-OPEN-Z)
                       DELIMITED BY SIZE
                    " open item(s), close refused"
                       DELIMITED BY SIZE
               INTO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          MOVE "R" TO WS-PROJ-STATE(WS-PROJ-FOUND)
          PERFORM SAVE-PROJECT-CATALOG
          EXIT.

       SHOW-PROJECT-LIST SECTION.
          PERFORM LOAD-PROJECT-CATALOG
          DISPLAY "<ul>"
          PERFORM VARYING WS-PROJ-IDX FROM 1 BY 1
                UNTIL WS-PROJ-IDX > WS-PROJ-COUNT
              MOVE SPACES TO WS-PROJ-SIGNOFF-TEXT
              IF WS-PROJ-SIGNOFF(WS-PROJ-IDX) = "Y"
                 STRING " (sign-off by " DELIMITED BY SIZE
                        WS-PROJ-REVIEWER(WS-PROJ-IDX)
                           DELIMITED BY SPACE
                        ")" DELIMITED BY SIZE
                   INTO WS-PROJ-SIGNOFF-TEXT
                 IF WS-PROJ-REVIEWER(WS-PROJ-IDX) = SPACES
                    MOVE " (sign-off required)"
                      TO WS-PROJ-SIGNOFF-TEXT
                 END-IF
              END-IF
              IF WS-PROJ-STATE(WS-PROJ-IDX) = "R"
                 DISPLAY "<li>" WS-PROJ-ID(WS-PROJ-IDX) " "
                         FUNCTION TRIM(WS-PROJ-NAME(WS-PROJ-IDX))
                         " (closed)"
                         FUNCTION TRIM(WS-PROJ-SIGNOFF-TEXT TRAILING)
                         "</li>"
              ELSE
                 DISPLAY "<li>" WS-PROJ-ID(WS-PROJ-IDX) " "
                         FUNCTION TRIM(WS-PROJ-NAME(WS-PROJ-IDX))
                         FUNCTION TRIM(WS-PROJ-SIGNOFF-TEXT TRAILING)
                         "</li>"
              END-IF
          END-PERFORM
          DISPLAY "</ul>"
          EXIT.

      *Pflege des Betriebskalenders todoholidays.dat - nur der
      *Hausmeister-Benutzer darf Tage eintragen oder entfernen, weil
      *davon Faelligkeiten, Eskalation und Altersauswertung aller
      *Benutzer abhaengen. Der Kalender ist klein und wird je Aufruf
      *ganz geladen; fehlt die Datei, ist er leer
       LOAD-HOLIDAY-CALENDAR SECTION.
          MOVE ZERO TO WS-HOLI-COUNT
          OPEN INPUT TDHOLI
          IF WS-HOLI-STATUS = "00"
             MOVE "N" TO WS-HOLI-EOF
             PERFORM UNTIL WS-HOLI-EOF = 'Y'
                 READ TDHOLI
                    AT END MOVE 'Y' TO WS-HOLI-EOF
                    NOT AT END
                       IF WS-HOLI-COUNT < 500
                          ADD 1 TO WS-HOLI-COUNT
                          MOVE HOLF-DATE
                            TO WS-HOLI-DATE(WS-HOLI-COUNT)
                          MOVE HOLF-KIND
                            TO WS-HOLI-KIND(WS-HOLI-COUNT)
                          MOVE HOLF-NAME
                            TO WS-HOLI-NAME(WS-HOLI-COUNT)
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE TDHOLI
          END-IF
          EXIT.

      *schreibt den Kalender komplett nach todoholidays.dat zurueck
       SAVE-HOLIDAY-CALENDAR SECTION.
          OPEN OUTPUT TDHOLI
          IF WS-HOLI-STATUS = "00"
             PERFORM VARYING WS-HOLI-IDX FROM 1 BY 1
                   UNTIL WS-HOLI-IDX > WS-HOLI-COUNT
                 MOVE WS-HOLI-DATE(WS-HOLI-IDX) TO HOLF-DATE
                 MOVE WS-HOLI-KIND(WS-HOLI-IDX) TO HOLF-KIND
                 MOVE WS-HOLI-NAME(WS-HOLI-IDX) TO HOLF-NAME
                 WRITE TDHOLI-RECORD
             END-PERFORM
             CLOSE TDHOLI
          END-IF
          EXIT.

      *prueft Aufrufer und Datum (IT-DUE-DATE) fuer beide
      *Pflegeaktionen und sucht den Tag im Kalender - WS-HOLI-FOUND
      *zeigt auf ihn, 0 = noch nicht eingetragen
       CHECK-HOLIDAY-REQUEST SECTION.
          PERFORM SET-CALLER-ADMIN
          IF WS-CALLER-IS-ADMIN NOT = "Y"
             MOVE "ER" TO RESULT-CODE
             MOVE "only the administrator may change the calendar"
               TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          IF IT-DUE-DATE NOT NUMERIC
             MOVE "ER" TO RESULT-CODE
             MOVE "date must be given as YYYYMMDD" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          MOVE IT-DUE-DATE TO WS-HOLI-DATE-NUM
          IF FUNCTION TEST-DATE-YYYYMMDD(WS-HOLI-DATE-NUM) NOT = 0
             MOVE "ER" TO RESULT-CODE
             MOVE "date must be given as YYYYMMDD" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          PERFORM LOAD-HOLIDAY-CALENDAR
          MOVE ZERO TO WS-HOLI-FOUND
          PERFORM VARYING WS-HOLI-IDX FROM 1 BY 1
                UNTIL WS-HOLI-IDX > WS-HOLI-COUNT
              IF WS-HOLI-DATE(WS-HOLI-IDX) = WS-HOLI-DATE-NUM
                 MOVE WS-HOLI-IDX TO WS-HOLI-FOUND
              END-IF
          END-PERFORM
          EXIT.

      *traegt einen Tag ein oder aendert ihn: IT-DAY-KIND "C" =
      *geschlossen (Vorgabe), "W" = zusaetzlicher Arbeitstag,
      *NEW-TODO-ITEM ist die Bezeichnung. Neue Tage werden an ihrer
      *Datumsstelle eingeschoben, damit die Datei sortiert bleibt
       ADD-HOLIDAY-ACTION SECTION.
          PERFORM CHECK-HOLIDAY-REQUEST
          IF RESULT-CODE = "ER"
             EXIT SECTION
          END-IF
          IF IT-DAY-KIND NOT = "W"
             MOVE "C" TO IT-DAY-KIND
          END-IF
          IF WS-HOLI-FOUND > ZERO
             MOVE IT-DAY-KIND TO WS-HOLI-KIND(WS-HOLI-FOUND)
             MOVE NEW-TODO-ITEM TO WS-HOLI-NAME(WS-HOLI-FOUND)
             PERFORM SAVE-HOLIDAY-CALENDAR
             MOVE "calendar day updated" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          IF WS-HOLI-COUNT >= 500
             MOVE "ER" TO RESULT-CODE
             MOVE "calendar is full" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          MOVE WS-HOLI-COUNT TO WS-HOLI-IDX
          PERFORM UNTIL WS-HOLI-IDX = ZERO
                  OR WS-HOLI-DATE(WS-HOLI-IDX) < WS-HOLI-DATE-NUM
              MOVE WS-HOLI-ENTRY(WS-HOLI-IDX)
                TO WS-HOLI-ENTRY(WS-HOLI-IDX + 1)
              SUBTRACT 1 FROM WS-HOLI-IDX
          END-PERFORM
          ADD 1 TO WS-HOLI-IDX
          MOVE WS-HOLI-DATE-NUM TO WS-HOLI-DATE(WS-HOLI-IDX)
          MOVE IT-DAY-KIND TO WS-HOLI-KIND(WS-HOLI-IDX)
          MOVE NEW-TODO-ITEM TO WS-HOLI-NAME(WS-HOLI-IDX)
          ADD 1 TO WS-HOLI-COUNT
          PERFORM SAVE-HOLIDAY-CALENDAR
          MOVE "calendar day added" TO RESULT-MESSAGE
          EXIT.

      *nimmt einen Tag wieder aus dem Kalender - danach gilt fuer
      *ihn wieder die normale Arbeitswoche
       REMOVE-HOLIDAY-ACTION SECTION.
          PERFORM CHECK-HOLIDAY-REQUEST
          IF RESULT-CODE = "ER"
             EXIT SECTION
          END-IF
          IF WS-HOLI-FOUND = ZERO
             MOVE "ER" TO RESULT-CODE
             MOVE "date is not in the calendar" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          PERFORM VARYING WS-HOLI-IDX FROM WS-HOLI-FOUND BY 1
                UNTIL WS-HOLI-IDX >= WS-HOLI-COUNT
              MOVE WS-HOLI-ENTRY(WS-HOLI-IDX + 1)
                TO WS-HOLI-ENTRY(WS-HOLI-IDX)
          END-PERFORM
          SUBTRACT 1 FROM WS-HOLI-COUNT
          PERFORM SAVE-HOLIDAY-CALENDAR
          MOVE "calendar day removed" TO RESULT-MESSAGE
          EXIT.

      *zeigt den Kalender ab heute (mit IT-SHOW-ALL auch die
      *vergangenen Tage) - lesbar fuer alle, damit jeder sieht,
      *warum ein Termin verschoben wurde
       SHOW-HOLIDAY-LIST SECTION.
          PERFORM LOAD-HOLIDAY-CALENDAR
          MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOLI-DATE-NUM
          DISPLAY "<ul>"
          PERFORM VARYING WS-HOLI-IDX FROM 1 BY 1
                UNTIL WS-HOLI-IDX > WS-HOLI-COUNT
              IF WS-HOLI-DATE(WS-HOLI-IDX) >= WS-HOLI-DATE-NUM
                 OR SHOW-ALL-ITEMS
                 MOVE SPACES TO WS-HOLI-DATE-TEXT
                 STRING WS-HOLI-DATE(WS-HOLI-IDX)(7:2) "."
                        WS-HOLI-DATE(WS-HOLI-IDX)(5:2) "."
                        WS-HOLI-DATE(WS-HOLI-IDX)(1:4)
                        DELIMITED BY SIZE
                   INTO WS-HOLI-DATE-TEXT
                 IF WS-HOLI-KIND(WS-HOLI-IDX) = "W"
                    MOVE "working day" TO WS-HOLI-KIND-TEXT
                 ELSE
                    MOVE "closed" TO WS-HOLI-KIND-TEXT
                 END-IF
                 DISPLAY "<li>" WS-HOLI-DATE-TEXT " "
                         FUNCTION TRIM(WS-HOLI-KIND-TEXT) " "
                         FUNCTION TRIM(WS-HOLI-NAME(WS-HOLI-IDX))
                         "</li>"
              END-IF
          END-PERFORM
          DISPLAY "</ul>"
          EXIT.

      *Vorlagenkatalog fuer wiederkehrende Buendel aus mehreren
      *Eintraegen ("neuer Mitarbeiter", "Monatsabschluss") - wird
      *gepflegt wie Tag- und Projektkatalog, nur dass unter jedem
      *Kopfsatz die Bausteine der Vorlage stehen. Fehlt die Datei,
      *ist der Katalog einfach leer
       LOAD-TEMPLATE-CATALOG SECTION.
          IF WS-TPL-LOADED = "Y"
             EXIT SECTION
          END-IF
          MOVE ZERO TO WS-TPL-COUNT
          OPEN INPUT TDTPL
          IF WS-TPL-STATUS = "00"
             MOVE "N" TO WS-TPL-EOF
             PERFORM UNTIL WS-TPL-EOF = 'Y'
                 READ TDTPL
                    AT END MOVE 'Y' TO WS-TPL-EOF
                    NOT AT END
                       IF WS-TPL-COUNT < 500
                          ADD 1 TO WS-TPL-COUNT
                          MOVE TPLF-ID TO WS-TPL-ID(WS-TPL-COUNT)
                          MOVE TPLF-KIND
                            TO WS-TPL-KIND(WS-TPL-COUNT)
                          MOVE TPLF-SEQ TO WS-TPL-SEQ(WS-TPL-COUNT)
                          MOVE TPLF-DATA
                            TO WS-TPL-DATA(WS-TPL-COUNT)
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE TDTPL
          END-IF
          MOVE "Y" TO WS-TPL-LOADED
          EXIT.

      *schreibt den Vorlagenkatalog komplett nach
      *todotemplates.dat zurueck
       SAVE-TEMPLATE-CATALOG SECTION.
          OPEN OUTPUT TDTPL
          IF WS-TPL-STATUS = "00"
             PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                   UNTIL WS-TPL-IDX > WS-TPL-COUNT
                 MOVE WS-TPL-ID(WS-TPL-IDX) TO TPLF-ID
                 MOVE WS-TPL-KIND(WS-TPL-IDX) TO TPLF-KIND
                 MOVE WS-TPL-SEQ(WS-TPL-IDX) TO TPLF-SEQ
                 MOVE WS-TPL-DATA(WS-TPL-IDX) TO TPLF-DATA
                 WRITE TDTPL-RECORD
             END-PERFORM
             CLOSE TDTPL
          END-IF
          EXIT.

      *sucht den Kopfsatz der Vorlage IT-TEMPLATE - WS-TPL-FOUND
      *zeigt auf ihn (0 = unbekannt), der Kopf steht danach in
      *WS-TPL-HEAD, WS-TPL-LAST zeigt auf die letzte Zeile der
      *Vorlage und WS-TPL-ITEM-MAX ist ihre hoechste Eintragsnummer
       FIND-TEMPLATE SECTION.
          PERFORM LOAD-TEMPLATE-CATALOG
          MOVE ZERO TO WS-TPL-FOUND
          MOVE ZERO TO WS-TPL-LAST
          MOVE ZERO TO WS-TPL-ITEM-MAX
          MOVE ZERO TO WS-TPL-ITEM-CNT
          PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-TPL-COUNT
              IF WS-TPL-ID(WS-TPL-IDX) = IT-TEMPLATE
                 MOVE WS-TPL-IDX TO WS-TPL-LAST
                 IF WS-TPL-KIND(WS-TPL-IDX) = "H"
                    MOVE WS-TPL-IDX TO WS-TPL-FOUND
                 END-IF
                 IF WS-TPL-KIND(WS-TPL-IDX) = "I"
                    ADD 1 TO WS-TPL-ITEM-CNT
                    IF WS-TPL-SEQ(WS-TPL-IDX) > WS-TPL-ITEM-MAX
                       MOVE WS-TPL-SEQ(WS-TPL-IDX)
                         TO WS-TPL-ITEM-MAX
                    END-IF
                 END-IF
              END-IF
          END-PERFORM
          IF WS-TPL-FOUND > ZERO
             MOVE WS-TPL-DATA(WS-TPL-FOUND) TO WS-TPL-WORK
          END-IF
          EXIT.

      *prueft, ob WS-TPL-CHECK-SEQ ein Eintrag der Vorlage
      *IT-TEMPLATE ist - Teilaufgaben, Notizen und Abhaengigkeiten
      *duerfen nur an vorhandenen Eintraegen haengen
       CHECK-TEMPLATE-ITEM SECTION.
          MOVE "N" TO WS-TPL-PART-OK
          PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-TPL-COUNT
              IF WS-TPL-ID(WS-TPL-IDX) = IT-TEMPLATE
                 AND WS-TPL-KIND(WS-TPL-IDX) = "I"
                 AND WS-TPL-SEQ(WS-TPL-IDX) = WS-TPL-CHECK-SEQ
                 MOVE "Y" TO WS-TPL-PART-OK
              END-IF
          END-PERFORM
          EXIT.

      *legt eine neue, noch leere Vorlage unter der naechsten
      *freien Nummer an - der Name kommt wie beim Tag ueber
      *NEW-TODO-ITEM herein und darf noch nicht vergeben sein
       ADD-TEMPLATE-ACTION SECTION.
          PERFORM LOAD-TEMPLATE-CATALOG
          IF NEW-TODO-ITEM = SPACES
             MOVE "ER" TO RESULT-CODE
             MOVE "no template name given" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          MOVE ZERO TO WS-TPL-MAX
          PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-TPL-COUNT
              IF WS-TPL-KIND(WS-TPL-IDX) = "H"
                 MOVE WS-TPL-DATA(WS-TPL-IDX) TO WS-TPL-WORK
                 IF TPLH-NAME = NEW-TODO-ITEM(1:20)
                    MOVE "ER" TO RESULT-CODE
                    MOVE "template name already exists"
                      TO RESULT-MESSAGE
                 END-IF
                 IF WS-TPL-ID(WS-TPL-IDX) > WS-TPL-MAX
                    MOVE WS-TPL-ID(WS-TPL-IDX) TO WS-TPL-MAX
                 END-IF
              END-IF
          END-PERFORM
          IF RESULT-ERROR
             EXIT SECTION
          END-IF
      *Nummer 99 bleibt wie bei Tag und Projekt frei
          IF WS-TPL-COUNT >= 500 OR WS-TPL-MAX >= 98
             MOVE "ER" TO RESULT-CODE
             MOVE "template catalog is full" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          ADD 1 TO WS-TPL-COUNT
          COMPUTE WS-TPL-ID(WS-TPL-COUNT) = WS-TPL-MAX + 1
          MOVE "H" TO WS-TPL-KIND(WS-TPL-COUNT)
          MOVE ZERO TO WS-TPL-SEQ(WS-TPL-COUNT)
          MOVE SPACES TO WS-TPL-WORK
          MOVE "A" TO TPLH-STATE
          MOVE NEW-TODO-ITEM(1:20) TO TPLH-NAME
          MOVE WS-TPL-WORK TO WS-TPL-DATA(WS-TPL-COUNT)
          PERFORM SAVE-TEMPLATE-CATALOG
          EXIT.

      *benennt eine Vorlage um - Nummer und Bausteine bleiben
       RENAME-TEMPLATE-ACTION SECTION.
          IF NEW-TODO-ITEM = SPACES
             MOVE "ER" TO RESULT-CODE
             MOVE "no template name given" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          PERFORM FIND-TEMPLATE
          IF WS-TPL-FOUND = ZERO
             MOVE "ER" TO RESULT-CODE
             MOVE "unknown template number" TO RESULT-MESSAGE
          ELSE
             MOVE NEW-TODO-ITEM(1:20) TO TPLH-NAME
             MOVE WS-TPL-WORK TO WS-TPL-DATA(WS-TPL-FOUND)
             PERFORM SAVE-TEMPLATE-CATALOG
          END-IF
          EXIT.

      *legt eine Vorlage still: sie laesst sich nicht mehr anwenden
      *und nicht mehr erweitern, bleibt aber im Katalog sichtbar -
      *mit ihr angelegte Eintraege sind davon nicht beruehrt
       RETIRE-TEMPLATE-ACTION SECTION.
          PERFORM FIND-TEMPLATE
          IF WS-TPL-FOUND = ZERO
             MOVE "ER" TO RESULT-CODE
             MOVE "unknown template number" TO RESULT-MESSAGE
          ELSE
             MOVE "R" TO TPLH-STATE
             MOVE WS-TPL-WORK TO WS-TPL-DATA(WS-TPL-FOUND)
             PERFORM SAVE-TEMPLATE-CATALOG
          END-IF
          EXIT.

      *haengt einen Baustein an die Vorlage IT-TEMPLATE an, Art in
      *IT-TPL-PART: I = Eintrag (Text ueber NEW-TODO-ITEM, Abstand
      *zum Stichtag in Tagen ueber IT-OFFSET, dazu Prioritaet, Farbe
      *und Tag), S = Teilaufgabe und N = Notizzeile (Text ueber
      *NEW-TODO-ITEM, Eintragsnummer ueber IT-SUBTASK-SEQ), D =
      *Eintrag IT-SUBTASK-SEQ haengt an Eintrag IT-BLOCKER-ID der
      *Vorlage
       ADD-TEMPLATE-PART SECTION.
          PERFORM FIND-TEMPLATE
          IF WS-TPL-FOUND = ZERO
             MOVE "ER" TO RESULT-CODE
             MOVE "unknown template number" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          IF TPLH-STATE = "R"
             MOVE "ER" TO RESULT-CODE
             MOVE "template is retired" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          IF WS-TPL-COUNT >= 500
             MOVE "ER" TO RESULT-CODE
             MOVE "template catalog is full" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          MOVE IT-TEMPLATE TO WS-TPL-ADD-ID
          MOVE SPACES TO WS-TPL-WORK
          EVALUATE IT-TPL-PART
          WHEN "I"
             PERFORM CHECK-TEMPLATE-ITEM-PART
          WHEN "S"
          WHEN "N"
             IF NEW-TODO-ITEM = SPACES
                MOVE "ER" TO RESULT-CODE
                MOVE "no text given for template part"
                  TO RESULT-MESSAGE
             ELSE
                MOVE IT-SUBTASK-SEQ TO WS-TPL-CHECK-SEQ
                PERFORM CHECK-TEMPLATE-ITEM
                IF WS-TPL-PART-OK NOT = "Y"
                   MOVE "ER" TO RESULT-CODE
                   MOVE "template has no such item number"
                     TO RESULT-MESSAGE
                ELSE
                   MOVE IT-SUBTASK-SEQ TO WS-TPL-ADD-SEQ
                   MOVE NEW-TODO-ITEM TO TPLL-TEXT
                END-IF
             END-IF
          WHEN "D"
             PERFORM CHECK-TEMPLATE-DEP-PART
          WHEN OTHER
             MOVE "ER" TO RESULT-CODE
             MOVE "unknown template part, expected I, S, N or D"
               TO RESULT-MESSAGE
          END-EVALUATE
          IF RESULT-ERROR
             EXIT SECTION
          END-IF
          MOVE IT-TPL-PART TO WS-TPL-ADD-KIND
          MOVE WS-TPL-WORK TO WS-TPL-ADD-DATA
      *die neue Zeile kommt hinter die letzte Zeile ihrer Vorlage,
      *damit die Datei nach Vorlagen geordnet bleibt und Teilaufgaben
      *und Notizen in der eingegebenen Reihenfolge stehen
          PERFORM VARYING WS-TPL-IDX FROM WS-TPL-COUNT BY -1
                UNTIL WS-TPL-IDX <= WS-TPL-LAST
              MOVE WS-TPL-ENTRY(WS-TPL-IDX)
                TO WS-TPL-ENTRY(WS-TPL-IDX + 1)
          END-PERFORM
          ADD 1 TO WS-TPL-COUNT
          MOVE WS-TPL-ADD TO WS-TPL-ENTRY(WS-TPL-LAST + 1)
          PERFORM SAVE-TEMPLATE-CATALOG
          IF IT-TPL-PART = "I"
             MOVE WS-TPL-ADD-SEQ TO WS-TPL-SEQ-Z
             MOVE SPACES TO RESULT-MESSAGE
             STRING "template item #" DELIMITED BY SIZE
                    FUNCTION TRIM(WS-TPL-SEQ-Z) DELIMITED BY SIZE
                    " added" DELIMITED BY SIZE
               INTO RESULT-MESSAGE
          END-IF
          EXIT.

      *prueft einen neuen Eintragsbaustein wie ADD-NEW-TODO-ITEM
      *einen neuen Eintrag und vergibt ihm die naechste freie
      *Eintragsnummer der Vorlage
       CHECK-TEMPLATE-ITEM-PART SECTION.
          IF NEW-TODO-ITEM = SPACES
             MOVE "ER" TO RESULT-CODE
             MOVE "no text given for template part" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          IF WS-TPL-ITEM-MAX >= 99
             MOVE "ER" TO RESULT-CODE
             MOVE "no free item number left in this template"
               TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          IF IT-COLOR > 4
             MOVE "ER" TO RESULT-CODE
             MOVE "invalid color value" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          IF IT-PRIO < 1 OR IT-PRIO > 5
             MOVE "ER" TO RESULT-CODE
             MOVE "invalid priority, expected 1 to 5"
               TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          MOVE IT-TAG TO WS-TAG-LOOKUP-ID
          PERFORM CHECK-TAG-ASSIGNABLE
          IF WS-TAG-OK NOT = "Y"
             MOVE "ER" TO RESULT-CODE
             MOVE "unknown or retired tag" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          COMPUTE WS-TPL-ADD-SEQ = WS-TPL-ITEM-MAX + 1
          MOVE IT-OFFSET TO TPLI-OFFSET
          MOVE IT-PRIO TO TPLI-PRIO
          MOVE IT-COLOR TO TPLI-COLOR
          MOVE IT-TAG TO TPLI-TAG
          MOVE NEW-TODO-ITEM TO TPLI-CONTENT
          EXIT.

      *prueft eine neue Abhaengigkeit innerhalb der Vorlage - mit
      *denselben Regeln wie ADD-DEPENDENCY fuer echte Eintraege
       CHECK-TEMPLATE-DEP-PART SECTION.
          MOVE IT-SUBTASK-SEQ TO WS-TPL-CHECK-SEQ
          PERFORM CHECK-TEMPLATE-ITEM
          IF WS-TPL-PART-OK = "Y"
             IF IT-BLOCKER-ID > 99
                MOVE "N" TO WS-TPL-PART-OK
             ELSE
                MOVE IT-BLOCKER-ID TO WS-TPL-CHECK-SEQ
                PERFORM CHECK-TEMPLATE-ITEM
             END-IF
          END-IF
          IF WS-TPL-PART-OK NOT = "Y"
             MOVE "ER" TO RESULT-CODE
             MOVE "template has no such item number"
               TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          IF IT-SUBTASK-SEQ = IT-BLOCKER-ID
             MOVE "ER" TO RESULT-CODE
             MOVE "an item cannot block itself" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-TPL-COUNT
              IF WS-TPL-ID(WS-TPL-IDX) = IT-TEMPLATE
                 AND WS-TPL-KIND(WS-TPL-IDX) = "D"
                 MOVE WS-TPL-DATA(WS-TPL-IDX) TO WS-TPL-WORK
                 IF WS-TPL-SEQ(WS-TPL-IDX) = IT-SUBTASK-SEQ
                    AND TPLD-BLOCKER-SEQ = IT-BLOCKER-ID
                    MOVE "ER" TO RESULT-CODE
                    MOVE "this dependency already exists"
                      TO RESULT-MESSAGE
                 END-IF
                 IF WS-TPL-SEQ(WS-TPL-IDX) = IT-BLOCKER-ID
                    AND TPLD-BLOCKER-SEQ = IT-SUBTASK-SEQ
                    MOVE "ER" TO RESULT-CODE
                    MOVE "these items would block each other"
                      TO RESULT-MESSAGE
                 END-IF
              END-IF
          END-PERFORM
          IF RESULT-ERROR
             EXIT SECTION
          END-IF
          MOVE SPACES TO WS-TPL-WORK
          MOVE IT-SUBTASK-SEQ TO WS-TPL-ADD-SEQ
          MOVE IT-BLOCKER-ID TO TPLD-BLOCKER-SEQ
          EXIT.

      *zeigt den Katalog mit Nummer, Name und Zustand und darunter
      *je Vorlage ihre Bausteine an
       SHOW-TEMPLATE-LIST SECTION.
          PERFORM LOAD-TEMPLATE-CATALOG
          DISPLAY "<ul>"
          PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-TPL-COUNT
              IF WS-TPL-KIND(WS-TPL-IDX) = "H"
                 MOVE WS-TPL-DATA(WS-TPL-IDX) TO WS-TPL-WORK
                 IF TPLH-STATE = "R"
                    DISPLAY "<li>" WS-TPL-ID(WS-TPL-IDX) " "
                            FUNCTION TRIM(TPLH-NAME)
                            " (retired)<ul>"
                 ELSE
                    DISPLAY "<li>" WS-TPL-ID(WS-TPL-IDX) " "
                            FUNCTION TRIM(TPLH-NAME) "<ul>"
                 END-IF
                 PERFORM VARYING WS-TPL-JDX FROM 1 BY 1
                       UNTIL WS-TPL-JDX > WS-TPL-COUNT
                     IF WS-TPL-ID(WS-TPL-JDX) = WS-TPL-ID(WS-TPL-IDX)
                        AND WS-TPL-KIND(WS-TPL-JDX) NOT = "H"
                        PERFORM WRITE-TEMPLATE-PART
                     END-IF
                 END-PERFORM
                 DISPLAY "</ul></li>"
              END-IF
          END-PERFORM
          DISPLAY "</ul>"
          EXIT.

       WRITE-TEMPLATE-PART SECTION.
          MOVE WS-TPL-DATA(WS-TPL-JDX) TO WS-TPL-WORK
          MOVE WS-TPL-SEQ(WS-TPL-JDX) TO WS-TPL-SEQ-Z
          EVALUATE WS-TPL-KIND(WS-TPL-JDX)
          WHEN "I"
             MOVE TPLI-OFFSET TO WS-TPL-OFFSET-Z
             MOVE TPLI-TAG TO WS-TAG-LOOKUP-ID
             PERFORM GET-TAG-NAME
             DISPLAY "<li>#" FUNCTION TRIM(WS-TPL-SEQ-Z) " "
                     FUNCTION TRIM(TPLI-CONTENT)
                     " (due anchor " FUNCTION TRIM(WS-TPL-OFFSET-Z)
                     " days, prio " TPLI-PRIO ", tag "
                     FUNCTION TRIM(TAG-STRING) ")</li>"
          WHEN "S"
             DISPLAY "<li>#" FUNCTION TRIM(WS-TPL-SEQ-Z)
                     " subtask: " FUNCTION TRIM(TPLL-TEXT) "</li>"
          WHEN "N"
             DISPLAY "<li>#" FUNCTION TRIM(WS-TPL-SEQ-Z)
                     " note: " FUNCTION TRIM(TPLL-TEXT) "</li>"
          WHEN "D"
             MOVE TPLD-BLOCKER-SEQ TO WS-TPL-ITEM-Z
             DISPLAY "<li>#" FUNCTION TRIM(WS-TPL-SEQ-Z)
                     " blocked by #" FUNCTION TRIM(WS-TPL-ITEM-Z)
                     "</li>"
          END-EVALUATE
          EXIT.

      *wendet die Vorlage IT-TEMPLATE an: jeder Eintragsbaustein
      *wird ein neuer Eintrag fuer den Besitzer IT-NEW-USER-ID (ohne
      *Angabe der Aufrufer) im Projekt IT-PROJECT, faellig am
      *Stichtag IT-DUE-DATE plus Abstand des Bausteins - ohne
      *Stichtag bleiben alle Eintraege ohne Termin. Jeder neue
      *Eintrag wird wie beim Anlegen journalisiert; danach folgen
      *Teilaufgaben, Notizen und Abhaengigkeiten, umgeschluesselt
      *auf die neuen ITEM-IDs
       USE-TEMPLATE-ACTION SECTION.
          PERFORM FIND-TEMPLATE
          IF WS-TPL-FOUND = ZERO
             MOVE "ER" TO RESULT-CODE
             MOVE "unknown template number" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          IF TPLH-STATE = "R"
             MOVE "ER" TO RESULT-CODE
             MOVE "template is retired" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          IF WS-TPL-ITEM-CNT = ZERO
             MOVE "ER" TO RESULT-CODE
             MOVE "template has no items yet" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          IF IT-PROJECT < 99
             MOVE IT-PROJECT TO WS-PROJ-LOOKUP-ID
             PERFORM CHECK-PROJECT-ASSIGNABLE
             IF WS-PROJ-OK NOT = "Y"
                MOVE "ER" TO RESULT-CODE
                MOVE "unknown or closed project" TO RESULT-MESSAGE
                EXIT SECTION
             END-IF
          END-IF
          MOVE ZERO TO WS-TPL-ANCHOR-INT
          IF IT-DUE-DATE NOT = SPACES
             IF IT-DUE-DATE NOT NUMERIC
                MOVE "ER" TO RESULT-CODE
                MOVE "invalid due date, expected YYYYMMDD"
                  TO RESULT-MESSAGE
                EXIT SECTION
             END-IF
             MOVE IT-DUE-DATE TO WS-DUE-NUM
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-NUM) NOT = ZERO
                MOVE "ER" TO RESULT-CODE
                MOVE "invalid due date, expected YYYYMMDD"
                  TO RESULT-MESSAGE
                EXIT SECTION
             END-IF
             COMPUTE WS-TPL-ANCHOR-INT =
                FUNCTION INTEGER-OF-DATE(WS-DUE-NUM)
          END-IF
      *ein Tag, der seit dem Pflegen der Vorlage stillgelegt wurde,
      *wird auch ueber die Vorlage nicht mehr vergeben
          PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-TPL-COUNT
              IF WS-TPL-ID(WS-TPL-IDX) = IT-TEMPLATE
                 AND WS-TPL-KIND(WS-TPL-IDX) = "I"
                 MOVE WS-TPL-DATA(WS-TPL-IDX) TO WS-TPL-WORK
                 MOVE TPLI-TAG TO WS-TAG-LOOKUP-ID
                 PERFORM CHECK-TAG-ASSIGNABLE
                 IF WS-TAG-OK NOT = "Y"
                    MOVE "ER" TO RESULT-CODE
                    MOVE "template uses an unknown or retired tag"
                      TO RESULT-MESSAGE
                 END-IF
              END-IF
          END-PERFORM
          IF RESULT-ERROR
             EXIT SECTION
          END-IF
          MOVE IT-NEW-USER-ID TO WS-TPL-OWNER
          IF WS-TPL-OWNER = SPACES
             MOVE IT-USER-ID TO WS-TPL-OWNER
          END-IF
      *fuer einen anderen Besitzer anlegen darf nur, wer ihm auch
      *einen Eintrag weitergeben duerfte: der Hausmeister-Benutzer
      *oder ein Leiter seines Teams - wie in EDIT-ITEMS
          IF WS-TPL-OWNER NOT = IT-USER-ID
             PERFORM SET-CALLER-ADMIN
             IF WS-CALLER-IS-ADMIN NOT = "Y"
                MOVE WS-TPL-OWNER TO WS-SCOPE-USER
                PERFORM CHECK-LED-MEMBER
                IF WS-IN-SCOPE NOT = "Y"
                   MOVE "ER" TO RESULT-CODE
                   MOVE "items for another user need admin or team lead"
                     TO RESULT-MESSAGE
                   EXIT SECTION
                END-IF
             END-IF
          END-IF
          PERFORM OPEN-TDLIST-IO
          IF WS-TDLIST-STATUS NOT = "00"
             MOVE "ER" TO RESULT-CODE
             MOVE "todolist is locked by another request, try again"
               TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          MOVE ZERO TO WS-MAX-ID
          MOVE "N" TO WS-EOF
          PERFORM UNTIL WS-EOF = 'Y'
              READ TDLIST NEXT INTO WS-TDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ITEM-ID IN WS-TDLIST > WS-MAX-ID
                       MOVE ITEM-ID IN WS-TDLIST TO WS-MAX-ID
                    END-IF
              END-READ
          END-PERFORM
          IF WS-MAX-ID + WS-TPL-ITEM-CNT > 99999
             CLOSE TDLIST
             MOVE "ER" TO RESULT-CODE
             MOVE "todolist is full, no new item can be added"
               TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          INITIALIZE WS-TPL-MAP-TABLE
          MOVE ZERO TO WS-TPL-FIRST-ID
          PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-TPL-COUNT
              IF WS-TPL-ID(WS-TPL-IDX) = IT-TEMPLATE
                 AND WS-TPL-KIND(WS-TPL-IDX) = "I"
                 PERFORM CREATE-TEMPLATE-ITEM
              END-IF
          END-PERFORM
          CLOSE TDLIST
          PERFORM WRITE-TEMPLATE-SUBTASKS
          PERFORM WRITE-TEMPLATE-NOTES
          PERFORM WRITE-TEMPLATE-DEPS
          MOVE WS-TPL-ITEM-CNT TO WS-TPL-ITEM-Z
          MOVE SPACES TO RESULT-MESSAGE
          STRING FUNCTION TRIM(WS-TPL-ITEM-Z) DELIMITED BY SIZE
                 " item(s) created from template, ids "
                    DELIMITED BY SIZE
                 WS-TPL-FIRST-ID DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-MAX-ID DELIMITED BY SIZE
            INTO RESULT-MESSAGE
          IF WS-TPL-DEP-LOST = "Y"
             MOVE SPACES TO RESULT-MESSAGE
             STRING "items created up to id " DELIMITED BY SIZE
                    WS-MAX-ID DELIMITED BY SIZE
                    ", dependency table full - links missing"
                       DELIMITED BY SIZE
               INTO RESULT-MESSAGE
          END-IF
          EXIT.

      *legt aus dem Eintragsbaustein WS-TPL-IDX einen neuen Eintrag
      *an und merkt sich seine ITEM-ID unter der Eintragsnummer
       CREATE-TEMPLATE-ITEM SECTION.
          MOVE WS-TPL-DATA(WS-TPL-IDX) TO WS-TPL-WORK
          ADD 1 TO WS-MAX-ID
          IF WS-TPL-FIRST-ID = ZERO
             MOVE WS-MAX-ID TO WS-TPL-FIRST-ID
          END-IF
          MOVE WS-MAX-ID TO WS-TPL-NEW-ID(WS-TPL-SEQ(WS-TPL-IDX))
          MOVE WS-MAX-ID TO ITEM-ID IN WS-TDLIST
          MOVE TPLI-CONTENT TO ITEM-CONTENT IN WS-TDLIST
          MOVE FUNCTION CURRENT-DATE TO ITEM-DATE IN WS-TDLIST
          MOVE ZERO TO ITEM-STATUS IN WS-TDLIST
          MOVE TPLI-COLOR TO ITEM-COLOR IN WS-TDLIST
          MOVE TPLI-TAG TO ITEM-TAG IN WS-TDLIST
          MOVE WS-TPL-OWNER TO ITEM-USER-ID IN WS-TDLIST
          IF WS-TPL-ANCHOR-INT = ZERO
             MOVE SPACES TO ITEM-DUE-DATE IN WS-TDLIST
          ELSE
             COMPUTE WS-TPL-DUE-INT = WS-TPL-ANCHOR-INT + TPLI-OFFSET
             MOVE FUNCTION DATE-OF-INTEGER(WS-TPL-DUE-INT)
               TO WS-DUE-NUM
             MOVE "R" TO WDAY-FUNCTION
             MOVE WS-DUE-NUM TO WDAY-DATE
             CALL "TODOWDAY" USING WDAY-PARAMS
             MOVE WDAY-RESULT TO ITEM-DUE-DATE IN WS-TDLIST
          END-IF
          MOVE ZERO TO ITEM-RECUR IN WS-TDLIST
          MOVE TPLI-PRIO TO ITEM-PRIO IN WS-TDLIST
          IF IT-PROJECT < 99
             MOVE IT-PROJECT TO ITEM-PROJECT IN WS-TDLIST
          ELSE
             MOVE ZERO TO ITEM-PROJECT IN WS-TDLIST
          END-IF
          WRITE TDLIST-FILE FROM WS-TDLIST
          MOVE SPACES TO WS-AUDIT-BEFORE
          MOVE WS-TDLIST TO WS-AUDIT-AFTER
          MOVE ITEM-ID IN WS-TDLIST TO WS-AUDIT-ID
          PERFORM WRITE-AUDIT-RECORD
          IF WS-TPL-OWNER NOT = IT-USER-ID
             MOVE WS-TPL-OWNER TO WS-NOTIF-RECIPIENT
             MOVE "item was assigned to you" TO WS-NOTIF-TEXT
             PERFORM WRITE-NOTIFY-RECORD
          END-IF
          EXIT.

      *haengt die Teilaufgaben der Vorlage an todosubtasks.txt an -
      *die neuen Eintraege haben noch keine, gezaehlt wird je
      *Eintrag ab 1
       WRITE-TEMPLATE-SUBTASKS SECTION.
          OPEN EXTEND TDSUB
          IF WS-SUB-STATUS = "35"
             OPEN OUTPUT TDSUB
          END-IF
          IF WS-SUB-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-TPL-COUNT
              IF WS-TPL-ID(WS-TPL-IDX) = IT-TEMPLATE
                 AND WS-TPL-KIND(WS-TPL-IDX) = "S"
                 AND WS-TPL-SEQ(WS-TPL-IDX) > ZERO
                 MOVE WS-TPL-SEQ(WS-TPL-IDX) TO WS-TPL-CHECK-SEQ
                 IF WS-TPL-NEW-ID(WS-TPL-CHECK-SEQ) > ZERO
                    MOVE WS-TPL-DATA(WS-TPL-IDX) TO WS-TPL-WORK
                    ADD 1 TO WS-TPL-SUB-SEQ(WS-TPL-CHECK-SEQ)
                    MOVE WS-TPL-NEW-ID(WS-TPL-CHECK-SEQ)
                      TO SUB-ITEM-ID
                    MOVE WS-TPL-SUB-SEQ(WS-TPL-CHECK-SEQ) TO SUB-SEQ
                    MOVE "N" TO SUB-DONE
                    MOVE TPLL-TEXT TO SUB-TEXT
                    WRITE TDSUB-RECORD
                 END-IF
              END-IF
          END-PERFORM
          CLOSE TDSUB
          EXIT.

      *haengt die Notizzeilen der Vorlage an todonotes.txt an
       WRITE-TEMPLATE-NOTES SECTION.
          OPEN EXTEND TDNOTES
          IF WS-NOTES-STATUS = "35"
             OPEN OUTPUT TDNOTES
          END-IF
          IF WS-NOTES-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-TPL-COUNT
              IF WS-TPL-ID(WS-TPL-IDX) = IT-TEMPLATE
                 AND WS-TPL-KIND(WS-TPL-IDX) = "N"
                 AND WS-TPL-SEQ(WS-TPL-IDX) > ZERO
                 MOVE WS-TPL-SEQ(WS-TPL-IDX) TO WS-TPL-CHECK-SEQ
                 IF WS-TPL-NEW-ID(WS-TPL-CHECK-SEQ) > ZERO
                    MOVE WS-TPL-DATA(WS-TPL-IDX) TO WS-TPL-WORK
                    MOVE WS-TPL-NEW-ID(WS-TPL-CHECK-SEQ)
                      TO NOTE-ITEM-ID
                    MOVE TPLL-TEXT TO NOTE-TEXT
                    WRITE TDNOTES-RECORD
                 END-IF
              END-IF
          END-PERFORM
          CLOSE TDNOTES
          EXIT.

      *traegt die Abhaengigkeiten der Vorlage zwischen den neuen
      *Eintraegen in tododeps.dat ein und journalisiert sie wie
      *ADD-DEPENDENCY
       WRITE-TEMPLATE-DEPS SECTION.
          MOVE "N" TO WS-TPL-DEP-LOST
          MOVE "N" TO WS-TPL-PART-OK
          PERFORM LOAD-DEP-TABLE
          PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                UNTIL WS-TPL-IDX > WS-TPL-COUNT
              IF WS-TPL-ID(WS-TPL-IDX) = IT-TEMPLATE
                 AND WS-TPL-KIND(WS-TPL-IDX) = "D"
                 PERFORM WRITE-ONE-TEMPLATE-DEP
              END-IF
          END-PERFORM
          IF WS-TPL-PART-OK = "Y"
             PERFORM SAVE-DEP-TABLE
          END-IF
          EXIT.

      *eine Abhaengigkeitszeile der Vorlage - beide Enden muessen
      *als neue Eintraege angelegt worden sein
       WRITE-ONE-TEMPLATE-DEP SECTION.
          MOVE WS-TPL-DATA(WS-TPL-IDX) TO WS-TPL-WORK
          MOVE WS-TPL-SEQ(WS-TPL-IDX) TO WS-TPL-CHECK-SEQ
          IF WS-TPL-CHECK-SEQ = ZERO
             OR TPLD-BLOCKER-SEQ NOT NUMERIC
             OR TPLD-BLOCKER-SEQ = ZERO
             EXIT SECTION
          END-IF
          IF WS-TPL-NEW-ID(WS-TPL-CHECK-SEQ) = ZERO
             OR WS-TPL-NEW-ID(TPLD-BLOCKER-SEQ) = ZERO
             EXIT SECTION
          END-IF
          IF WS-DEP-COUNT >= 200
             MOVE "Y" TO WS-TPL-DEP-LOST
             EXIT SECTION
          END-IF
          ADD 1 TO WS-DEP-COUNT
          MOVE WS-TPL-NEW-ID(WS-TPL-CHECK-SEQ)
            TO WS-DEP-ITEM(WS-DEP-COUNT)
          MOVE WS-TPL-NEW-ID(TPLD-BLOCKER-SEQ)
            TO WS-DEP-BLOCKER(WS-DEP-COUNT)
          MOVE "N" TO WS-DEP-OPEN(WS-DEP-COUNT)
          MOVE "Y" TO WS-TPL-PART-OK
          MOVE WS-DEP-ITEM(WS-DEP-COUNT) TO WS-AUDIT-ID
          MOVE SPACES TO WS-AUDIT-BEFORE
          MOVE SPACES TO WS-AUDIT-AFTER
          MOVE WS-DEP-BLOCKER(WS-DEP-COUNT) TO WS-DEP-BLOCKER-X
          STRING "blocked by " DELIMITED BY SIZE
                 WS-DEP-BLOCKER-X DELIMITED BY SIZE
            INTO WS-AUDIT-AFTER
          PERFORM WRITE-AUDIT-RECORD
          EXIT.

      *Stichwortsuche ueber ITEM-CONTENT und die Notizzeilen, auf
          PERFORM SORT-VISIBLE-ITEMS
          PERFORM DISPLAY-ITEM-PAGE
          IF WS-SORT-OVERFLOW = "Y"
             MOVE SPACES TO WS-NOTICE-TEXT
             STRING "more than 1000 matching items, display "
                    "truncated at 1000 - narrow the search text"
                    DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
             PERFORM WRITE-NOTICE-ROW
          END-IF
          EXIT.

                 END-IF
             END-PERFORM
          END-IF
          IF WS-SRCH-HIT = "Y"
             AND NOT SCOPE-OPEN
             MOVE ITEM-USER-ID IN WS-TDLIST TO WS-SCOPE-USER
             PERFORM CHECK-USER-IN-SCOPE
             MOVE WS-IN-SCOPE TO WS-SRCH-HIT
          END-IF
          EXIT.

      *prueft WS-SRCH-TEXT auf das Stichwort, beides in
          CLOSE TDAUDIT
          EXIT.

      *gespeicherte Ansichten: der ganze Katalog aller Benutzer wird
      *gelesen und beim Aendern komplett zurueckgeschrieben, wie der
      *Betriebskalender. Fehlt die Datei, gibt es noch keine
       LOAD-VIEW-CATALOG SECTION.
          MOVE ZERO TO WS-VIEW-COUNT
          OPEN INPUT TDVIEWS
          IF WS-VIEWS-STATUS = "00"
             MOVE "N" TO WS-VIEWS-EOF
             PERFORM UNTIL WS-VIEWS-EOF = 'Y'
                 READ TDVIEWS
                    AT END MOVE 'Y' TO WS-VIEWS-EOF
                    NOT AT END
                       IF WS-VIEW-COUNT < 500
                          ADD 1 TO WS-VIEW-COUNT
                          MOVE TDVIEWS-RECORD
                            TO WS-VIEW-ENTRY(WS-VIEW-COUNT)
                       END-IF
                 END-READ
             END-PERFORM
             CLOSE TDVIEWS
          END-IF
          EXIT.

       SAVE-VIEW-CATALOG SECTION.
          OPEN OUTPUT TDVIEWS
          IF WS-VIEWS-STATUS = "00"
             PERFORM VARYING WS-VIEW-IDX FROM 1 BY 1
                   UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
                 WRITE TDVIEWS-RECORD FROM WS-VIEW-ENTRY(WS-VIEW-IDX)
             END-PERFORM
             CLOSE TDVIEWS
          END-IF
          EXIT.

      *sucht die Ansicht IT-VIEW-NAME des Besitzers IT-VIEW-OWNER -
      *WS-VIEW-FOUND zeigt auf sie, 0 = gibt es nicht. Jeder
      *Benutzer hat seine eigenen Namen, gleiche Namen verschiedener
      *Benutzer stoeren sich nicht
       FIND-VIEW SECTION.
          MOVE ZERO TO WS-VIEW-FOUND
          PERFORM VARYING WS-VIEW-IDX FROM 1 BY 1
                UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
              MOVE WS-VIEW-ENTRY(WS-VIEW-IDX) TO TDVIEWS-RECORD
              IF VIEWF-OWNER = IT-VIEW-OWNER
                 AND VIEWF-NAME = IT-VIEW-NAME
                 MOVE WS-VIEW-IDX TO WS-VIEW-FOUND
              END-IF
          END-PERFORM
          EXIT.

       CHECK-VIEW-REQUEST SECTION.
          IF IT-VIEW-OWNER = SPACES
             MOVE "ER" TO RESULT-CODE
             MOVE "saved views need a signed-in user"
               TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          IF IT-VIEW-NAME = SPACES
             MOVE "ER" TO RESULT-CODE
             MOVE "no view name given" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          PERFORM LOAD-VIEW-CATALOG
          PERFORM FIND-VIEW
          EXIT.

      *legt die Ansicht an oder ersetzt eine gleichnamige des
      *Besitzers - gespeichert werden die Filter- und Sortierfelder
      *aus IT-PARAMS, wie TODOHANDLER sie fuer "show" gelesen hat
       SAVE-VIEW-ACTION SECTION.
          PERFORM CHECK-VIEW-REQUEST
          IF RESULT-ERROR
             EXIT SECTION
          END-IF
          IF WS-VIEW-FOUND = ZERO AND WS-VIEW-COUNT >= 500
             MOVE "ER" TO RESULT-CODE
             MOVE "view catalog is full" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          MOVE IT-VIEW-OWNER TO VIEWF-OWNER
          MOVE IT-VIEW-NAME TO VIEWF-NAME
          MOVE IT-VIEW-PUBLISH TO VIEWF-PUBLISH
          MOVE IT-STATUS TO VIEWF-STATUS
          MOVE IT-COLOR TO VIEWF-COLOR
          MOVE IT-TAG TO VIEWF-TAG
          MOVE IT-PROJECT TO VIEWF-PROJECT
          MOVE IT-DATE-FROM TO VIEWF-DATE-FROM
          MOVE IT-DATE-TO TO VIEWF-DATE-TO
          MOVE IT-SHOW-ALL TO VIEWF-SHOW-ALL
          MOVE IT-USER-ID TO VIEWF-USER
          MOVE IT-SORT-FIELD TO VIEWF-SORT-FIELD
          MOVE IT-SORT-ORDER TO VIEWF-SORT-ORDER
          MOVE IT-PAGE-SIZE TO VIEWF-PAGE-SIZE
          IF WS-VIEW-FOUND > ZERO
             MOVE TDVIEWS-RECORD TO WS-VIEW-ENTRY(WS-VIEW-FOUND)
             MOVE "view updated" TO RESULT-MESSAGE
          ELSE
             ADD 1 TO WS-VIEW-COUNT
             MOVE TDVIEWS-RECORD TO WS-VIEW-ENTRY(WS-VIEW-COUNT)
             MOVE "view saved" TO RESULT-MESSAGE
          END-IF
          PERFORM SAVE-VIEW-CATALOG
          EXIT.

       DELETE-VIEW-ACTION SECTION.
          PERFORM CHECK-VIEW-REQUEST
          IF RESULT-ERROR
             EXIT SECTION
          END-IF
          IF WS-VIEW-FOUND = ZERO
             MOVE "ER" TO RESULT-CODE
             MOVE "no saved view with this name" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          PERFORM VARYING WS-VIEW-IDX FROM WS-VIEW-FOUND BY 1
                UNTIL WS-VIEW-IDX >= WS-VIEW-COUNT
              MOVE WS-VIEW-ENTRY(WS-VIEW-IDX + 1)
                TO WS-VIEW-ENTRY(WS-VIEW-IDX)
          END-PERFORM
          SUBTRACT 1 FROM WS-VIEW-COUNT
          PERFORM SAVE-VIEW-CATALOG
          MOVE "view deleted" TO RESULT-MESSAGE
          EXIT.

      *listet die eigenen Ansichten mit ihren Einstellungen - nur
      *HTML, wie die uebrigen Kataloge
       SHOW-VIEW-LIST SECTION.
          PERFORM LOAD-VIEW-CATALOG
          MOVE ZERO TO WS-VIEW-SHOWN
          DISPLAY "<ul>"
          PERFORM VARYING WS-VIEW-IDX FROM 1 BY 1
                UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
              MOVE WS-VIEW-ENTRY(WS-VIEW-IDX) TO TDVIEWS-RECORD
              IF VIEWF-OWNER = IT-VIEW-OWNER
                 AND IT-VIEW-OWNER NOT = SPACES
                 ADD 1 TO WS-VIEW-SHOWN
                 EVALUATE VIEWF-PUBLISH
                    WHEN "T"
                       MOVE "published (txt)" TO WS-VIEW-PUBLISH-TEXT
                    WHEN "C"
                       MOVE "published (csv)" TO WS-VIEW-PUBLISH-TEXT
                    WHEN OTHER
                       MOVE "screen only" TO WS-VIEW-PUBLISH-TEXT
                 END-EVALUATE
                 DISPLAY "<li>" FUNCTION TRIM(VIEWF-NAME) " - "
                         FUNCTION TRIM(WS-VIEW-PUBLISH-TEXT)
                         ": status " VIEWF-STATUS
                         " color " VIEWF-COLOR
                         " tag " VIEWF-TAG
                         " project " VIEWF-PROJECT
                         " from " VIEWF-DATE-FROM
                         " to " VIEWF-DATE-TO
                         " all " VIEWF-SHOW-ALL
                         " user " FUNCTION TRIM(VIEWF-USER)
                         " sort " FUNCTION TRIM(VIEWF-SORT-FIELD)
                         " " VIEWF-SORT-ORDER
                         " size " VIEWF-PAGE-SIZE "</li>"
              END-IF
          END-PERFORM
          DISPLAY "</ul>"
          IF WS-VIEW-SHOWN = ZERO
             MOVE "no saved views" TO RESULT-MESSAGE
          END-IF
          EXIT.

      *setzt fuer "show" mit "view" die gespeicherten Filter- und
      *Sortierfelder anstelle der mitgeschickten - nur die
      *Seitennummer kommt weiter aus dem Aufruf, damit man durch
      *die Ansicht blaettern kann
       APPLY-SAVED-VIEW SECTION.
          PERFORM CHECK-VIEW-REQUEST
          IF RESULT-ERROR
             EXIT SECTION
          END-IF
          IF WS-VIEW-FOUND = ZERO
             MOVE "ER" TO RESULT-CODE
             MOVE "no saved view with this name" TO RESULT-MESSAGE
             EXIT SECTION
          END-IF
          MOVE WS-VIEW-ENTRY(WS-VIEW-FOUND) TO TDVIEWS-RECORD
          MOVE VIEWF-STATUS TO IT-STATUS
          MOVE VIEWF-COLOR TO IT-COLOR
          MOVE VIEWF-TAG TO IT-TAG
          MOVE VIEWF-PROJECT TO IT-PROJECT
          MOVE VIEWF-DATE-FROM TO IT-DATE-FROM
          MOVE VIEWF-DATE-TO TO IT-DATE-TO
          MOVE VIEWF-SHOW-ALL TO IT-SHOW-ALL
          MOVE VIEWF-USER TO IT-USER-ID
          MOVE VIEWF-SORT-FIELD TO IT-SORT-FIELD
          MOVE VIEWF-SORT-ORDER TO IT-SORT-ORDER
          MOVE VIEWF-PAGE-SIZE TO IT-PAGE-SIZE
          MOVE SPACES TO IT-REVIEWER
          EXIT.

       END PROGRAM TODOLISTE.
