      *             BESTELLDATEI UM DAS ABRECHNUNGSKENNZEICHEN
      *             AUF 120 ERWEITERT, BESTAND EINMALIG
      *             KONVERTIEREN (KENNZEICHEN LEER = OFFEN).
      * 2026-10-15  KUNDENSTAMM UND OFFENE POSTEN: SCHLÜSSELDATEI DER
      *             KUNDEN MIT ANSCHRIFT, ZAHLUNGSZIEL, KREDITLIMIT
      *             UND SPERRKENNZEICHEN, GEPFLEGT WIE DER
      *             LIEFERANTENSTAMM. DIE KUNDENLIEFERUNG WÄHLT DEN
      *             KUNDEN AUS DEM STAMM UND WIRD BEI GESPERRTEM
      *             KUNDEN ODER ÜBERSCHRITTENEM KREDITLIMIT
      *             ABGELEHNT. JEDE RECHNUNG ERZEUGT EINEN OFFENEN
      *             POSTEN (BELEGNUMMER, KUNDE, BRUTTOBETRAG,
      *             FÄLLIGKEIT) IN NEUER DATEI. NEUES MENÜ OFFENE
      *             POSTEN: ZAHLUNGSEINGANG, OP-LISTE MIT
      *             ALTERSSTAFFEL 30/60/90 TAGE UND DREISTUFIGER
      *             MAHNLAUF, DER NACH DER DRITTEN STUFE EINE
      *             LIEFERSPERRE AM KUNDEN SETZT.
      * 2026-10-15  CHARGEN UND MHD: ARTIKEL MIT CHARGENPFLICHT
      *             ERFASSEN BEIM WARENEINGANG CHARGE UND MINDEST-
      *             HALTBARKEITSDATUM; DER BESTAND WIRD JE ARTIKEL,
      *             LAGERPLATZ UND CHARGE IN NEUER CHARGENDATEI
      *             GEFÜHRT. AUSGANG, KUNDENLIEFERUNG UND
      *             UMLAGERUNG SCHLAGEN DIE ZUERST ABLAUFENDE
      *             CHARGE VOR (FEFO), ABGELAUFENE CHARGEN GEHEN
      *             NICHT AN KUNDEN. DIE CHARGE STEHT IM NEUEN FELD
      *             BEW-CHARGE (INNERHALB DER BISHERIGEN SATZLÄNGE)
      *             UND AUF DEM LIEFERSCHEIN; DIE BEWEGUNGSLISTE
      *             FILTERT NACH CHARGE (RÜCKRUF). NEUER MHD-BERICHT
      *             DER ABLAUFENDEN UND ABGELAUFENEN CHARGEN ZU
      *             DURCHSCHNITTS-EK. ACHTUNG: SATZLÄNGE ARTIKEL-
      *             DATEI UM DAS KENNZEICHEN AUF 299 ERWEITERT,
      *             BESTAND KONVERTIEREN (LEER = OHNE CHARGE).
      * 2026-10-15  RETOUREN: KUNDENRETOURE (BEWEGUNGSART 'R') GEGEN
      *             DIE LIEFERSCHEINNUMMER MIT RÜCKBUCHUNG AUF EINEN
      *             LAGERPLATZ UND NUMMERIERTER GUTSCHRIFT ZUM
      *             URSPRÜNGLICHEN VK-PREIS; HÖCHSTENS DIE AUF DEM
      *             BELEG GELIEFERTE MENGE. DIE GUTSCHRIFT GLEICHT
      *             DEN OFFENEN POSTEN DER RECHNUNG AUS, EIN REST
      *             BLEIBT ALS GUTHABEN DES KUNDEN STEHEN.
      *             LIEFERANTENRETOURE (BEWEGUNGSART 'S') GEGEN DIE
      *             BESTELLNUMMER: MINDERT DIE GELIEFERTE MENGE,
      *             ÖFFNET DIE BESTELLUNG BEI ERSATZLIEFERUNG WIEDER,
      *             KORRIGIERT DEN DURCHSCHNITTS-EK UND DRUCKT EINEN
      *             RÜCKSENDESCHEIN. BEI BEREITS ABGERECHNETER
      *             BESTELLUNG ENTSTEHT EINE RÜCKBELASTUNG IN NEUER
      *             DATEI, DIE DER NÄCHSTE ZAHLUNGSLAUF MIT DEN
      *             ZAHLUNGEN AN DEN LIEFERANTEN VERRECHNET.
      * 2026-10-15  ABC/XYZ-ANALYSE ÜBER EINEN WÄHLBAREN ZEITRAUM AUS
      *             DEN LAGERBEWEGUNGEN (BERICHTSMENÜ 'C'): ABC NACH
      *             VERBRAUCHSWERT, XYZ NACH SCHWANKUNG DES MONATS-
      *             VERBRAUCHS, REICHWEITE IN TAGEN, LADENHÜTER UND
      *             NICHTDREHER MIT GEBUNDENEM KAPITAL, ZWISCHEN-
      *             SUMMEN JE KATEGORIE UND JE LIEFERANT. DIE
      *             KLASSEN STEHEN AM ARTIKEL; DER BESTELLVORSCHLAG
      *             ZEIGT UND SORTIERT NACH KLASSE, DIE NEUE
      *             ZYKLISCHE INVENTUR (HAUPTMENÜ 'Z') ZÄHLT A-
      *             ARTIKEL ALLE 90, B ALLE 180, ÜBRIGE ALLE 365
      *             TAGE. ACHTUNG: SATZLÄNGE ARTIKELDATEI AUF 309
      *             ERWEITERT (KLASSEN UND DATUM DER LETZTEN
      *             ZÄHLUNG), BESTAND KONVERTIEREN (LEER = NICHT
      *             KLASSIFIZIERT BZW. NOCH NIE GEZÄHLT).
      * 2026-10-15  TAGESENDE-JOB: OHNE MENÜ IM JOBBETRIEB, SOBALD
      *             DIE STEUERDATEI JOBSTEU VORHANDEN IST (GEMEINSAM
      *             MIT DER BANKENAPPLIKATION). SCHRITT 'P' IST DER
      *             ZAHLUNGSLAUF; FIRMENKONTO UND ZAHLUNGSDATEI
      *             (LEER = ZAHLDAT) KOMMEN AUS DER STEUERDATEI
      *             STATT AUS DER EINGABE. START, ENDE, ZÄHLER UND
      *             RÜCKKEHRCODE GEHEN IN DAS GEMEINSAME JOBPROTOKOLL
      *             JOBLOG; DER LAUF WIRD IN DER GEMEINSAMEN
      *             LAUFKONTROLLE LAUFKTRL ALS TYP 'P' GEFÜHRT, EIN
      *             AM VERARBEITUNGSTAG ABGESCHLOSSENER LAUF WIRD
      *             BEI WIEDERHOLUNG DES JOBS ÜBERSPRUNGEN. SCHRITTE
      *             DER BANKENAPPLIKATION VOR EINEM EIGENEN SCHRITT
      *             MÜSSEN ABGESCHLOSSEN SEIN. DER HÖCHSTE
      *             RÜCKKEHRCODE GEHT ALS RETURN-CODE AN DIE
      *             JOBSTEUERUNG.
      * 2026-10-15  INVENTUR CHARGENPFLICHTIGER ARTIKEL (EINZEL-,
      *             VOLL- UND ZYKLISCHE INVENTUR) JE LAGERPLATZ UND
      *             CHARGE: CHARGENBESTAND UND LAGERPLÄTZE WERDEN UM
      *             DIE DIFFERENZ FORTGESCHRIEBEN STATT ZURÜCKGESETZT,
      *             JEDE INVENTURBEWEGUNG TRÄGT PLATZ UND CHARGE.
      *             JOBSTEUERDATEI NICHT LESBAR: ABBRUCH MIT
      *             RÜCKKEHRCODE 12 STATT MENÜ.
      * 2026-10-15  LIEFERANTENRETOURE OHNE ERSATZLIEFERUNG MINDERT
      *             AUCH DIE BESTELLMENGE UND SCHLIESST DIE BESTELLUNG
      *             GGF.; BEI VOLLSTÄNDIGER RÜCKSENDUNG GILT SIE OHNE
      *             ZAHLUNG ALS ABGERECHNET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KST-NUMMER
               FILE STATUS IS KOSTST-STATUS.
           SELECT OPTIONAL ZAHLUNGS-AUSGABE ASSIGN TO ZAHLAUS-DATEINAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ZAHLAUS-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIEF-NUMMER
               FILE STATUS IS LIEFER-STATUS.
           SELECT OPTIONAL KUNDEN-DATEI ASSIGN TO KUNDDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KUND-NUMMER
               FILE STATUS IS KUNDEN-STATUS.
           SELECT OPTIONAL OFFENE-POSTEN-DATEI ASSIGN TO OPDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-BELEG-NR
               ALTERNATE KEY IS OP-KUNDE WITH DUPLICATES
               FILE STATUS IS OFFPOST-STATUS.
           SELECT OPTIONAL CHARGEN-DATEI ASSIGN TO CHARGDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-SCHLUESSEL
               ALTERNATE KEY IS CHG-FEFO-SCHLUESSEL WITH DUPLICATES
               FILE STATUS IS CHARGEN-STATUS.
           SELECT OPTIONAL RUECKBELASTUNGS-DATEI ASSIGN TO RBELDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RBEL-NUMMER
               ALTERNATE KEY IS RBEL-LIEFERANT WITH DUPLICATES
               FILE STATUS IS RUECKBEL-STATUS.
           SELECT OPTIONAL ABC-ARBEITSDATEI ASSIGN TO ABCWORK
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ABCARB-STATUS.
           SELECT OPTIONAL LAUFKONTROLL-DATEI ASSIGN TO LAUFKTRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LAUF-SCHLUESSEL
               FILE STATUS IS LAUFKTRL-STATUS.
           SELECT OPTIONAL JOB-STEUERDATEI ASSIGN TO JOBSTEU
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOBSTEU-STATUS.
           SELECT OPTIONAL JOB-PROTOKOLL ASSIGN TO JOBLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOBLOG-STATUS.
           SELECT LIEFERANTEN-SORT ASSIGN TO "LIEFSORT"
               .
           SELECT BEWERTUNG-SORT ASSIGN TO "BEWSORT"
               .
           SELECT OFFENE-SORT ASSIGN TO "OFFSORT"
               .
           SELECT VERFALL-SORT ASSIGN TO "VERFSORT"
               .
           SELECT ABC-SORT ASSIGN TO "ABCSORT"
               .

       DATA DIVISION.
       FILE SECTION.
       FD ARTIKEL-DATEI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 309 CHARACTERS
           DATA RECORD IS ARTIKEL-SATZ.
       01 ARTIKEL-SATZ.
           05 ART-NUMMER              PIC X(15).
              10 ART-LP-ORT          PIC X(10).
              10 ART-LP-MENGE        PIC S9(6).
           05 ART-DURCHSCHNITTS-EK   PIC 9(5)V99.
      * 'J' = CHARGENPFLICHTIG: BESTAND ZUSÄTZLICH JE LAGERPLATZ
      * UND CHARGE MIT MHD IN DER CHARGENDATEI.
           05 ART-CHARGENPFLICHT     PIC X.
              88 ART-MIT-CHARGE      VALUE 'J'.
      * ERGEBNIS DER LETZTEN ABC/XYZ-ANALYSE (LEER = NICHT
      * KLASSIFIZIERT) UND TAG DER LETZTEN ZÄHLUNG (INVENTUR).
           05 ART-ABC-KLASSE         PIC X.
           05 ART-XYZ-KLASSE         PIC X.
           05 ART-LETZTE-ZAEHLUNG    PIC X(8).

       FD LAGERBEWEGUNGEN
           LABEL RECORDS ARE STANDARD
      * 'V' WIE VERKAUF - 'L' IST HISTORISCH DURCH DIE
      * ARTIKEL-LÖSCHUNGSPROTOKOLLE BELEGT.
              88 LIEFERUNG           VALUE 'V'.
      * RETOUREN: REFERENZ (1:8) = LIEFERSCHEIN- BZW. BESTELL-
      * NUMMER, (9:8) = NUMMER DER GUTSCHRIFT BZW. DES
      * RÜCKSENDESCHEINS.
              88 KUNDENRETOURE       VALUE 'R'.
              88 LIEFERANTENRETOURE  VALUE 'S'.
           05 BEW-ARTIKEL            PIC X(15).
           05 BEW-DATUM              PIC X(8).
           05 BEW-MENGE              PIC S9(6).
      * NUR BEI UMLAGERUNGEN (TYP 'U') BELEGT: ZIEL-LAGERPLATZ,
      * DER VON-PLATZ STEHT IN BEW-LAGERORT.
           05 BEW-LAGERORT-NACH      PIC X(10).
      * NUR BEI CHARGENPFLICHTIGEN ARTIKELN BELEGT.
           05 BEW-CHARGE             PIC X(15).

      * BESTELLUNGEN AN LIEFERANTEN: JE BESTELLUNG EIN ARTIKEL.
      * DER WARENEINGANG HAKT ÜBER DIE BEWEGUNGSREFERENZ
              88 LIEF-AKTIV          VALUE 'A'.
              88 LIEF-GESPERRT       VALUE 'G'.

      * KUNDENSTAMM: SCHLÜSSELDATEI DER KUNDEN MIT ANSCHRIFT,
      * ZAHLUNGSZIEL UND KREDITLIMIT (0 = OHNE LIMIT). EIN
      * GESPERRTER KUNDE ERHÄLT KEINE LIEFERUNG; DER SPERRGRUND
      * UNTERSCHEIDET DIE SPERRE AUS DEM MAHNLAUF ('M') VON DER
      * MANUELL GESETZTEN ('H').
       FD KUNDEN-DATEI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 134 CHARACTERS
           DATA RECORD IS KUNDEN-SATZ.
       01 KUNDEN-SATZ.
           05 KUND-NUMMER            PIC X(10).
           05 KUND-NAME              PIC X(30).
           05 KUND-STRASSE           PIC X(30).
           05 KUND-PLZ               PIC X(10).
           05 KUND-ORT               PIC X(30).
           05 KUND-ZAHLUNGSZIEL      PIC 9(3).
           05 KUND-KREDITLIMIT       PIC 9(9)V99.
           05 KUND-STATUS-KZ         PIC X.
              88 KUND-AKTIV          VALUE 'A'.
              88 KUND-GESPERRT       VALUE 'G'.
           05 KUND-SPERRGRUND        PIC X.
              88 KUND-SPERRE-MAHNUNG VALUE 'M'.
              88 KUND-SPERRE-HAND    VALUE 'H'.
           05 KUND-SPERRDATUM        PIC X(8).

      * OFFENE POSTEN: JE RECHNUNG EIN SATZ UNTER DER BELEGNUMMER
      * VON LIEFERSCHEIN UND RECHNUNG, ZUSÄTZLICH ÜBER DIE
      * KUNDENNUMMER ERREICHBAR. ZAHLUNGSEINGÄNGE WERDEN IN
      * OP-BEZAHLT AUFADDIERT, DER MAHNLAUF FÜHRT STUFE UND DATUM
      * DER LETZTEN MAHNUNG.
       FD OFFENE-POSTEN-DATEI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS OFFENE-POSTEN-SATZ.
       01 OFFENE-POSTEN-SATZ.
           05 OP-BELEG-NR            PIC 9(8).
           05 OP-KUNDE               PIC X(10).
           05 OP-BELEGDATUM          PIC X(8).
           05 OP-FAELLIG             PIC X(8).
           05 OP-BETRAG              PIC S9(11)V99.
           05 OP-BEZAHLT             PIC S9(11)V99.
           05 OP-MAHNSTUFE           PIC 9.
           05 OP-LETZTE-MAHNUNG      PIC X(8).
           05 OP-STATUS-KZ           PIC X.
              88 OP-OFFEN            VALUE 'O'.
              88 OP-TEILBEZAHLT      VALUE 'T'.
              88 OP-ERLEDIGT         VALUE 'E'.

      * CHARGENBESTAND: JE ARTIKEL, LAGERPLATZ UND CHARGE DIE MENGE
      * MIT MINDESTHALTBARKEITSDATUM. DER ZWEITSCHLÜSSEL ARTIKEL
      * PLUS MHD LIEFERT DIE CHARGEN EINES ARTIKELS IN FEFO-FOLGE.
      * SÄTZE MIT MENGE NULL BLEIBEN STEHEN (MHD FÜR RÜCKBUCHUNG).
       FD CHARGEN-DATEI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS CHARGEN-SATZ.
       01 CHARGEN-SATZ.
           05 CHG-SCHLUESSEL.
              10 CHG-ARTIKEL         PIC X(15).
              10 CHG-LAGERORT        PIC X(10).
              10 CHG-CHARGE          PIC X(15).
           05 CHG-FEFO-SCHLUESSEL.
              10 CHG-FEFO-ARTIKEL    PIC X(15).
              10 CHG-MHD             PIC X(8).
           05 CHG-MENGE              PIC S9(6).
           05 CHG-EINGANGSDATUM      PIC X(8).

      * RÜCKBELASTUNGEN AN LIEFERANTEN AUS RETOUREN BEREITS
      * ABGERECHNETER BESTELLUNGEN, UNTER DER NUMMER DES RÜCKSENDE-
      * SCHEINS. DER ZAHLUNGSLAUF VERRECHNET SIE MIT DEN NÄCHSTEN
      * ZAHLUNGEN AN DENSELBEN LIEFERANTEN (RBEL-VERRECHNET).
       FD RUECKBELASTUNGS-DATEI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS RUECKBELASTUNGS-SATZ.
       01 RUECKBELASTUNGS-SATZ.
           05 RBEL-NUMMER            PIC 9(8).
           05 RBEL-LIEFERANT         PIC X(10).
           05 RBEL-BESTELLUNG        PIC 9(8).
           05 RBEL-DATUM             PIC X(8).
           05 RBEL-BETRAG            PIC S9(9)V99.
           05 RBEL-VERRECHNET        PIC S9(9)V99.
           05 RBEL-STATUS-KZ         PIC X.
              88 RBEL-OFFEN          VALUE 'O'.
              88 RBEL-ERLEDIGT       VALUE 'E'.

      * ZAHLUNGSANWEISUNGEN AN DIE BANKANWENDUNG: GLEICHE FESTE
      * AUFTEILUNG WIE DEREN ZAHLUNGS-DATEI, WIRD VOM DORTIGEN
      * BATCH-ZAHLUNGSLAUF EINGELESEN.
           05 ZAHL-TYP               PIC X(1).
           05 ZAHL-REFERENZ          PIC X(50).

      * ARBEITSDATEI DER ABC/XYZ-ANALYSE: DIE KLASSIFIZIERTEN
      * SÄTZE IM AUFBAU VON ABC-SORT-SATZ FÜR DIE BERICHTSFOLGEN.
       FD ABC-ARBEITSDATEI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 151 CHARACTERS
           DATA RECORD IS ABC-ARBEITS-SATZ.
       01 ABC-ARBEITS-SATZ           PIC X(151).

      * LAUFKONTROLLE DER BANKENAPPLIKATION (GLEICHE DATEI UND
      * AUFTEILUNG): JE LAUFTYP UND VERARBEITUNGSTAG EIN SATZ. DER
      * ZAHLUNGSLAUF IM JOBBETRIEB FÜHRT HIER DEN TYP 'P'.
       FD LAUFKONTROLL-DATEI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS LAUFKONTROLL-SATZ.
       01 LAUFKONTROLL-SATZ.
           05 LAUF-SCHLUESSEL.
              10 LAUF-TYP            PIC X(1).
              10 LAUF-DATUM          PIC X(8).
           05 LAUF-STATUS-KZ         PIC X(1).
              88 LAUF-LAEUFT         VALUE 'L'.
              88 LAUF-BEENDET        VALUE 'B'.
           05 LAUF-CHECKPOINT        PIC X(20).
           05 LAUF-ANZAHL            PIC 9(5).
           05 LAUF-STARTZEIT         PIC X(6).
           05 LAUF-ENDEZEIT          PIC X(6).
           05 LAUF-BENUTZER          PIC X(20).

      * STEUERDATEI DES TAGESENDE-JOBS, GEMEINSAM MIT DER
      * BANKENAPPLIKATION: JE SCHRITT EIN SATZ IN AUSFÜHRUNGSFOLGE.
      * STEU-PROGRAMM 'LAGER' ODER 'BANK' (SCHRITTE DES ANDEREN
      * PROGRAMMS MÜSSEN AM VERARBEITUNGSTAG ABGESCHLOSSEN SEIN,
      * BEVOR EIN NACHFOLGENDER EIGENER SCHRITT STARTET), 'JOB' FÜR
      * DEN KOPFSATZ MIT DEM VERARBEITUNGSTAG IN STEU-DATUM, '*' IN
      * SPALTE 1 FÜR KOMMENTAR. SCHRITT DER LAGERVERWALTUNG IST
      * 'P' (ZAHLUNGSLAUF) MIT STEU-KONTO = FIRMENKONTO UND
      * STEU-DATEI = ZAHLUNGSDATEI (LEER = ZAHLDAT).
       FD JOB-STEUERDATEI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS JOB-STEUER-SATZ.
       01 JOB-STEUER-SATZ.
           05 STEU-PROGRAMM          PIC X(8).
              88 STEU-JOBSATZ        VALUE 'JOB'.
           05 STEU-SCHRITT           PIC X(1).
              88 STEU-SCHRITT-GUELTIG VALUE 'P'.
           05 STEU-DATUM             PIC X(8).
           05 STEU-KONTO             PIC X(20).
           05 STEU-DATEI             PIC X(40).
           05 STEU-BEMERKUNG         PIC X(23).

      * JOBPROTOKOLL, GEMEINSAM MIT DER BANKENAPPLIKATION: JE
      * SCHRITT EIN STARTSATZ ('S') UND EIN ENDESATZ ('E') MIT
      * ZÄHLERN UND RÜCKKEHRCODE, 'U' FÜR EINEN BEREITS ERLEDIGTEN
      * SCHRITT, 'A' FÜR EINEN ABGEWIESENEN SCHRITT ODER JOB.
      * RÜCKKEHRCODES: 0 = IN ORDNUNG, 4 = WARNUNG, 8 = SCHRITT
      * FEHLGESCHLAGEN, 12 = STEUERDATEI ODER DATEIEN FEHLERHAFT.
       FD JOB-PROTOKOLL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS JOB-PROTOKOLL-SATZ.
       01 JOB-PROTOKOLL-SATZ.
           05 JLOG-DATUM             PIC X(8).
           05 JLOG-ZEIT              PIC X(6).
           05 JLOG-PROGRAMM          PIC X(8).
           05 JLOG-SCHRITT           PIC X(1).
           05 JLOG-ART               PIC X(1).
              88 JLOG-START          VALUE 'S'.
              88 JLOG-ENDE           VALUE 'E'.
              88 JLOG-UEBERSPRUNGEN  VALUE 'U'.
              88 JLOG-ABGEWIESEN     VALUE 'A'.
           05 JLOG-GELESEN           PIC 9(7).
           05 JLOG-VERARBEITET       PIC 9(7).
           05 JLOG-ABGELEHNT         PIC 9(7).
           05 JLOG-RC                PIC 9(4).
           05 JLOG-BENUTZER          PIC X(20).
           05 JLOG-TEXT              PIC X(50).
           05 FILLER                 PIC X(1).

       FD BERICHTE-DATEI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           05 OFF-GELIEFERT           PIC S9(6).
           05 OFF-LIEFERTERMIN        PIC X(8).

       SD VERFALL-SORT
           DATA RECORD IS VERF-SATZ.
       01 VERF-SATZ.
           05 VERF-MHD                PIC X(8).
           05 VERF-ARTIKEL            PIC X(15).
           05 VERF-CHARGE             PIC X(15).
           05 VERF-LAGERORT           PIC X(10).
           05 VERF-BEZEICHNUNG        PIC X(30).
           05 VERF-MENGE              PIC S9(6).
           05 VERF-DURCHSCHNITT       PIC 9(5)V99.

       SD LIEFERANTEN-SORT
           DATA RECORD IS SORT-SATZ.
       01 SORT-SATZ.
           05 SORT-LIEFERZEIT         PIC 99.
           05 SORT-EINHEIT            PIC X(5).
           05 SORT-EK-PREIS           PIC 9(5)V99.
           05 SORT-ABC-RANG           PIC 9.
           05 SORT-ABC-KLASSE         PIC X.
           05 SORT-XYZ-KLASSE         PIC X.

       SD ABC-SORT
           DATA RECORD IS ABC-SORT-SATZ.
       01 ABC-SORT-SATZ.
           05 ABC-WERT                PIC S9(11)V99.
           05 ABC-ARTIKEL             PIC X(15).
           05 ABC-BEZEICHNUNG         PIC X(30).
           05 ABC-KATEGORIE           PIC X(20).
           05 ABC-LIEFERANT           PIC X(30).
           05 ABC-MENGE               PIC S9(8).
           05 ABC-BESTAND             PIC S9(6).
           05 ABC-BESTANDSWERT        PIC S9(11)V99.
           05 ABC-REICHWEITE          PIC 9(5).
           05 ABC-KLASSE              PIC X.
           05 ABC-XYZ                 PIC X.
           05 ABC-LETZTE-BEWEGUNG     PIC X(8).
           05 ABC-LADENHUETER         PIC X.
              88 ABC-NICHTDREHER      VALUE 'N'.
              88 ABC-LANGSAMDREHER    VALUE 'L'.

       WORKING-STORAGE SECTION.
       01 DATEI-STATUS-VARIABLEN.
              88 LIEFER-EOF           VALUE '10'.
           05 ZAHLAUS-STATUS         PIC X(2).
              88 ZAHLAUS-OK           VALUE '00'.
           05 KUNDEN-STATUS          PIC X(2).
              88 KUNDEN-OK            VALUE '00'.
           05 OFFPOST-STATUS         PIC X(2).
      * '02' = WEITERER SATZ MIT GLEICHEM ALTERNATIVSCHLÜSSEL.
              88 OFFPOST-OK           VALUE '00' '02'.
              88 OFFPOST-EOF          VALUE '10'.
           05 CHARGEN-STATUS         PIC X(2).
              88 CHARGEN-OK           VALUE '00' '02'.
              88 CHARGEN-EOF          VALUE '10'.
           05 RUECKBEL-STATUS        PIC X(2).
              88 RUECKBEL-OK          VALUE '00' '02'.
              88 RUECKBEL-EOF         VALUE '10'.
           05 ABCARB-STATUS          PIC X(2).
              88 ABCARB-OK            VALUE '00'.
      * '05' = OPTIONALE DATEI NICHT VORHANDEN (STEUERDATEI: KEIN
      * JOBBETRIEB; LAUFKONTROLLE, JOBPROTOKOLL: NEU ANGELEGT).
           05 LAUFKTRL-STATUS        PIC X(2).
              88 LAUFKTRL-OK          VALUE '00'.
              88 LAUFKTRL-ANGELEGT    VALUE '05'.
           05 JOBSTEU-STATUS         PIC X(2).
              88 JOBSTEU-OK           VALUE '00'.
              88 JOBSTEU-EOF          VALUE '10'.
              88 JOBSTEU-FEHLT        VALUE '05'.
           05 JOBLOG-STATUS          PIC X(2).
              88 JOBLOG-OK            VALUE '00' '05'.

       01 SYSTEM-VARIABLEN.
           05 AKT-DATUM              PIC X(8).
              88 WAHL-KOSTENSTELLEN  VALUE 'K'.
              88 WAHL-RESERVIERUNGEN VALUE 'R'.
              88 WAHL-LIEFERANTEN    VALUE 'F'.
              88 WAHL-KUNDEN         VALUE 'U'.
              88 WAHL-OFFENE-POSTEN  VALUE 'O'.
              88 ZYKLUSINVENTUR-STARTEN VALUE 'Z'.
              88 PROGRAMM-BEENDEN    VALUE 'X'.
           05 ARTIKEL-EINGABE        PIC X(15).
           05 BEWEGUNGS-DATEN.
                                      PIC X(10).
              10 BEW-KST-EINGABE      PIC X(10).
              10 BEW-PROJ-EINGABE     PIC X(20).
              10 BEW-CHARGE-EINGABE   PIC X(15).
           05 INVENTUR-DATEN.
              10 INV-ARTIKEL         PIC X(15).
              10 INV-IST-BESTAND     PIC S9(6).
              88 ARTIKELSTAMMLISTE   VALUE 'A'.
              88 BEWERTUNGSLISTE     VALUE 'V'.
              88 KOSTENSTELLENBERICHT VALUE 'K'.
              88 MHD-BERICHT         VALUE 'H'.
              88 ABC-ANALYSE         VALUE 'C'.
           05 BEW-FILTER-TYP          PIC X(1).
              88 FILTER-DATUM        VALUE 'D'.
              88 FILTER-ARTIKEL      VALUE 'A'.
              88 FILTER-ALLE         VALUE 'X'.
              88 FILTER-CHARGE       VALUE 'C'.
           05 BEW-FILTER-VON          PIC X(8).
           05 BEW-FILTER-BIS          PIC X(8).
           05 BEW-FILTER-ARTIKEL      PIC X(15).
           05 BEW-FILTER-CHARGE       PIC X(15).
           05 BESTELLMENU-AUSWAHL     PIC X.
              88 BESTELLUNG-ANLEGEN-WAHL   VALUE 'A'.
              88 OFFENE-BESTELLUNGEN-WAHL  VALUE 'O'.
           05 SORT-ENDE               PIC X VALUE 'N'.
           05 VORSCHLAG-MENGE         PIC S9(7).
           05 VORSCHLAG-WERT          PIC 9(8)V99.
           05 VORSCHLAG-Z-HINWEIS     PIC X.
           05 LP-GEFUNDEN             PIC X VALUE 'N'.
           05 BEW-LAGERORT-MERKER     PIC X(10).
           05 LP-FREI-INDEX           PIC 9(2) VALUE 0.
           05 INV-WERTDIFFERENZ       PIC S9(9)V99 VALUE 0.
           05 INV-EINZELWERT          PIC S9(9)V99.
           05 INV-PLAETZE-ZURUECKGESETZT PIC 9(5) VALUE 0.
           05 INV-ZAEHLART            PIC X(20).
           05 ZYK-HOECHSTZAHL         PIC 9(5).
           05 ZYK-LAUF-KLASSE         PIC X.
           05 ZYK-INTERVALL           PIC 9(3).
           05 ZYK-DATUM-NUMERISCH     PIC 9(8).
           05 ZYK-TAG-HEUTE           PIC S9(9).
           05 ZYK-TAGE                PIC S9(9).
           05 BEST-VORSCHLAGSMENGE    PIC S9(7).
           05 BEST-DATUM-NUMERISCH    PIC 9(8).
           05 BEST-JULIANISCH-TAG     PIC S9(9).
           05 ZAHLLAUF-ANZAHL         PIC 9(5).
           05 ZAHLLAUF-UEBERGANGEN    PIC 9(5).
           05 ZAHLLAUF-SUMME          PIC 9(10)V99.
           05 ZAHLLAUF-BELASTUNG      PIC S9(11)V99.
           05 ZAHLLAUF-VERRECHNUNG    PIC S9(10)V99.
           05 ZAHLLAUF-VERRECHNET-SUMME PIC 9(10)V99.
           05 ZAHLLAUF-RBEL-REST      PIC S9(9)V99.
           05 ZAHLLAUF-RBEL-ANTEIL    PIC S9(9)V99.
           05 ZAHLLAUF-FEHLER         PIC X.
           05 ZAHLAUS-DATEINAME       PIC X(40) VALUE "ZAHLDAT".

       01 LAUFKONTROLL-VARIABLEN.
           05 LAUF-TYP-MERKER         PIC X.
           05 LAUF-STARTEN-OK         PIC X.

      * TAGESENDE-JOB: BETRIEBSART, SCHRITTERGEBNIS FÜR DAS
      * JOBPROTOKOLL UND STAND DES JOBS.
       01 JOB-VARIABLEN.
           05 JOB-MODUS               PIC X VALUE 'D'.
              88 JOB-DIALOG           VALUE 'D'.
              88 JOB-BATCH            VALUE 'B'.
           05 JOB-PROGRAMM            PIC X(8) VALUE 'LAGER'.
           05 JOB-SCHRITT             PIC X.
           05 JOB-SATZART             PIC X.
           05 JOB-RC                  PIC 9(4) VALUE 0.
           05 JOB-HOECHST-RC          PIC 9(4) VALUE 0.
           05 JOB-GELESEN             PIC 9(7) VALUE 0.
           05 JOB-VERARBEITET         PIC 9(7) VALUE 0.
           05 JOB-ABGELEHNT           PIC 9(7) VALUE 0.
           05 JOB-TEXT                PIC X(50).
           05 JOB-SCHRITT-ANZAHL      PIC 9(3) VALUE 0.
           05 JOB-AUSGEFUEHRT         PIC 9(3) VALUE 0.
           05 JOB-UEBERSPRUNGEN       PIC 9(3) VALUE 0.
           05 JOB-ABBRUCH             PIC X VALUE 'N'.
           05 JOB-LAUF-ERLEDIGT       PIC X.
           05 JOB-WARTET              PIC X VALUE 'N'.
           05 JOB-WARTET-PROGRAMM     PIC X(8).
           05 JOB-WARTET-SCHRITT      PIC X.

       01 LIEFERANTEN-PFLEGE-VARIABLEN.
           05 LIEFNR-EINGABE          PIC X(10).
           05 LIEF-STATUS-EINGABE     PIC X.
           05 LIEF-GEPRUEFT           PIC X.

       01 KUNDEN-PFLEGE-VARIABLEN.
           05 KUNDNR-EINGABE          PIC X(10).
           05 KUND-NAME-EINGABE       PIC X(30).
           05 KUND-STRASSE-EINGABE    PIC X(30).
           05 KUND-PLZ-EINGABE        PIC X(10).
           05 KUND-ORT-EINGABE        PIC X(30).
           05 KUND-ZIEL-EINGABE       PIC 9(3).
           05 KUND-LIMIT-EINGABE      PIC 9(9)V99.
           05 KUND-STATUS-EINGABE     PIC X.
           05 KUND-GEPRUEFT           PIC X.
           05 KUND-OFFENER-SALDO      PIC S9(11)V99.

       01 LIEFERUNG-VARIABLEN.
           05 LIEF-BELEG-NR           PIC 9(8).
           05 LIEF-KUNDE-NAME         PIC X(30).
           05 LIEF-KUNDE-STRASSE      PIC X(30).
           05 LIEF-KUNDE-ORT          PIC X(30).
           05 LIEF-KUNDE-NR           PIC X(10).
           05 LIEF-KUNDE-ZIEL         PIC 9(3).
           05 LIEF-KUNDE-LIMIT        PIC 9(9)V99.
           05 LIEF-KUNDE-OFFEN        PIC S9(11)V99.
           05 LIEF-KREDIT-BELASTUNG   PIC S9(11)V99.
           05 LIEF-POS-BRUTTO         PIC S9(11)V99.
           05 LIEF-KREDIT-SUMME       PIC S9(11)V99.
           05 LIEF-FAELLIG            PIC X(8).
           05 LIEF-WEITER             PIC X.
           05 LIEF-POS-ANZAHL         PIC 9(2) VALUE 0.
           05 LIEF-POS-INDEX          PIC 9(2).
                 15 LIEF-POS-EINHEIT  PIC X(5).
                 15 LIEF-POS-PREIS    PIC 9(5)V99.
                 15 LIEF-POS-MWST     PIC 99.
                 15 LIEF-POS-CHARGE   PIC X(15).
           05 LIEF-POS-WERT           PIC S9(9)V99.
           05 LIEF-NETTO-SUMME        PIC S9(9)V99.
           05 LIEF-MWST-BETRAG        PIC S9(9)V99.
                 15 LIEF-MWST-PROZENT PIC 99.
                 15 LIEF-MWST-NETTO   PIC S9(9)V99.

       01 OFFENE-POSTEN-VARIABLEN.
           05 OPMENU-AUSWAHL          PIC X.
              88 ZAHLUNGSEINGANG-WAHL VALUE 'Z'.
              88 OP-LISTE-WAHL        VALUE 'L'.
              88 MAHNLAUF-WAHL        VALUE 'M'.
           05 OP-BELEG-EINGABE        PIC X(8).
           05 OP-BETRAG-EINGABE       PIC 9(9)V99.
           05 OP-RESTBETRAG           PIC S9(11)V99.
           05 OP-DATUM-NUMERISCH      PIC 9(8).
           05 OP-TAG-HEUTE            PIC S9(9).
           05 OP-TAG-BEZUG            PIC S9(9).
           05 OP-TAGE-UEBERFAELLIG    PIC S9(5).
           05 OP-VORHERIGER-KUNDE     PIC X(10).
           05 OP-STAFFEL-INDEX        PIC 9.
           05 OP-KUNDE-STAFFEL OCCURS 5 TIMES
                                      PIC S9(11)V99.
           05 OP-GESAMT-STAFFEL OCCURS 5 TIMES
                                      PIC S9(11)V99.
           05 OP-STAFFEL-TEXT         PIC X(11).
           05 OP-POSTEN-ANZAHL        PIC 9(5).
           05 OP-MAHN-ABSTAND         PIC 9(3).
           05 OP-MAHN-BRIEF-OFFEN     PIC X.
           05 OP-MAHN-HOECHSTE-STUFE  PIC 9.
           05 OP-MAHN-BRIEF-SUMME     PIC S9(11)V99.
           05 OP-MAHN-POSTEN          PIC 9(5).
           05 OP-MAHN-BRIEFE          PIC 9(5).
           05 OP-MAHN-SPERREN         PIC 9(5).
           05 OP-MAHN-TITEL           PIC X(40).

       01 RETOUREN-VARIABLEN.
           05 RET-BELEG-EINGABE       PIC X(8).
           05 RET-LIEFERSCHEIN        PIC 9(8).
           05 RET-BELEG-NR            PIC 9(8).
           05 RET-GELIEFERT           PIC S9(7).
           05 RET-ZURUECK             PIC S9(7).
           05 RET-MOEGLICH            PIC S9(7).
           05 RET-PREIS               PIC 9(5)V99.
           05 RET-CHARGE              PIC X(15).
           05 RET-VERRECHNET          PIC S9(11)V99.
           05 RET-ERSATZ              PIC X.
           05 RET-BEZAHLT             PIC X.
           05 RET-OHNE-ZAHLUNG        PIC X.
           05 RET-GRUND               PIC X(30).
           05 RET-WERT-REST           PIC S9(11)V99.
           05 RET-BELASTUNG           PIC S9(9)V99.

       01 CHARGEN-VARIABLEN.
           05 CHG-MHD-EINGABE         PIC X(8).
           05 CHG-WAHL-EINGABE        PIC X(15).
           05 CHG-GEPRUEFT            PIC X.
           05 CHG-VORSCHLAG           PIC X(15).
           05 CHG-VORSCHLAG-MHD       PIC X(8).
           05 CHG-VORSCHLAG-MENGE     PIC S9(6).
           05 CHG-ABGELAUFEN-ANZAHL   PIC 9(3).
           05 CHG-DATUM-NUMERISCH     PIC 9(8).
           05 CHG-JULIANISCH-TAG      PIC S9(9).
      * ZÄHLTABELLE DER INVENTUR CHARGENPFLICHTIGER ARTIKEL: JE
      * LAGERPLATZ UND CHARGE BUCHMENGE UND GEZÄHLTE MENGE.
           05 CINV-ANZAHL             PIC 9(3).
           05 CINV-INDEX              PIC 9(3).
           05 CINV-TREFFER            PIC 9(3).
           05 CINV-UEBERLAUF          PIC X.
           05 CINV-ENDE               PIC X.
           05 CINV-ABWEICHUNG         PIC X.
           05 CINV-GEBUCHT            PIC X.
           05 CINV-BUCH-SUMME         PIC S9(7).
           05 CINV-REST               PIC S9(7).
           05 CINV-TABELLE.
              10 CINV-EINTRAG OCCURS 50 TIMES.
                 15 CINV-LAGERORT     PIC X(10).
                 15 CINV-CHARGE       PIC X(15).
                 15 CINV-MHD          PIC X(8).
                 15 CINV-BUCHMENGE    PIC S9(6).
                 15 CINV-GEZAEHLT     PIC S9(6).
           05 VERF-TAGE               PIC 9(3).
           05 VERF-GRENZDATUM         PIC X(8).
           05 VERF-SORT-ENDE          PIC X.
           05 VERF-ABSCHNITT          PIC X.
              88 VERF-ABSCHNITT-ABGELAUFEN VALUE 'A'.
              88 VERF-ABSCHNITT-ABLAUFEND  VALUE 'L'.
           05 VERF-EINZELWERT         PIC S9(11)V99.
           05 VERF-WERT-ABGELAUFEN    PIC S9(11)V99.
           05 VERF-WERT-ABLAUFEND     PIC S9(11)V99.
           05 VERF-ANZAHL-ABGELAUFEN  PIC 9(5).
           05 VERF-ANZAHL-ABLAUFEND   PIC 9(5).

       01 RESERVIERUNG-VARIABLEN.
           05 RESMENU-AUSWAHL         PIC X.
              88 RESERVIERUNG-ANLEGEN-WAHL VALUE 'A'.
                 15 VPROJ-MENGE       PIC S9(8).
                 15 VPROJ-WERT        PIC S9(11)V99.

       01 ABC-ANALYSE-VARIABLEN.
           05 ABC-VON-EINGABE         PIC X(6).
           05 ABC-BIS-EINGABE         PIC X(6).
           05 ABC-VON-MONAT           PIC 9(6).
           05 ABC-BIS-MONAT           PIC 9(6).
           05 ABC-BEW-MONAT           PIC 9(6).
           05 ABC-VON-JJJJ            PIC 9(4).
           05 ABC-VON-MM              PIC 99.
           05 ABC-BIS-JJJJ            PIC 9(4).
           05 ABC-BIS-MM              PIC 99.
           05 ABC-BEW-JJJJ            PIC 9(4).
           05 ABC-BEW-MM              PIC 99.
           05 ABC-MONATE              PIC S9(5).
           05 ABC-MONAT-INDEX         PIC S9(5).
           05 ABC-DATUM-NUMERISCH     PIC 9(8).
           05 ABC-TAG-VON             PIC S9(9).
           05 ABC-TAGE                PIC S9(7).
           05 ABC-GRENZE-TAGE         PIC 9(4).
           05 ABC-MONATSMENGE OCCURS 24 TIMES
                                      PIC S9(8).
           05 ABC-VERBR-MENGE         PIC S9(8).
           05 ABC-VERBR-WERT          PIC S9(11)V99.
           05 ABC-EINZELWERT          PIC S9(11)V99.
           05 ABC-LETZTES-DATUM       PIC X(8).
           05 ABC-MITTEL              PIC S9(8)V9(4).
           05 ABC-VARIANZ             PIC S9(16)V9(4).
           05 ABC-REICHWEITE-TAGE     PIC S9(11).
           05 ABC-GESAMTWERT          PIC S9(13)V99.
           05 ABC-KUMULIERT           PIC S9(13)V99.
           05 ABC-ANALYSIERT          PIC 9(5).
           05 ABC-ARB-FEHLER          PIC X.
           05 ABC-SORT-ENDE           PIC X.
           05 ABC-ERSTE-GRUPPE        PIC X.
           05 ABC-VORHERIGE-GRUPPE    PIC X(30).
           05 ABC-GRP-ANZAHL          PIC 9(5).
           05 ABC-GRP-A               PIC 9(5).
           05 ABC-GRP-B               PIC 9(5).
           05 ABC-GRP-C               PIC 9(5).
           05 ABC-GRP-WERT            PIC S9(13)V99.
           05 ABC-GRP-BESTANDSWERT    PIC S9(13)V99.
           05 ABC-GRP-LADENWERT       PIC S9(13)V99.
           05 ABC-GES-ANZAHL          PIC 9(5).
           05 ABC-GES-WERT            PIC S9(13)V99.
           05 ABC-GES-BESTANDSWERT    PIC S9(13)V99.
           05 ABC-GES-LADENWERT       PIC S9(13)V99.
           05 ABC-KL-BUCHSTABEN       PIC X(3) VALUE 'ABC'.
           05 ABC-KL-INDEX            PIC 9.
           05 ABC-KL-TABELLE.
              10 ABC-KL-EINTRAG OCCURS 3 TIMES.
                 15 ABC-KL-ANZAHL     PIC 9(5).
                 15 ABC-KL-WERT       PIC S9(13)V99.
                 15 ABC-KL-BESTANDSWERT PIC S9(13)V99.
           05 ABC-KL-ANTEIL           PIC 9(3)V9.
           05 ABC-X-ANZAHL            PIC 9(5).
           05 ABC-Y-ANZAHL            PIC 9(5).
           05 ABC-Z-ANZAHL            PIC 9(5).
           05 ABC-LADEN-ANZAHL        PIC 9(5).
           05 ABC-LADEN-TEXT          PIC X(13).

       PROCEDURE DIVISION.
       HAUPTSTEUERUNG.
           PERFORM SYSTEMDATEN-HOLEN
           PERFORM NAECHSTE-BEWEGUNGSNUMMER
           PERFORM NAECHSTE-BESTELLNUMMER
           PERFORM NAECHSTE-RESERVIERUNGSNUMMER
           PERFORM JOBBETRIEB-PRUEFEN
           IF JOB-BATCH
               PERFORM JOBBETRIEB-DURCHFUEHREN
           ELSE
               PERFORM HAUPTMENU-ANZEIGEN
                   UNTIL PROGRAMM-BEENDEN
           END-IF
           PERFORM DATEIEN-SCHLIESSEN
           MOVE JOB-HOECHST-RC TO RETURN-CODE
           STOP RUN.

       DATEIEN-OEFFNEN.
                       LIEFER-STATUS
               MOVE 'J' TO FEHLER-STATUS
           END-IF
           OPEN I-O KUNDEN-DATEI
           IF NOT KUNDEN-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER KUNDENDATEI: "
                       KUNDEN-STATUS
               MOVE 'J' TO FEHLER-STATUS
           END-IF
           OPEN I-O OFFENE-POSTEN-DATEI
           IF NOT OFFPOST-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER OP-DATEI: "
                       OFFPOST-STATUS
               MOVE 'J' TO FEHLER-STATUS
           END-IF
           OPEN I-O CHARGEN-DATEI
           IF NOT CHARGEN-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER CHARGENDATEI: "
                       CHARGEN-STATUS
               MOVE 'J' TO FEHLER-STATUS
           END-IF
           OPEN I-O RUECKBELASTUNGS-DATEI
           IF NOT RUECKBEL-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER RÜCKBELASTUNGSDATEI: "
                       RUECKBEL-STATUS
               MOVE 'J' TO FEHLER-STATUS
           END-IF
           STRING "LAGERBER." AKT-DATUM AKT-ZEIT
               DELIMITED BY SIZE INTO BERICHT-DATEINAME
           OPEN OUTPUT BERICHTE-DATEI
      * ERMITTELT DIE NÄCHSTE FREIE BEWEGUNGSNUMMER ALS HÖCHSTE
      * VORHANDENE NUMMER PLUS EINS; IM SELBEN DURCHLAUF WIRD DIE
      * NÄCHSTE BELEGNUMMER DER KUNDENLIEFERUNGEN AUS DER HÖCHSTEN
      * REFERENZ DER 'V'-BEWEGUNGEN (KUNDENLIEFERUNGEN) UND DER
      * RETOUREN ('R'/'S') MITGEFÜHRT.
       NAECHSTE-BEWEGUNGSNUMMER.
           MOVE 1 TO NAECHSTE-BEW-NR
           MOVE 1 TO NAECHSTE-BELEG-NR
                           GIVING NAECHSTE-BELEG-NR
                   END-IF
               END-IF
      * GUTSCHRIFTEN UND RÜCKSENDESCHEINE LAUFEN IM SELBEN
      * NUMMERNKREIS, IHRE NUMMER STEHT IN REFERENZ (9:8).
               IF (KUNDENRETOURE OR LIEFERANTENRETOURE)
                   AND BEW-REFERENZ (9:8) NUMERIC
                   MOVE BEW-REFERENZ (9:8) TO LIEF-BELEG-NR
                   IF LIEF-BELEG-NR >= NAECHSTE-BELEG-NR
                       ADD 1 TO LIEF-BELEG-NR
                           GIVING NAECHSTE-BELEG-NR
                   END-IF
               END-IF
           END-IF.

       DATEIEN-SCHLIESSEN.
           CLOSE KOSTENSTELLEN-DATEI
           CLOSE RESERVIERUNGS-DATEI
           CLOSE LIEFERANTEN-DATEI
           CLOSE KUNDEN-DATEI
           CLOSE OFFENE-POSTEN-DATEI
           CLOSE CHARGEN-DATEI
           CLOSE RUECKBELASTUNGS-DATEI
           CLOSE BERICHTE-DATEI.

      * PRÜFT BEIM PROGRAMMSTART, OB DIE STEUERDATEI JOBSTEU
      * VORHANDEN IST. NUR DANN LÄUFT DAS PROGRAMM OHNE MENÜ IM
      * JOBBETRIEB UND ARBEITET DIE DORT GENANNTEN SCHRITTE AB.
       JOBBETRIEB-PRUEFEN.
           OPEN INPUT JOB-STEUERDATEI
           EVALUATE TRUE
               WHEN JOBSTEU-OK
                   MOVE 'B' TO JOB-MODUS
               WHEN JOBSTEU-FEHLT
                   CLOSE JOB-STEUERDATEI
      * JEDER ANDERE STATUS: UNBEAUFSICHTIGT DARF DAS PROGRAMM NICHT
      * IM MENÜ AUF EINGABEN WARTEN.
               WHEN OTHER
                   DISPLAY "FEHLER BEIM ÖFFNEN DER JOBSTEUERDATEI: "
                           JOBSTEU-STATUS
                   PERFORM DATEIEN-SCHLIESSEN
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      * TAGESENDE-JOB: ARBEITET DIE STEUERDATEI SATZ FÜR SATZ AB,
      * PROTOKOLLIERT JEDEN EIGENEN SCHRITT IM JOBPROTOKOLL UND
      * BRICHT BEIM ERSTEN SCHRITT MIT RÜCKKEHRCODE 8 ODER HÖHER
      * AB. AM VERARBEITUNGSTAG BEREITS ABGESCHLOSSENE SCHRITTE
      * WERDEN BEI WIEDERHOLUNG DES JOBS ÜBERSPRUNGEN.
       JOBBETRIEB-DURCHFUEHREN.
           DISPLAY " "
           DISPLAY "LAGERVERWALTUNG - JOBBETRIEB"
           DISPLAY "============================"
           MOVE 0 TO JOB-HOECHST-RC
           MOVE 0 TO JOB-SCHRITT-ANZAHL
           MOVE 0 TO JOB-AUSGEFUEHRT
           MOVE 0 TO JOB-UEBERSPRUNGEN
           MOVE 'N' TO JOB-ABBRUCH
           MOVE 'N' TO JOB-WARTET
           OPEN EXTEND JOB-PROTOKOLL
           IF NOT JOBLOG-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DES JOBPROTOKOLLS: "
                       JOBLOG-STATUS
               MOVE 12 TO JOB-HOECHST-RC
               CLOSE JOB-STEUERDATEI
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LAUFKONTROLL-DATEI
           IF NOT LAUFKTRL-OK AND NOT LAUFKTRL-ANGELEGT
               DISPLAY "FEHLER BEIM ÖFFNEN DER LAUFKONTROLLE: "
                       LAUFKTRL-STATUS
               MOVE 'J' TO FEHLER-STATUS
           END-IF
           IF FEHLER-STATUS = 'J'
               MOVE SPACE TO JOB-SCHRITT
               MOVE 12 TO JOB-RC
               MOVE "DATEIFEHLER BEIM PROGRAMMSTART" TO JOB-TEXT
               PERFORM JOB-ABWEISEN
           END-IF
           PERFORM JOB-SATZ-VERARBEITEN
               UNTIL NOT JOBSTEU-OK OR JOB-ABBRUCH = 'J'
           CLOSE LAUFKONTROLL-DATEI
           CLOSE JOB-STEUERDATEI
           CLOSE JOB-PROTOKOLL
           DISPLAY " "
           DISPLAY "AUSGEFÜHRTE SCHRITTE:    " JOB-AUSGEFUEHRT
           DISPLAY "ÜBERSPRUNGENE SCHRITTE:  " JOB-UEBERSPRUNGEN
           DISPLAY "HÖCHSTER RÜCKKEHRCODE:   " JOB-HOECHST-RC
           IF JOB-ABBRUCH = 'J'
               DISPLAY "JOB ABGEBROCHEN - NACH BEHEBUNG DES FEHLERS "
                       "ERNEUT STARTEN"
           END-IF.

       JOB-SATZ-VERARBEITEN.
           READ JOB-STEUERDATEI
               AT END CONTINUE
           END-READ
           IF NOT JOBSTEU-OK
               IF NOT JOBSTEU-EOF
                   MOVE SPACE TO JOB-SCHRITT
                   MOVE 12 TO JOB-RC
                   MOVE SPACES TO JOB-TEXT
                   STRING "LESEFEHLER STEUERDATEI, STATUS "
                       JOBSTEU-STATUS
                       DELIMITED BY SIZE INTO JOB-TEXT
                   PERFORM JOB-ABWEISEN
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE STEU-SCHRITT TO JOB-SCHRITT
           EVALUATE TRUE
               WHEN STEU-PROGRAMM = SPACES
                   OR STEU-PROGRAMM (1:1) = '*'
                   CONTINUE
               WHEN STEU-JOBSATZ
                   PERFORM JOB-DATUM-SETZEN
               WHEN STEU-PROGRAMM = JOB-PROGRAMM
                   PERFORM JOB-SCHRITT-AUSFUEHREN
               WHEN OTHER
                   PERFORM JOB-VORGAENGER-PRUEFEN
           END-EVALUATE.

      * DER KOPFSATZ LEGT DEN VERARBEITUNGSTAG FEST; ER GILT ALS
      * BERICHTS- UND LAUFKONTROLLDATUM UND MUSS VOR DEM ERSTEN
      * SCHRITT STEHEN.
       JOB-DATUM-SETZEN.
           MOVE 12 TO JOB-RC
           IF JOB-SCHRITT-ANZAHL > 0
               MOVE "JOBSATZ NICHT VOR DEM ERSTEN SCHRITT"
                   TO JOB-TEXT
               PERFORM JOB-ABWEISEN
               EXIT PARAGRAPH
           END-IF
           IF STEU-DATUM NOT NUMERIC
               MOVE "VERARBEITUNGSTAG IM JOBSATZ UNGÜLTIG"
                   TO JOB-TEXT
               PERFORM JOB-ABWEISEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO JOB-RC
           MOVE STEU-DATUM TO AKT-DATUM
           MOVE AKT-DATUM TO BER-DATUM
           DISPLAY "VERARBEITUNGSTAG: " AKT-DATUM.

      * SCHRITT DES ANDEREN PROGRAMMS: ER MUSS AM VERARBEITUNGSTAG
      * ABGESCHLOSSEN SEIN, BEVOR EIN NACHFOLGENDER EIGENER SCHRITT
      * STARTEN DARF. FOLGT KEIN EIGENER SCHRITT MEHR, ENDET DER JOB
      * REGULÄR.
       JOB-VORGAENGER-PRUEFEN.
           ADD 1 TO JOB-SCHRITT-ANZAHL
           IF JOB-WARTET = 'J'
               EXIT PARAGRAPH
           END-IF
           MOVE STEU-SCHRITT TO LAUF-TYP-MERKER
           PERFORM JOB-LAUF-ERLEDIGT-PRUEFEN
           IF JOB-LAUF-ERLEDIGT = 'N'
               MOVE 'J' TO JOB-WARTET
               MOVE STEU-PROGRAMM TO JOB-WARTET-PROGRAMM
               MOVE STEU-SCHRITT TO JOB-WARTET-SCHRITT
           END-IF.

      * FÜHRT EINEN EIGENEN SCHRITT AUS: ÜBERSPRINGT IHN, WENN
      * SEIN LAUF AM VERARBEITUNGSTAG SCHON ABGESCHLOSSEN IST,
      * SONST START- UND ENDESATZ IM JOBPROTOKOLL.
       JOB-SCHRITT-AUSFUEHREN.
           ADD 1 TO JOB-SCHRITT-ANZAHL
           MOVE 0 TO JOB-RC
           MOVE 0 TO JOB-GELESEN
           MOVE 0 TO JOB-VERARBEITET
           MOVE 0 TO JOB-ABGELEHNT
           MOVE SPACES TO JOB-TEXT
           IF JOB-WARTET = 'J'
               MOVE 8 TO JOB-RC
               STRING "VORGÄNGER " DELIMITED BY SIZE
                   JOB-WARTET-PROGRAMM DELIMITED BY SPACE
                   " SCHRITT " JOB-WARTET-SCHRITT
                   " NICHT ABGESCHLOSSEN" DELIMITED BY SIZE
                   INTO JOB-TEXT
               PERFORM JOB-ABWEISEN
               EXIT PARAGRAPH
           END-IF
           IF NOT STEU-SCHRITT-GUELTIG
               MOVE 12 TO JOB-RC
               STRING "UNBEKANNTER SCHRITT '" STEU-SCHRITT "'"
                   DELIMITED BY SIZE INTO JOB-TEXT
               PERFORM JOB-ABWEISEN
               EXIT PARAGRAPH
           END-IF
           MOVE STEU-SCHRITT TO LAUF-TYP-MERKER
           PERFORM JOB-LAUF-ERLEDIGT-PRUEFEN
           IF JOB-LAUF-ERLEDIGT = 'J'
               STRING "AM " AKT-DATUM
                   " BEREITS ERLEDIGT (ENDE " LAUF-ENDEZEIT ")"
                   DELIMITED BY SIZE INTO JOB-TEXT
               MOVE LAUF-ANZAHL TO JOB-VERARBEITET
               MOVE 'U' TO JOB-SATZART
               PERFORM JOB-PROTOKOLL-SCHREIBEN
               ADD 1 TO JOB-UEBERSPRUNGEN
               DISPLAY "SCHRITT " STEU-SCHRITT ": " JOB-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE "GESTARTET" TO JOB-TEXT
           MOVE 'S' TO JOB-SATZART
           PERFORM JOB-PROTOKOLL-SCHREIBEN
           IF JOB-ABBRUCH = 'J'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JOB-TEXT
           EVALUATE STEU-SCHRITT
               WHEN 'P' PERFORM JOB-ZAHLUNGSLAUF
           END-EVALUATE
           IF JOB-TEXT = SPACES
               MOVE "BEENDET" TO JOB-TEXT
           END-IF
           MOVE 'E' TO JOB-SATZART
           PERFORM JOB-PROTOKOLL-SCHREIBEN
           ADD 1 TO JOB-AUSGEFUEHRT
           DISPLAY "SCHRITT " STEU-SCHRITT " RÜCKKEHRCODE " JOB-RC
                   ": " JOB-TEXT
           IF JOB-RC >= 8
               MOVE 'J' TO JOB-ABBRUCH
           END-IF.

      * SCHRITT 'P': ZAHLUNGSLAUF MIT FIRMENKONTO AUS STEU-KONTO
      * UND ZAHLUNGSDATEI AUS STEU-DATEI (LEER = ZAHLDAT). EIN
      * ABGEBROCHENER LAUF LÄSST DIE LAUFKONTROLLE OFFEN UND LÄUFT
      * BEI WIEDERHOLUNG ERNEUT; BEREITS ABGERECHNETE BESTELLUNGEN
      * SIND DANN MARKIERT UND WERDEN NICHT NOCHMALS ANGEWIESEN.
      * ÜBERGANGENE BESTELLUNGEN ERGEBEN RÜCKKEHRCODE 4.
       JOB-ZAHLUNGSLAUF.
           IF STEU-DATEI = SPACES
               MOVE "ZAHLDAT" TO ZAHLAUS-DATEINAME
           ELSE
               MOVE STEU-DATEI TO ZAHLAUS-DATEINAME
           END-IF
           MOVE 'P' TO LAUF-TYP-MERKER
           PERFORM LAUFKONTROLLE-STARTEN
           IF LAUF-STARTEN-OK NOT = 'J'
               MOVE 8 TO JOB-RC
               MOVE "LAUFKONTROLLE NICHT GESTARTET" TO JOB-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ZAHLLAUF-ANZAHL
           MOVE 0 TO ZAHLLAUF-UEBERGANGEN
           PERFORM BESTELL-ZAHLUNGSLAUF
           COMPUTE JOB-GELESEN =
               ZAHLLAUF-ANZAHL + ZAHLLAUF-UEBERGANGEN
           MOVE ZAHLLAUF-ANZAHL TO JOB-VERARBEITET
           MOVE ZAHLLAUF-UEBERGANGEN TO JOB-ABGELEHNT
           IF ZAHLLAUF-FEHLER = 'J'
               MOVE 8 TO JOB-RC
               MOVE "FEHLER IM ZAHLUNGSLAUF - LAUFKONTROLLE OFFEN"
                   TO JOB-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE ZAHLLAUF-ANZAHL TO LAUF-ANZAHL
           PERFORM LAUFKONTROLLE-BEENDEN
           IF NOT LAUFKTRL-OK
               MOVE 8 TO JOB-RC
               MOVE "LAUF NICHT ABGESCHLOSSEN" TO JOB-TEXT
               EXIT PARAGRAPH
           END-IF
           IF ZAHLLAUF-UEBERGANGEN > 0
               MOVE 4 TO JOB-RC
               MOVE "ÜBERGANGENE BESTELLUNGEN IM ABRECHNUNGSJOURNAL"
                   TO JOB-TEXT
           END-IF.

      * LAUFKONTROLLE WIE IN DER BANKENAPPLIKATION: EIN BEENDETER
      * LAUF SPERRT DEN ERNEUTEN START AM SELBEN TAG, EIN OFFENER
      * LAUF WIRD WIEDER AUFGENOMMEN, SONST WIRD EIN STARTSATZ
      * GESCHRIEBEN. ERGEBNIS IN LAUF-STARTEN-OK.
       LAUFKONTROLLE-STARTEN.
           MOVE 'N' TO LAUF-STARTEN-OK
           MOVE LAUF-TYP-MERKER TO LAUF-TYP
           MOVE AKT-DATUM TO LAUF-DATUM
           READ LAUFKONTROLL-DATEI
               KEY IS LAUF-SCHLUESSEL
           IF LAUFKTRL-OK
               IF LAUF-BEENDET
                   DISPLAY "LAUF '" LAUF-TYP-MERKER "' WURDE HEUTE "
                           "BEREITS DURCHGEFÜHRT (ENDE "
                           LAUF-ENDEZEIT ") - START ABGELEHNT"
               ELSE
                   DISPLAY "LAUF '" LAUF-TYP-MERKER "' WURDE "
                           "UNTERBROCHEN - WIRD WIEDERHOLT"
                   MOVE 'J' TO LAUF-STARTEN-OK
               END-IF
           ELSE
               MOVE LAUF-TYP-MERKER TO LAUF-TYP
               MOVE AKT-DATUM TO LAUF-DATUM
               MOVE 'L' TO LAUF-STATUS-KZ
               MOVE SPACES TO LAUF-CHECKPOINT
               MOVE 0 TO LAUF-ANZAHL
               ACCEPT LAUF-STARTZEIT FROM TIME
               MOVE SPACES TO LAUF-ENDEZEIT
               MOVE AKT-BENUTZER TO LAUF-BENUTZER
               WRITE LAUFKONTROLL-SATZ
               IF LAUFKTRL-OK
                   MOVE 'J' TO LAUF-STARTEN-OK
               ELSE
                   DISPLAY "FEHLER BEIM SCHREIBEN DER LAUF"
                           "KONTROLLE: " LAUFKTRL-STATUS
               END-IF
           END-IF.

       LAUFKONTROLLE-BEENDEN.
           MOVE LAUF-TYP-MERKER TO LAUF-TYP
           MOVE AKT-DATUM TO LAUF-DATUM
           MOVE 'B' TO LAUF-STATUS-KZ
           ACCEPT LAUF-ENDEZEIT FROM TIME
           REWRITE LAUFKONTROLL-SATZ
           IF NOT LAUFKTRL-OK
               DISPLAY "FEHLER BEIM ABSCHLIESSEN DER LAUF"
                       "KONTROLLE: " LAUFKTRL-STATUS
           END-IF.

      * LIEFERT JOB-LAUF-ERLEDIGT = 'J', WENN DER LAUF DES TYPS
      * LAUF-TYP-MERKER AM VERARBEITUNGSTAG ABGESCHLOSSEN IST.
       JOB-LAUF-ERLEDIGT-PRUEFEN.
           MOVE 'N' TO JOB-LAUF-ERLEDIGT
           MOVE LAUF-TYP-MERKER TO LAUF-TYP
           MOVE AKT-DATUM TO LAUF-DATUM
           READ LAUFKONTROLL-DATEI
               KEY IS LAUF-SCHLUESSEL
           IF LAUFKTRL-OK AND LAUF-BEENDET
               MOVE 'J' TO JOB-LAUF-ERLEDIGT
           END-IF.

      * ABGEWIESENER SCHRITT ODER JOB (RÜCKKEHRCODE UND TEXT VOM
      * AUFRUFER): SATZ 'A' INS JOBPROTOKOLL, DANN ABBRUCH.
       JOB-ABWEISEN.
           MOVE 0 TO JOB-GELESEN
           MOVE 0 TO JOB-VERARBEITET
           MOVE 0 TO JOB-ABGELEHNT
           MOVE 'A' TO JOB-SATZART
           PERFORM JOB-PROTOKOLL-SCHREIBEN
           MOVE 'J' TO JOB-ABBRUCH
           DISPLAY "JOB ABGEBROCHEN: " JOB-TEXT.

       JOB-PROTOKOLL-SCHREIBEN.
           MOVE SPACES TO JOB-PROTOKOLL-SATZ
           MOVE AKT-DATUM TO JLOG-DATUM
           ACCEPT JLOG-ZEIT FROM TIME
           MOVE JOB-PROGRAMM TO JLOG-PROGRAMM
           MOVE JOB-SCHRITT TO JLOG-SCHRITT
           MOVE JOB-SATZART TO JLOG-ART
           MOVE JOB-GELESEN TO JLOG-GELESEN
           MOVE JOB-VERARBEITET TO JLOG-VERARBEITET
           MOVE JOB-ABGELEHNT TO JLOG-ABGELEHNT
           MOVE JOB-RC TO JLOG-RC
           MOVE AKT-BENUTZER TO JLOG-BENUTZER
           MOVE JOB-TEXT TO JLOG-TEXT
           WRITE JOB-PROTOKOLL-SATZ
           IF NOT JOBLOG-OK
               DISPLAY "FEHLER BEIM SCHREIBEN DES JOBPROTOKOLLS: "
                       JOBLOG-STATUS
               MOVE 12 TO JOB-HOECHST-RC
               MOVE 'J' TO JOB-ABBRUCH
           END-IF
           IF JOB-RC > JOB-HOECHST-RC
               MOVE JOB-RC TO JOB-HOECHST-RC
           END-IF.

      * ERMITTELT DIE NÄCHSTE FREIE BESTELLNUMMER ALS HÖCHSTE
      * VORHANDENE NUMMER PLUS EINS.
       NAECHSTE-BESTELLNUMMER.
           DISPLAY "B - BESTANDSBUCHUNG"
           DISPLAY "I - INVENTUR (EINZELARTIKEL)"
           DISPLAY "V - VOLLINVENTUR (GESAMTER BESTAND)"
           DISPLAY "Z - ZYKLISCHE INVENTUR (NACH ABC-KLASSE)"
           DISPLAY "D - BERICHTE DRUCKEN"
           DISPLAY "E - BESTELLWESEN"
           DISPLAY "R - RESERVIERUNGEN"
           DISPLAY "F - LIEFERANT ANLEGEN/ÄNDERN"
           DISPLAY "U - KUNDE ANLEGEN/ÄNDERN"
           DISPLAY "O - OFFENE POSTEN / MAHNWESEN"
           DISPLAY "K - KOSTENSTELLE ANLEGEN/ÄNDERN"
           DISPLAY "X - PROGRAMM BEENDEN"
           DISPLAY " "
               WHEN INVENTUR-STARTEN PERFORM INVENTUR-DURCHFUEHREN
               WHEN VOLLINVENTUR-STARTEN
                   PERFORM VOLLINVENTUR-DURCHFUEHREN
               WHEN ZYKLUSINVENTUR-STARTEN
                   PERFORM ZYKLUSINVENTUR-DURCHFUEHREN
               WHEN BERICHT-DRUCKEN  PERFORM BERICHTSMENU
               WHEN WAHL-BESTELLWESEN PERFORM BESTELLMENU
               WHEN WAHL-RESERVIERUNGEN PERFORM RESERVIERUNGSMENU
               WHEN WAHL-LIEFERANTEN PERFORM LIEFERANT-PFLEGEN
               WHEN WAHL-KUNDEN      PERFORM KUNDE-PFLEGEN
               WHEN WAHL-OFFENE-POSTEN PERFORM OFFENE-POSTEN-MENU
               WHEN WAHL-KOSTENSTELLEN PERFORM KOSTENSTELLE-PFLEGEN
               WHEN PROGRAMM-BEENDEN CONTINUE
               WHEN OTHER           DISPLAY "UNGÜLTIGE EINGABE"
               MOVE 'A' TO ART-STATUS
               MOVE 0 TO ART-AKTUELLER-BESTAND
               MOVE AKT-DATUM TO ART-LETZTE-AENDERUNG
               MOVE SPACE TO ART-ABC-KLASSE
               MOVE SPACE TO ART-XYZ-KLASSE
               MOVE SPACES TO ART-LETZTE-ZAEHLUNG
               PERFORM ART-LAGERPLAETZE-LOESCHEN
               WRITE ARTIKEL-SATZ
               IF DATEI-OK
           ACCEPT ART-MWST-SATZ
           DISPLAY "HERSTELLER: " WITH NO ADVANCING
           ACCEPT ART-HERSTELLER
           DISPLAY "CHARGENPFLICHT MIT MHD (J/N): " WITH NO ADVANCING
           ACCEPT ART-CHARGENPFLICHT
           IF ART-CHARGENPFLICHT NOT = 'J'
               MOVE 'N' TO ART-CHARGENPFLICHT
           END-IF
      * DER LIEFERANT WIRD ALS NUMMER ERFASST UND WIE DIE
      * KOSTENSTELLEN GEGEN DEN STAMM GEPRÜFT; MIT '*' BRICHT DER
      * BEDIENER DIE ARTIKELPFLEGE AB (LIEF-GEPRUEFT = 'A',
               DISPLAY "FEHLER BEIM ANLEGEN: " LIEFER-STATUS
           END-IF.

      * LEGT EINEN KUNDEN AN ODER ÄNDERT STAMMDATEN, KREDITLIMIT
      * UND SPERRE EINES VORHANDENEN (VORBILD LIEFERANT-PFLEGEN).
       KUNDE-PFLEGEN.
           DISPLAY " "
           DISPLAY "KUNDE ANLEGEN/ÄNDERN"
           DISPLAY "===================="
           DISPLAY "KUNDENNUMMER: " WITH NO ADVANCING
           ACCEPT KUNDNR-EINGABE
           IF KUNDNR-EINGABE = SPACES
               DISPLAY "KUNDENNUMMER MUSS ANGEGEBEN WERDEN"
               EXIT PARAGRAPH
           END-IF
           MOVE KUNDNR-EINGABE TO KUND-NUMMER
           READ KUNDEN-DATEI
               KEY IS KUND-NUMMER
           IF KUNDEN-OK
               PERFORM KUNDE-AENDERN
           ELSE
               PERFORM KUNDE-NEU-ANLEGEN
           END-IF.

       KUNDE-AENDERN.
           DISPLAY "NAME:         " KUND-NAME
           DISPLAY "STRASSE:      " KUND-STRASSE
           DISPLAY "PLZ/ORT:      " KUND-PLZ " " KUND-ORT
           DISPLAY "ZAHLUNGSZIEL: " KUND-ZAHLUNGSZIEL " TAGE"
           DISPLAY "KREDITLIMIT:  " KUND-KREDITLIMIT
           DISPLAY "STATUS:       " KUND-STATUS-KZ
                   " SPERRGRUND: " KUND-SPERRGRUND
                   " SEIT: " KUND-SPERRDATUM
           DISPLAY "NEUER NAME (LEER = UNVERÄNDERT): "
                   WITH NO ADVANCING
           ACCEPT KUND-NAME-EINGABE
           IF KUND-NAME-EINGABE NOT = SPACES
               MOVE KUND-NAME-EINGABE TO KUND-NAME
           END-IF
           DISPLAY "NEUE STRASSE (LEER = UNVERÄNDERT): "
                   WITH NO ADVANCING
           ACCEPT KUND-STRASSE-EINGABE
           IF KUND-STRASSE-EINGABE NOT = SPACES
               MOVE KUND-STRASSE-EINGABE TO KUND-STRASSE
           END-IF
           DISPLAY "NEUE PLZ (LEER = UNVERÄNDERT): "
                   WITH NO ADVANCING
           ACCEPT KUND-PLZ-EINGABE
           IF KUND-PLZ-EINGABE NOT = SPACES
               MOVE KUND-PLZ-EINGABE TO KUND-PLZ
           END-IF
           DISPLAY "NEUER ORT (LEER = UNVERÄNDERT): "
                   WITH NO ADVANCING
           ACCEPT KUND-ORT-EINGABE
           IF KUND-ORT-EINGABE NOT = SPACES
               MOVE KUND-ORT-EINGABE TO KUND-ORT
           END-IF
           DISPLAY "NEUES ZAHLUNGSZIEL (0 = UNVERÄNDERT): "
                   WITH NO ADVANCING
           ACCEPT KUND-ZIEL-EINGABE
           IF KUND-ZIEL-EINGABE > 0
               MOVE KUND-ZIEL-EINGABE TO KUND-ZAHLUNGSZIEL
           END-IF
           DISPLAY "NEUES KREDITLIMIT (0 = UNVERÄNDERT): "
                   WITH NO ADVANCING
           ACCEPT KUND-LIMIT-EINGABE
           IF KUND-LIMIT-EINGABE > 0
               MOVE KUND-LIMIT-EINGABE TO KUND-KREDITLIMIT
           END-IF
      * EINE HANDSPERRE WIRD MIT GRUND 'H' GEFÜHRT; DIE FREIGABE
      * HEBT AUCH EINE SPERRE AUS DEM MAHNLAUF AUF.
           DISPLAY "NEUER STATUS (A=AKTIV, G=GESPERRT, "
                   "LEER = UNVERÄNDERT): " WITH NO ADVANCING
           ACCEPT KUND-STATUS-EINGABE
           EVALUATE KUND-STATUS-EINGABE
               WHEN 'A'
                   MOVE 'A' TO KUND-STATUS-KZ
                   MOVE SPACE TO KUND-SPERRGRUND
                   MOVE SPACES TO KUND-SPERRDATUM
               WHEN 'G'
                   IF NOT KUND-GESPERRT
                       MOVE 'G' TO KUND-STATUS-KZ
                       MOVE 'H' TO KUND-SPERRGRUND
                       MOVE AKT-DATUM TO KUND-SPERRDATUM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           REWRITE KUNDEN-SATZ
           IF KUNDEN-OK
               DISPLAY "KUNDE GEÄNDERT"
           ELSE
               DISPLAY "FEHLER BEIM SPEICHERN: " KUNDEN-STATUS
           END-IF.

       KUNDE-NEU-ANLEGEN.
           DISPLAY "NAME: " WITH NO ADVANCING
           ACCEPT KUND-NAME-EINGABE
           IF KUND-NAME-EINGABE = SPACES
               DISPLAY "NAME MUSS ANGEGEBEN WERDEN"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "STRASSE: " WITH NO ADVANCING
           ACCEPT KUND-STRASSE-EINGABE
           DISPLAY "PLZ: " WITH NO ADVANCING
           ACCEPT KUND-PLZ-EINGABE
           DISPLAY "ORT: " WITH NO ADVANCING
           ACCEPT KUND-ORT-EINGABE
           DISPLAY "ZAHLUNGSZIEL (TAGE): " WITH NO ADVANCING
           ACCEPT KUND-ZIEL-EINGABE
           DISPLAY "KREDITLIMIT (0 = OHNE LIMIT): " WITH NO ADVANCING
           ACCEPT KUND-LIMIT-EINGABE
           MOVE KUNDNR-EINGABE TO KUND-NUMMER
           MOVE KUND-NAME-EINGABE TO KUND-NAME
           MOVE KUND-STRASSE-EINGABE TO KUND-STRASSE
           MOVE KUND-PLZ-EINGABE TO KUND-PLZ
           MOVE KUND-ORT-EINGABE TO KUND-ORT
           MOVE KUND-ZIEL-EINGABE TO KUND-ZAHLUNGSZIEL
           MOVE KUND-LIMIT-EINGABE TO KUND-KREDITLIMIT
           MOVE 'A' TO KUND-STATUS-KZ
           MOVE SPACE TO KUND-SPERRGRUND
           MOVE SPACES TO KUND-SPERRDATUM
           WRITE KUNDEN-SATZ
           IF KUNDEN-OK
               DISPLAY "KUNDE ANGELEGT"
           ELSE
               DISPLAY "FEHLER BEIM ANLEGEN: " KUNDEN-STATUS
           END-IF.

      * NIMMT BEI DER KUNDENLIEFERUNG DIE KUNDENNUMMER ENTGEGEN;
      * WIRD WIEDERHOLT, BIS EIN LIEFERFÄHIGER KUNDE ANGEGEBEN
      * IST ODER DER BEDIENER MIT '*' ABBRICHT (KUND-GEPRUEFT =
      * 'A', VORBILD KOSTENSTELLE-ERFASSEN).
       KUNDE-ERFASSEN.
           DISPLAY "KUNDE (NUMMER, * = ABBRUCH): " WITH NO ADVANCING
           ACCEPT KUNDNR-EINGABE
           IF KUNDNR-EINGABE = '*'
               MOVE 'A' TO KUND-GEPRUEFT
           ELSE
               PERFORM KUNDE-PRUEFEN
           END-IF.

      * PRÜFT KUNDNR-EINGABE GEGEN DEN KUNDENSTAMM UND LIEFERT
      * KUND-GEPRUEFT ('J'/'N'). GESPERRTE KUNDEN WERDEN
      * ABGEWIESEN. BEI ERFOLG STEHT DER KUNDEN-SATZ IM PUFFER UND
      * DER OFFENE SALDO DES KUNDEN IN KUND-OFFENER-SALDO.
       KUNDE-PRUEFEN.
           MOVE 'N' TO KUND-GEPRUEFT
           IF KUNDNR-EINGABE = SPACES
               DISPLAY "KUNDE MUSS ANGEGEBEN WERDEN"
               EXIT PARAGRAPH
           END-IF
           MOVE KUNDNR-EINGABE TO KUND-NUMMER
           READ KUNDEN-DATEI
               KEY IS KUND-NUMMER
           IF NOT KUNDEN-OK
               DISPLAY "KUNDE " KUNDNR-EINGABE " NICHT VORHANDEN"
               EXIT PARAGRAPH
           END-IF
           IF KUND-GESPERRT
               IF KUND-SPERRE-MAHNUNG
                   DISPLAY "KUNDE " KUNDNR-EINGABE " IST GESPERRT "
                           "(LIEFERSPERRE AUS MAHNLAUF SEIT "
                           KUND-SPERRDATUM ")"
               ELSE
                   DISPLAY "KUNDE " KUNDNR-EINGABE " IST GESPERRT"
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM KUNDE-SALDO-ERMITTELN
           DISPLAY "KUNDE: " KUND-NAME
           DISPLAY "OFFENE POSTEN: " KUND-OFFENER-SALDO
                   " KREDITLIMIT: " KUND-KREDITLIMIT
           MOVE 'J' TO KUND-GEPRUEFT.

      * SUMMIERT DIE OFFENEN BETRÄGE ALLER NICHT ERLEDIGTEN POSTEN
      * DES KUNDEN IN KUND-NUMMER ÜBER DEN KUNDENSCHLÜSSEL DER
      * OP-DATEI NACH KUND-OFFENER-SALDO.
       KUNDE-SALDO-ERMITTELN.
           MOVE 0 TO KUND-OFFENER-SALDO
           MOVE KUND-NUMMER TO OP-KUNDE
           START OFFENE-POSTEN-DATEI
               KEY IS GREATER THAN OR EQUAL OP-KUNDE
           IF OFFPOST-OK
               PERFORM KUNDE-SALDO-SATZ
                   UNTIL NOT OFFPOST-OK
           END-IF
           MOVE SPACES TO OFFPOST-STATUS.

       KUNDE-SALDO-SATZ.
           READ OFFENE-POSTEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF OFFPOST-OK
               IF OP-KUNDE NOT = KUND-NUMMER
                   MOVE '10' TO OFFPOST-STATUS
               ELSE
                   IF NOT OP-ERLEDIGT
                       COMPUTE KUND-OFFENER-SALDO = KUND-OFFENER-SALDO
                           + OP-BETRAG - OP-BEZAHLT
                   END-IF
               END-IF
           END-IF.

       ARTIKEL-AENDERN.
           DISPLAY " "
           DISPLAY "ARTIKELDATEN ÄNDERN"
           DISPLAY " "
           DISPLAY "BESTANDSBUCHUNG"
           DISPLAY "==============="
           DISPLAY "EINGANG (E), AUSGANG (A), UMLAGERUNG (U), "
                   "KUNDENLIEFERUNG (V),"
           DISPLAY "KUNDENRETOURE (R) ODER LIEFERANTENRETOURE (S): "
                   WITH NO ADVANCING
           ACCEPT BEW-TYP-EINGABE
      * DIE BEDINGUNGSNAMEN EINGANG/AUSGANG LIEGEN AUF BEW-TYP IM
      * SATZPUFFER, DESHALB WIRD DIE EINGABE ZUERST DORTHIN GESTELLT.
           MOVE BEW-TYP-EINGABE TO BEW-TYP
           MOVE SPACES TO BEW-CHARGE-EINGABE
           IF UMLAGERUNG
               PERFORM UMLAGERUNG-BUCHEN
               EXIT PARAGRAPH
               PERFORM KUNDENLIEFERUNG-BUCHEN
               EXIT PARAGRAPH
           END-IF
           IF KUNDENRETOURE
               PERFORM KUNDENRETOURE-BUCHEN
               EXIT PARAGRAPH
           END-IF
           IF LIEFERANTENRETOURE
               PERFORM LIEFERANTENRETOURE-BUCHEN
               EXIT PARAGRAPH
           END-IF
           IF EINGANG OR AUSGANG
               PERFORM ARTIKEL-SUCHEN
               IF DATEN-GEFUNDEN = 'J'
                               END-IF
                           END-IF
                       END-IF
      * CHARGENPFLICHTIGE ARTIKEL: CHARGE UND MHD BEIM EINGANG,
      * FEFO-VORSCHLAG BEIM AUSGANG.
                       IF ART-MIT-CHARGE
                           IF EINGANG
                               PERFORM CHARGE-EINGANG-ERFASSEN
                           ELSE
                               PERFORM CHARGE-AUSGANG-WAEHLEN
                           END-IF
                           IF CHG-GEPRUEFT NOT = 'J'
                               DISPLAY "BUCHUNG ABGEBROCHEN"
                               EXIT PARAGRAPH
                           END-IF
                       END-IF
                       IF EINGANG
                           PERFORM DURCHSCHNITTS-EK-FORTSCHREIBEN
                           ADD BEW-MENGE-EINGABE
                           DISPLAY "BUCHUNG ERFOLGREICH"
                           DISPLAY "NEUER BESTAND: "
                                   ART-AKTUELLER-BESTAND
                           IF ART-MIT-CHARGE
                               IF EINGANG
                                   PERFORM CHARGE-ZUGANG-BUCHEN
                               ELSE
                                   PERFORM CHARGE-ABGANG-BUCHEN
                               END-IF
                           END-IF
                           PERFORM BEWEGUNG-PROTOKOLLIEREN
                           IF EINGANG
                               AND BEW-REF-EINGABE NOT = SPACES
                       BEW-LAGERORT-EINGABE
               EXIT PARAGRAPH
           END-IF
           IF ART-MIT-CHARGE
               PERFORM CHARGE-AUSGANG-WAEHLEN
               IF CHG-GEPRUEFT NOT = 'J'
                   DISPLAY "UMLAGERUNG ABGEBROCHEN"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM LAGERORT-MENGE-AUSBUCHEN
      * DIE LAGERPLATZ-ROUTINEN ARBEITEN AUF BEW-LAGERORT-EINGABE,
      * FÜR DAS EINBUCHEN AM ZIELPLATZ WIRD DESHALB KURZ GETAUSCHT.
           REWRITE ARTIKEL-SATZ
           IF DATEI-OK
               DISPLAY "UMLAGERUNG GEBUCHT"
               IF ART-MIT-CHARGE
                   PERFORM CHARGE-UMLAGERN
               END-IF
               MOVE 0 TO BEW-PREIS-EINGABE
               MOVE SPACES TO BEW-REF-EINGABE
               MOVE SPACES TO BEW-KST-EINGABE
      * DRUCKT ANSCHLIESSEND LIEFERSCHEIN UND RECHNUNG MIT
      * GEMEINSAMER BELEGNUMMER ÜBER DIE BERICHTSDATEI. DIE
      * BELEGNUMMER STEHT ALS REFERENZ AUF JEDER BEWEGUNG.
      * DER KUNDE KOMMT AUS DEM KUNDENSTAMM; GESPERRTE KUNDEN
      * WERDEN ABGEWIESEN, POSITIONEN ÜBER DAS KREDITLIMIT HINAUS
      * NICHT GEBUCHT.
       KUNDENLIEFERUNG-BUCHEN.
           DISPLAY " "
           DISPLAY "KUNDENLIEFERUNG"
           DISPLAY "==============="
           MOVE 'N' TO KUND-GEPRUEFT
           PERFORM KUNDE-ERFASSEN
               UNTIL KUND-GEPRUEFT = 'J' OR KUND-GEPRUEFT = 'A'
           IF KUND-GEPRUEFT = 'A'
               DISPLAY "LIEFERUNG ABGEBROCHEN"
               EXIT PARAGRAPH
           END-IF
           MOVE KUND-NUMMER TO LIEF-KUNDE-NR
           MOVE KUND-NAME TO LIEF-KUNDE-NAME
           MOVE KUND-STRASSE TO LIEF-KUNDE-STRASSE
           MOVE SPACES TO LIEF-KUNDE-ORT
           STRING KUND-PLZ DELIMITED BY SPACE
               " " KUND-ORT DELIMITED BY SIZE
               INTO LIEF-KUNDE-ORT
           MOVE KUND-ZAHLUNGSZIEL TO LIEF-KUNDE-ZIEL
           MOVE KUND-KREDITLIMIT TO LIEF-KUNDE-LIMIT
           MOVE KUND-OFFENER-SALDO TO LIEF-KUNDE-OFFEN
           MOVE 0 TO LIEF-KREDIT-BELASTUNG
           MOVE NAECHSTE-BELEG-NR TO LIEF-BELEG-NR
           MOVE 0 TO LIEF-POS-ANZAHL
           MOVE 'J' TO LIEF-WEITER
      * UND BEWEGUNG PROTOKOLLIEREN. ERST NACH ERFOLGREICHER
      * BUCHUNG WANDERT DIE POSITION IN DIE BELEGTABELLE.
       LIEFERPOSITION-ERFASSEN.
           MOVE SPACES TO BEW-CHARGE-EINGABE
           PERFORM ARTIKEL-SUCHEN
           IF DATEN-GEFUNDEN = 'J'
               DISPLAY "ARTIKEL: " ART-BEZEICHNUNG
                       " MWST: " ART-MWST-SATZ
               DISPLAY "MENGE: " WITH NO ADVANCING
               ACCEPT BEW-MENGE-EINGABE
      * DAS KREDITLIMIT (0 = OHNE LIMIT) GILT FÜR OFFENE POSTEN
      * PLUS BRUTTOWERT DER BISHER GEBUCHTEN UND DIESER POSITION.
               COMPUTE LIEF-POS-BRUTTO ROUNDED =
                   BEW-MENGE-EINGABE * ART-PREIS
                   * (100 + ART-MWST-SATZ) / 100
               COMPUTE LIEF-KREDIT-SUMME = LIEF-KUNDE-OFFEN
                   + LIEF-KREDIT-BELASTUNG + LIEF-POS-BRUTTO
               EVALUATE TRUE
                   WHEN BEW-MENGE-EINGABE <= 0
                       DISPLAY "MENGE MUSS POSITIV SEIN"
                   WHEN BEW-MENGE-EINGABE > VERFUEGBARE-MENGE
                       DISPLAY "NICHT GENUG VERFÜGBARER BESTAND "
                               "(RESERVIERT: " RESERVIERTE-MENGE ")"
                   WHEN LIEF-KUNDE-LIMIT > 0
                       AND LIEF-KREDIT-SUMME > LIEF-KUNDE-LIMIT
                       DISPLAY "KREDITLIMIT ÜBERSCHRITTEN - "
                               "POSITION ABGELEHNT (OFFEN: "
                               LIEF-KUNDE-OFFEN ")"
                   WHEN OTHER
                       PERFORM LIEFERPOSITION-BUCHEN
               END-EVALUATE
                       BEW-LAGERORT-EINGABE
               EXIT PARAGRAPH
           END-IF
           IF ART-MIT-CHARGE
               PERFORM CHARGE-AUSGANG-WAEHLEN
               IF CHG-GEPRUEFT NOT = 'J'
                   DISPLAY "POSITION NICHT GEBUCHT"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SUBTRACT BEW-MENGE-EINGABE FROM ART-AKTUELLER-BESTAND
           PERFORM LAGERORT-MENGE-AUSBUCHEN
           MOVE AKT-DATUM TO ART-LETZTE-AENDERUNG
               DISPLAY "FEHLER BEIM SPEICHERN: " ARTIKEL-STATUS
               EXIT PARAGRAPH
           END-IF
           IF ART-MIT-CHARGE
               PERFORM CHARGE-ABGANG-BUCHEN
           END-IF
           ADD 1 TO LIEF-POS-ANZAHL
           MOVE ARTIKEL-EINGABE
               TO LIEF-POS-ARTIKEL (LIEF-POS-ANZAHL)
           MOVE ART-EINHEIT TO LIEF-POS-EINHEIT (LIEF-POS-ANZAHL)
           MOVE ART-PREIS TO LIEF-POS-PREIS (LIEF-POS-ANZAHL)
           MOVE ART-MWST-SATZ TO LIEF-POS-MWST (LIEF-POS-ANZAHL)
           MOVE BEW-CHARGE-EINGABE
               TO LIEF-POS-CHARGE (LIEF-POS-ANZAHL)
           MOVE ART-PREIS TO BEW-PREIS-EINGABE
           MOVE SPACES TO BEW-REF-EINGABE
           MOVE LIEF-BELEG-NR TO BEW-REF-EINGABE (1:8)
           STRING "KUNDENLIEFERUNG " LIEF-KUNDE-NAME
               DELIMITED BY SIZE INTO BEW-BEM-EINGABE
           PERFORM BEWEGUNG-PROTOKOLLIEREN
           ADD LIEF-POS-BRUTTO TO LIEF-KREDIT-BELASTUNG
           DISPLAY "POSITION GEBUCHT, NEUER BESTAND: "
                   ART-AKTUELLER-BESTAND.

               " " LIEF-POS-EINHEIT (LIEF-POS-INDEX)
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           ADD 1 TO ZEILENZAHL
           IF LIEF-POS-CHARGE (LIEF-POS-INDEX) NOT = SPACES
               MOVE SPACES TO BER-ZEILE-2
               STRING "    CHARGE " LIEF-POS-CHARGE (LIEF-POS-INDEX)
                   DELIMITED BY SIZE INTO BER-ZEILE-2
               WRITE BERICHT-ZEILE FROM BER-ZEILE-2
               ADD 1 TO ZEILENZAHL
           END-IF.

      * RECHNUNG ZUM BELEG: POSITIONEN ZUM VK-PREIS, NETTOSUMMEN
      * JE MWST-SATZ, STEUERBETRÄGE UND BRUTTOSUMME.
           STRING "RECHNUNGSBETRAG: " LIEF-BRUTTO-SUMME
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           PERFORM OFFENEN-POSTEN-ANLEGEN
           MOVE SPACES TO BER-ZEILE-2
           STRING "KUNDENNUMMER: " LIEF-KUNDE-NR
               "  ZAHLBAR BIS " LIEF-FAELLIG " OHNE ABZUG"
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           PERFORM BERICHTSFUSS.

       BELEG-POSITION-RECHNUNG.
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           ADD 1 TO ZEILENZAHL.

      * KUNDENRETOURE: NIMMT POSITIONEN EINES LIEFERSCHEINS GANZ
      * ODER TEILWEISE ZURÜCK, BUCHT SIE AUF EINEN LAGERPLATZ EIN
      * (BEWEGUNGSART 'R') UND DRUCKT EINE NUMMERIERTE GUTSCHRIFT
      * ZUM VK-PREIS DER LIEFERUNG. DER KUNDE KOMMT AUS DEM OFFENEN
      * POSTEN DER RECHNUNG ZUM LIEFERSCHEIN.
       KUNDENRETOURE-BUCHEN.
           DISPLAY " "
           DISPLAY "KUNDENRETOURE"
           DISPLAY "============="
           DISPLAY "LIEFERSCHEINNUMMER: " WITH NO ADVANCING
           ACCEPT RET-BELEG-EINGABE
           IF RET-BELEG-EINGABE NOT NUMERIC
               DISPLAY "UNGÜLTIGE BELEGNUMMER"
               EXIT PARAGRAPH
           END-IF
           MOVE RET-BELEG-EINGABE TO OP-BELEG-NR
           READ OFFENE-POSTEN-DATEI
               KEY IS OP-BELEG-NR
           IF NOT OFFPOST-OK OR OP-BETRAG < 0
               DISPLAY "ZU BELEG " RET-BELEG-EINGABE
                       " GIBT ES KEINE RECHNUNG"
               MOVE SPACES TO OFFPOST-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE OP-BELEG-NR TO RET-LIEFERSCHEIN
           MOVE OP-KUNDE TO LIEF-KUNDE-NR
           MOVE OP-KUNDE TO KUND-NUMMER
           READ KUNDEN-DATEI
               KEY IS KUND-NUMMER
           IF KUNDEN-OK
               MOVE KUND-NAME TO LIEF-KUNDE-NAME
               MOVE KUND-STRASSE TO LIEF-KUNDE-STRASSE
               MOVE SPACES TO LIEF-KUNDE-ORT
               STRING KUND-PLZ DELIMITED BY SPACE
                   " " KUND-ORT DELIMITED BY SIZE
                   INTO LIEF-KUNDE-ORT
           ELSE
               MOVE SPACES TO LIEF-KUNDE-NAME
               STRING "KUNDE " OP-KUNDE
                   DELIMITED BY SIZE INTO LIEF-KUNDE-NAME
               MOVE SPACES TO LIEF-KUNDE-STRASSE
               MOVE SPACES TO LIEF-KUNDE-ORT
           END-IF
           DISPLAY "KUNDE: " LIEF-KUNDE-NR " " LIEF-KUNDE-NAME
           MOVE NAECHSTE-BELEG-NR TO RET-BELEG-NR
           MOVE 0 TO LIEF-POS-ANZAHL
           MOVE 'J' TO LIEF-WEITER
           PERFORM RETOURENPOSITION-ERFASSEN
               UNTIL LIEF-WEITER NOT = 'J'
           IF LIEF-POS-ANZAHL = 0
               DISPLAY "KEINE POSITIONEN - RETOURE ABGEBROCHEN"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NAECHSTE-BELEG-NR
           PERFORM GUTSCHRIFT-DRUCKEN
           DISPLAY "GUTSCHRIFT " RET-BELEG-NR " ZU LIEFERSCHEIN "
                   RET-LIEFERSCHEIN " WURDE ERSTELLT".

      * ERFASST EINE RETOURENPOSITION. ZURÜCKGENOMMEN WIRD
      * HÖCHSTENS DIE AUF DEM LIEFERSCHEIN GELIEFERTE MENGE
      * ABZÜGLICH FRÜHERER RETOUREN ZUM SELBEN BELEG.
       RETOURENPOSITION-ERFASSEN.
           MOVE SPACES TO BEW-CHARGE-EINGABE
           PERFORM ARTIKEL-SUCHEN
           IF DATEN-GEFUNDEN = 'J'
               PERFORM RETOURE-LIEFERMENGE-ERMITTELN
               COMPUTE RET-MOEGLICH = RET-GELIEFERT - RET-ZURUECK
               IF RET-GELIEFERT = 0
                   DISPLAY "ARTIKEL " ART-NUMMER " WURDE MIT BELEG "
                           RET-LIEFERSCHEIN " NICHT GELIEFERT"
               ELSE
                   DISPLAY "ARTIKEL: " ART-BEZEICHNUNG
                   DISPLAY "GELIEFERT: " RET-GELIEFERT
                           " BEREITS ZURÜCK: " RET-ZURUECK
                           " VK-PREIS: " RET-PREIS
                   DISPLAY "MENGE: " WITH NO ADVANCING
                   ACCEPT BEW-MENGE-EINGABE
                   EVALUATE TRUE
                       WHEN BEW-MENGE-EINGABE <= 0
                           DISPLAY "MENGE MUSS POSITIV SEIN"
                       WHEN BEW-MENGE-EINGABE > RET-MOEGLICH
                           DISPLAY "MEHR ALS GELIEFERT - HÖCHSTENS "
                                   RET-MOEGLICH
                       WHEN OTHER
                           PERFORM RETOURENPOSITION-BUCHEN
                   END-EVALUATE
               END-IF
           END-IF
           IF LIEF-POS-ANZAHL >= 20
               DISPLAY "BELEG VOLL (20 POSITIONEN)"
               MOVE 'N' TO LIEF-WEITER
           ELSE
               DISPLAY "WEITERE POSITION (J/N): " WITH NO ADVANCING
               ACCEPT LIEF-WEITER
           END-IF.

       RETOURENPOSITION-BUCHEN.
           DISPLAY "LAGERORT (LEER = NUR GESAMTBESTAND): "
                   WITH NO ADVANCING
           ACCEPT BEW-LAGERORT-EINGABE
           IF ART-MIT-CHARGE
               PERFORM CHARGE-RUECKNAHME-ERFASSEN
               IF CHG-GEPRUEFT NOT = 'J'
                   DISPLAY "POSITION NICHT GEBUCHT"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD BEW-MENGE-EINGABE TO ART-AKTUELLER-BESTAND
           PERFORM LAGERORT-MENGE-BUCHEN
           MOVE AKT-DATUM TO ART-LETZTE-AENDERUNG
           REWRITE ARTIKEL-SATZ
           IF NOT DATEI-OK
               DISPLAY "FEHLER BEIM SPEICHERN: " ARTIKEL-STATUS
               EXIT PARAGRAPH
           END-IF
           IF ART-MIT-CHARGE
               PERFORM CHARGE-ZUGANG-BUCHEN
           END-IF
           ADD 1 TO LIEF-POS-ANZAHL
           MOVE ART-NUMMER TO LIEF-POS-ARTIKEL (LIEF-POS-ANZAHL)
           MOVE ART-BEZEICHNUNG TO LIEF-POS-BEZ (LIEF-POS-ANZAHL)
           MOVE BEW-MENGE-EINGABE
               TO LIEF-POS-MENGE (LIEF-POS-ANZAHL)
           MOVE ART-EINHEIT TO LIEF-POS-EINHEIT (LIEF-POS-ANZAHL)
           MOVE RET-PREIS TO LIEF-POS-PREIS (LIEF-POS-ANZAHL)
           MOVE ART-MWST-SATZ TO LIEF-POS-MWST (LIEF-POS-ANZAHL)
           MOVE BEW-CHARGE-EINGABE
               TO LIEF-POS-CHARGE (LIEF-POS-ANZAHL)
           MOVE ART-NUMMER TO ARTIKEL-EINGABE
           MOVE RET-PREIS TO BEW-PREIS-EINGABE
           MOVE SPACES TO BEW-REF-EINGABE
           MOVE RET-LIEFERSCHEIN TO BEW-REF-EINGABE (1:8)
           MOVE RET-BELEG-NR TO BEW-REF-EINGABE (9:8)
           MOVE SPACES TO BEW-KST-EINGABE
           MOVE SPACES TO BEW-PROJ-EINGABE
           MOVE SPACES TO BEW-BEM-EINGABE
           STRING "KUNDENRETOURE " LIEF-KUNDE-NAME
               DELIMITED BY SIZE INTO BEW-BEM-EINGABE
           PERFORM BEWEGUNG-PROTOKOLLIEREN
           DISPLAY "POSITION GEBUCHT, NEUER BESTAND: "
                   ART-AKTUELLER-BESTAND.

      * SUMMIERT ÜBER DEN ARTIKELSCHLÜSSEL DER BEWEGUNGEN DIE MIT
      * LIEFERSCHEIN RET-LIEFERSCHEIN GELIEFERTE ('V') UND BEREITS
      * ZURÜCKGENOMMENE ('R') MENGE DES ARTIKELS. VK-PREIS UND
      * CHARGE KOMMEN AUS DER LIEFERBEWEGUNG.
       RETOURE-LIEFERMENGE-ERMITTELN.
           MOVE 0 TO RET-GELIEFERT
           MOVE 0 TO RET-ZURUECK
           MOVE 0 TO RET-PREIS
           MOVE SPACES TO RET-CHARGE
           MOVE ART-NUMMER TO BEW-ARTIKEL
           START LAGERBEWEGUNGEN
               KEY IS GREATER THAN OR EQUAL BEW-ARTIKEL
           IF BEWEGUNG-OK
               PERFORM RETOURE-BEWEGUNG-PRUEFEN
                   UNTIL BEWEGUNG-EOF
           END-IF
           MOVE SPACES TO BEWEGUNG-STATUS.

       RETOURE-BEWEGUNG-PRUEFEN.
           READ LAGERBEWEGUNGEN NEXT RECORD
               AT END CONTINUE
           END-READ
           IF BEWEGUNG-EOF
               EXIT PARAGRAPH
           END-IF
           IF BEW-ARTIKEL NOT = ART-NUMMER
               MOVE '10' TO BEWEGUNG-STATUS
               EXIT PARAGRAPH
           END-IF
           IF BEW-REFERENZ (1:8) = RET-LIEFERSCHEIN
               IF LIEFERUNG
                   ADD BEW-MENGE TO RET-GELIEFERT
                   MOVE BEW-PREIS TO RET-PREIS
                   MOVE BEW-CHARGE TO RET-CHARGE
               END-IF
               IF KUNDENRETOURE
                   ADD BEW-MENGE TO RET-ZURUECK
               END-IF
           END-IF.

      * GUTSCHRIFT ZUR KUNDENRETOURE, AUFGEBAUT WIE DIE RECHNUNG
      * (POSITIONEN, NETTO, MWST JE SATZ, BRUTTO).
       GUTSCHRIFT-DRUCKEN.
           MOVE 0 TO LIEF-NETTO-SUMME
           MOVE 0 TO LIEF-BRUTTO-SUMME
           MOVE 0 TO LIEF-SATZ-ANZAHL
           MOVE 'N' TO LIEF-MWST-UEBERLAUF
           PERFORM BERICHTSKOPF
           MOVE SPACES TO BER-ZEILE-2
           STRING "GUTSCHRIFT NR. " RET-BELEG-NR
               " VOM " AKT-DATUM
               " ZU LIEFERSCHEIN/RECHNUNG NR. " RET-LIEFERSCHEIN
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           PERFORM BELEG-KUNDE-DRUCKEN
           PERFORM BELEG-POSITION-RECHNUNG
               VARYING LIEF-POS-INDEX FROM 1 BY 1
               UNTIL LIEF-POS-INDEX > LIEF-POS-ANZAHL
           MOVE SPACES TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           STRING "NETTOSUMME: " LIEF-NETTO-SUMME
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           ADD LIEF-NETTO-SUMME TO LIEF-BRUTTO-SUMME
           PERFORM BELEG-MWST-DRUCKEN
               VARYING LIEF-SATZ-INDEX FROM 1 BY 1
               UNTIL LIEF-SATZ-INDEX > LIEF-SATZ-ANZAHL
           IF LIEF-MWST-UEBERLAUF = 'J'
               MOVE "HINWEIS: MEHR ALS 5 MWST-SÄTZE - STEUER- UND"
                   TO BER-ZEILE-2
               WRITE BERICHT-ZEILE FROM BER-ZEILE-2
               MOVE "BRUTTOAUSWEIS UNVOLLSTÄNDIG, BELEG PRÜFEN"
                   TO BER-ZEILE-2
               WRITE BERICHT-ZEILE FROM BER-ZEILE-2
               ADD 2 TO ZEILENZAHL
           END-IF
           MOVE SPACES TO BER-ZEILE-2
           STRING "GUTSCHRIFTSBETRAG: " LIEF-BRUTTO-SUMME
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           PERFORM GUTSCHRIFT-POSTEN-ANLEGEN
           MOVE SPACES TO BER-ZEILE-2
           IF RET-VERRECHNET > 0
               STRING "VERRECHNET MIT RECHNUNG " RET-LIEFERSCHEIN
                   ": " RET-VERRECHNET
                   DELIMITED BY SIZE INTO BER-ZEILE-2
               WRITE BERICHT-ZEILE FROM BER-ZEILE-2
               MOVE SPACES TO BER-ZEILE-2
           END-IF
           IF RET-VERRECHNET < LIEF-BRUTTO-SUMME
               COMPUTE RET-WERT-REST =
                   LIEF-BRUTTO-SUMME - RET-VERRECHNET
               STRING "GUTHABEN AUF IHREM KUNDENKONTO "
                   LIEF-KUNDE-NR ": " RET-WERT-REST
                   DELIMITED BY SIZE INTO BER-ZEILE-2
               WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           END-IF
           PERFORM BERICHTSFUSS.

      * VERRECHNET DIE GUTSCHRIFT MIT DEM NOCH OFFENEN BETRAG DER
      * RECHNUNG (AUSGLEICH ÜBER OP-BEZAHLT) UND LEGT DIE
      * GUTSCHRIFT ALS POSTEN MIT NEGATIVEM BETRAG AN. EIN NICHT
      * VERRECHNETER REST BLEIBT DORT ALS GUTHABEN OFFEN UND
      * MINDERT DEN SALDO DES KUNDEN.
       GUTSCHRIFT-POSTEN-ANLEGEN.
           MOVE 0 TO RET-VERRECHNET
           MOVE RET-LIEFERSCHEIN TO OP-BELEG-NR
           READ OFFENE-POSTEN-DATEI
               KEY IS OP-BELEG-NR
           IF OFFPOST-OK AND NOT OP-ERLEDIGT
               COMPUTE OP-RESTBETRAG = OP-BETRAG - OP-BEZAHLT
               IF OP-RESTBETRAG > LIEF-BRUTTO-SUMME
                   MOVE LIEF-BRUTTO-SUMME TO RET-VERRECHNET
               ELSE
                   MOVE OP-RESTBETRAG TO RET-VERRECHNET
               END-IF
               ADD RET-VERRECHNET TO OP-BEZAHLT
               IF OP-BEZAHLT >= OP-BETRAG
                   MOVE 'E' TO OP-STATUS-KZ
               ELSE
                   MOVE 'T' TO OP-STATUS-KZ
               END-IF
               REWRITE OFFENE-POSTEN-SATZ
               IF NOT OFFPOST-OK
                   DISPLAY "FEHLER BEIM AUSGLEICH DER RECHNUNG "
                           RET-LIEFERSCHEIN ": " OFFPOST-STATUS
                   MOVE 0 TO RET-VERRECHNET
               END-IF
           END-IF
           MOVE RET-BELEG-NR TO OP-BELEG-NR
           MOVE LIEF-KUNDE-NR TO OP-KUNDE
           MOVE AKT-DATUM TO OP-BELEGDATUM
           MOVE AKT-DATUM TO OP-FAELLIG
           COMPUTE OP-BETRAG = 0 - LIEF-BRUTTO-SUMME
           COMPUTE OP-BEZAHLT = 0 - RET-VERRECHNET
           MOVE 0 TO OP-MAHNSTUFE
           MOVE SPACES TO OP-LETZTE-MAHNUNG
           IF RET-VERRECHNET >= LIEF-BRUTTO-SUMME
               MOVE 'E' TO OP-STATUS-KZ
           ELSE
               MOVE 'O' TO OP-STATUS-KZ
           END-IF
           WRITE OFFENE-POSTEN-SATZ
           IF NOT OFFPOST-OK
               DISPLAY "FEHLER BEIM ANLEGEN DES POSTENS ZUR "
                       "GUTSCHRIFT " RET-BELEG-NR ": " OFFPOST-STATUS
           END-IF.

      * LEGT ZUR GERADE GEDRUCKTEN RECHNUNG DEN OFFENEN POSTEN AN:
      * BELEGNUMMER, KUNDE, BRUTTOBETRAG UND FÄLLIGKEIT (RECHNUNGS-
      * DATUM PLUS ZAHLUNGSZIEL DES KUNDEN, ERGEBNIS AUCH IN
      * LIEF-FAELLIG FÜR DEN RECHNUNGSDRUCK).
       OFFENEN-POSTEN-ANLEGEN.
           MOVE AKT-DATUM TO OP-DATUM-NUMERISCH
           COMPUTE OP-TAG-BEZUG =
               FUNCTION INTEGER-OF-DATE(OP-DATUM-NUMERISCH)
           ADD LIEF-KUNDE-ZIEL TO OP-TAG-BEZUG
           COMPUTE OP-DATUM-NUMERISCH =
               FUNCTION DATE-OF-INTEGER(OP-TAG-BEZUG)
           MOVE OP-DATUM-NUMERISCH TO LIEF-FAELLIG
           MOVE LIEF-BELEG-NR TO OP-BELEG-NR
           MOVE LIEF-KUNDE-NR TO OP-KUNDE
           MOVE AKT-DATUM TO OP-BELEGDATUM
           MOVE LIEF-FAELLIG TO OP-FAELLIG
           MOVE LIEF-BRUTTO-SUMME TO OP-BETRAG
           MOVE 0 TO OP-BEZAHLT
           MOVE 0 TO OP-MAHNSTUFE
           MOVE SPACES TO OP-LETZTE-MAHNUNG
           MOVE 'O' TO OP-STATUS-KZ
           WRITE OFFENE-POSTEN-SATZ
           IF NOT OFFPOST-OK
               DISPLAY "FEHLER BEIM ANLEGEN DES OFFENEN POSTENS "
                       LIEF-BELEG-NR ": " OFFPOST-STATUS
           END-IF.

       OFFENE-POSTEN-MENU.
           DISPLAY " "
           DISPLAY "OFFENE POSTEN / MAHNWESEN"
           DISPLAY "========================="
           DISPLAY "Z - ZAHLUNGSEINGANG BUCHEN"
           DISPLAY "L - OFFENE-POSTEN-LISTE (30/60/90 TAGE)"
           DISPLAY "M - MAHNLAUF"
           DISPLAY "ZURÜCK (X)"
           DISPLAY " "
           DISPLAY "IHRE WAHL: " WITH NO ADVANCING
           ACCEPT OPMENU-AUSWAHL
           EVALUATE TRUE
               WHEN ZAHLUNGSEINGANG-WAHL
                   PERFORM ZAHLUNGSEINGANG-BUCHEN
               WHEN OP-LISTE-WAHL
                   PERFORM OFFENE-POSTEN-LISTE-DRUCKEN
               WHEN MAHNLAUF-WAHL
                   PERFORM MAHNLAUF-DURCHFUEHREN
               WHEN OTHER           CONTINUE
           END-EVALUATE.

      * MANUELLER AUSGLEICH EINES ZAHLUNGSEINGANGS GEGEN DIE
      * BELEGNUMMER: TEILZAHLUNGEN WERDEN AUFADDIERT, BEI VOLLEM
      * AUSGLEICH IST DER POSTEN ERLEDIGT. ÜBERZAHLUNGEN WERDEN
      * ABGEWIESEN.
       ZAHLUNGSEINGANG-BUCHEN.
           DISPLAY " "
           DISPLAY "ZAHLUNGSEINGANG BUCHEN"
           DISPLAY "======================"
           DISPLAY "BELEGNUMMER DER RECHNUNG: " WITH NO ADVANCING
           ACCEPT OP-BELEG-EINGABE
           IF OP-BELEG-EINGABE NOT NUMERIC
               DISPLAY "UNGÜLTIGE BELEGNUMMER"
               EXIT PARAGRAPH
           END-IF
           MOVE OP-BELEG-EINGABE TO OP-BELEG-NR
           READ OFFENE-POSTEN-DATEI
               KEY IS OP-BELEG-NR
           IF NOT OFFPOST-OK
               DISPLAY "KEIN OFFENER POSTEN ZU BELEG "
                       OP-BELEG-EINGABE
               EXIT PARAGRAPH
           END-IF
           IF OP-ERLEDIGT
               DISPLAY "POSTEN IST BEREITS AUSGEGLICHEN"
               EXIT PARAGRAPH
           END-IF
           IF OP-BETRAG < 0
               DISPLAY "BELEG " OP-BELEG-NR " IST EINE GUTSCHRIFT"
               EXIT PARAGRAPH
           END-IF
           COMPUTE OP-RESTBETRAG = OP-BETRAG - OP-BEZAHLT
           DISPLAY "KUNDE: " OP-KUNDE " RECHNUNG VOM " OP-BELEGDATUM
                   " FÄLLIG " OP-FAELLIG
           DISPLAY "BETRAG: " OP-BETRAG " BEZAHLT: " OP-BEZAHLT
                   " OFFEN: " OP-RESTBETRAG
           DISPLAY "ZAHLUNGSBETRAG: " WITH NO ADVANCING
           ACCEPT OP-BETRAG-EINGABE
           IF OP-BETRAG-EINGABE <= 0
               DISPLAY "BETRAG MUSS POSITIV SEIN"
               EXIT PARAGRAPH
           END-IF
           IF OP-BETRAG-EINGABE > OP-RESTBETRAG
               DISPLAY "BETRAG ÜBERSTEIGT DEN OFFENEN BETRAG - "
                       "NICHT GEBUCHT"
               EXIT PARAGRAPH
           END-IF
           ADD OP-BETRAG-EINGABE TO OP-BEZAHLT
           IF OP-BEZAHLT >= OP-BETRAG
               MOVE 'E' TO OP-STATUS-KZ
           ELSE
               MOVE 'T' TO OP-STATUS-KZ
           END-IF
           REWRITE OFFENE-POSTEN-SATZ
           IF OFFPOST-OK
               IF OP-ERLEDIGT
                   DISPLAY "POSTEN " OP-BELEG-NR " AUSGEGLICHEN"
               ELSE
                   COMPUTE OP-RESTBETRAG = OP-BETRAG - OP-BEZAHLT
                   DISPLAY "TEILZAHLUNG GEBUCHT, REST: "
                           OP-RESTBETRAG
               END-IF
           ELSE
               DISPLAY "FEHLER BEIM SPEICHERN: " OFFPOST-STATUS
           END-IF.

      * ERMITTELT DIE TAGE ZWISCHEN DEM DATUM IN OP-DATUM-NUMERISCH
      * UND HEUTE (OP-TAG-HEUTE) NACH OP-TAGE-UEBERFAELLIG. EIN
      * UNGÜLTIGES DATUM ZÄHLT ALS HEUTE.
       OP-TAGE-BERECHNEN.
           MOVE 0 TO OP-TAGE-UEBERFAELLIG
           IF OP-DATUM-NUMERISCH NOT NUMERIC
               OR OP-DATUM-NUMERISCH = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE OP-TAG-BEZUG =
               FUNCTION INTEGER-OF-DATE(OP-DATUM-NUMERISCH)
           COMPUTE OP-TAGE-UEBERFAELLIG = OP-TAG-HEUTE - OP-TAG-BEZUG.

      * DRUCKT ALLE NICHT AUSGEGLICHENEN POSTEN JE KUNDE MIT DEM
      * OFFENEN BETRAG IN DER ALTERSSTAFFEL NICHT FÄLLIG / 1-30 /
      * 31-60 / 61-90 / ÜBER 90 TAGE ÜBERFÄLLIG, MIT SUMMEN JE
      * KUNDE UND GESAMT. GELESEN WIRD ÜBER DEN KUNDENSCHLÜSSEL.
       OFFENE-POSTEN-LISTE-DRUCKEN.
           MOVE AKT-DATUM TO OP-DATUM-NUMERISCH
           COMPUTE OP-TAG-HEUTE =
               FUNCTION INTEGER-OF-DATE(OP-DATUM-NUMERISCH)
           MOVE 0 TO OP-POSTEN-ANZAHL
           PERFORM OP-STAFFEL-LOESCHEN
               VARYING OP-STAFFEL-INDEX FROM 1 BY 1
               UNTIL OP-STAFFEL-INDEX > 5
           PERFORM BERICHTSKOPF
           MOVE "OFFENE-POSTEN-LISTE MIT ALTERSSTAFFEL" TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE 4 TO ZEILENZAHL
           MOVE SPACES TO OP-VORHERIGER-KUNDE
           MOVE LOW-VALUES TO OP-KUNDE
           START OFFENE-POSTEN-DATEI
               KEY IS GREATER THAN OR EQUAL OP-KUNDE
           IF OFFPOST-OK
               PERFORM OFFENE-POSTEN-LISTE-SATZ
                   UNTIL NOT OFFPOST-OK
           END-IF
           MOVE SPACES TO OFFPOST-STATUS
           IF OP-VORHERIGER-KUNDE NOT = SPACES
               PERFORM OP-KUNDE-SUMME-DRUCKEN
           END-IF
           MOVE SPACES TO BER-ZEILE-2
           STRING "GESAMT NICHT FÄLLIG: " OP-GESAMT-STAFFEL (1)
               "  1-30: " OP-GESAMT-STAFFEL (2)
               "  31-60: " OP-GESAMT-STAFFEL (3)
               "  61-90: " OP-GESAMT-STAFFEL (4)
               "  ÜBER 90: " OP-GESAMT-STAFFEL (5)
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           STRING "OFFENE POSTEN: " OP-POSTEN-ANZAHL
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           PERFORM BERICHTSFUSS
           DISPLAY "BERICHT WURDE ERSTELLT".

       OFFENE-POSTEN-LISTE-SATZ.
           READ OFFENE-POSTEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF OFFPOST-OK
               IF NOT OP-ERLEDIGT
                   PERFORM OFFENEN-POSTEN-DRUCKEN
               END-IF
           END-IF.

       OFFENEN-POSTEN-DRUCKEN.
           IF OP-KUNDE NOT = OP-VORHERIGER-KUNDE
               IF OP-VORHERIGER-KUNDE NOT = SPACES
                   PERFORM OP-KUNDE-SUMME-DRUCKEN
               END-IF
               MOVE OP-KUNDE TO OP-VORHERIGER-KUNDE
               PERFORM OP-KUNDE-KOPF-DRUCKEN
           END-IF
           ADD 1 TO OP-POSTEN-ANZAHL
           COMPUTE OP-RESTBETRAG = OP-BETRAG - OP-BEZAHLT
           MOVE OP-FAELLIG TO OP-DATUM-NUMERISCH
           PERFORM OP-TAGE-BERECHNEN
           EVALUATE TRUE
               WHEN OP-TAGE-UEBERFAELLIG <= 0
                   MOVE 1 TO OP-STAFFEL-INDEX
                   MOVE "NICHT FÄLL." TO OP-STAFFEL-TEXT
               WHEN OP-TAGE-UEBERFAELLIG <= 30
                   MOVE 2 TO OP-STAFFEL-INDEX
                   MOVE "1-30 TAGE" TO OP-STAFFEL-TEXT
               WHEN OP-TAGE-UEBERFAELLIG <= 60
                   MOVE 3 TO OP-STAFFEL-INDEX
                   MOVE "31-60 TAGE" TO OP-STAFFEL-TEXT
               WHEN OP-TAGE-UEBERFAELLIG <= 90
                   MOVE 4 TO OP-STAFFEL-INDEX
                   MOVE "61-90 TAGE" TO OP-STAFFEL-TEXT
               WHEN OTHER
                   MOVE 5 TO OP-STAFFEL-INDEX
                   MOVE "ÜBER 90" TO OP-STAFFEL-TEXT
           END-EVALUATE
           ADD OP-RESTBETRAG TO OP-KUNDE-STAFFEL (OP-STAFFEL-INDEX)
           ADD OP-RESTBETRAG TO OP-GESAMT-STAFFEL (OP-STAFFEL-INDEX)
           MOVE SPACES TO BER-ZEILE-2
           STRING "  BELEG " OP-BELEG-NR " VOM " OP-BELEGDATUM
               " FÄLLIG " OP-FAELLIG
               " BETRAG: " OP-BETRAG
               " OFFEN: " OP-RESTBETRAG
               " " OP-STAFFEL-TEXT
               " MAHNSTUFE " OP-MAHNSTUFE
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           ADD 1 TO ZEILENZAHL
           IF ZEILENZAHL > 55
               PERFORM BERICHTSFUSS
               PERFORM BERICHTSKOPF
               MOVE 4 TO ZEILENZAHL
           END-IF.

       OP-KUNDE-KOPF-DRUCKEN.
           MOVE OP-KUNDE TO KUND-NUMMER
           READ KUNDEN-DATEI
               KEY IS KUND-NUMMER
           MOVE SPACES TO BER-ZEILE-2
           EVALUATE TRUE
               WHEN NOT KUNDEN-OK
                   STRING "KUNDE: " OP-KUNDE " (NICHT IM STAMM)"
                       DELIMITED BY SIZE INTO BER-ZEILE-2
               WHEN KUND-GESPERRT
                   STRING "KUNDE: " OP-KUNDE " " KUND-NAME
                       " *** GESPERRT ***"
                       DELIMITED BY SIZE INTO BER-ZEILE-2
               WHEN OTHER
                   STRING "KUNDE: " OP-KUNDE " " KUND-NAME
                       DELIMITED BY SIZE INTO BER-ZEILE-2
           END-EVALUATE
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           ADD 1 TO ZEILENZAHL.

       OP-KUNDE-SUMME-DRUCKEN.
           MOVE SPACES TO BER-ZEILE-2
           STRING "  SUMME NICHT FÄLLIG: " OP-KUNDE-STAFFEL (1)
               "  1-30: " OP-KUNDE-STAFFEL (2)
               "  31-60: " OP-KUNDE-STAFFEL (3)
               "  61-90: " OP-KUNDE-STAFFEL (4)
               "  ÜBER 90: " OP-KUNDE-STAFFEL (5)
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           ADD 2 TO ZEILENZAHL
           PERFORM OP-KUNDE-STAFFEL-LOESCHEN
               VARYING OP-STAFFEL-INDEX FROM 1 BY 1
               UNTIL OP-STAFFEL-INDEX > 5.

       OP-STAFFEL-LOESCHEN.
           MOVE 0 TO OP-GESAMT-STAFFEL (OP-STAFFEL-INDEX)
           MOVE 0 TO OP-KUNDE-STAFFEL (OP-STAFFEL-INDEX).

       OP-KUNDE-STAFFEL-LOESCHEN.
           MOVE 0 TO OP-KUNDE-STAFFEL (OP-STAFFEL-INDEX).

      * MAHNLAUF: JEDER ÜBERFÄLLIGE, NICHT AUSGEGLICHENE POSTEN
      * STEIGT UM EINE MAHNSTUFE (HÖCHSTENS 3), SOBALD ER FÄLLIG
      * IST (STUFE 1) BZW. DIE LETZTE MAHNUNG DEN MAHNABSTAND
      * ZURÜCKLIEGT. JE KUNDE WIRD EIN MAHNSCHREIBEN MIT DEN
      * GEMAHNTEN POSTEN GEDRUCKT; ERREICHT EIN POSTEN STUFE 3,
      * ERHÄLT DER KUNDE EINE LIEFERSPERRE (SPERRGRUND 'M').
       MAHNLAUF-DURCHFUEHREN.
           DISPLAY " "
           DISPLAY "MAHNLAUF"
           DISPLAY "========"
           DISPLAY "MAHNABSTAND IN TAGEN (0 = 14): " WITH NO ADVANCING
           ACCEPT OP-MAHN-ABSTAND
           IF OP-MAHN-ABSTAND = 0
               MOVE 14 TO OP-MAHN-ABSTAND
           END-IF
           MOVE AKT-DATUM TO OP-DATUM-NUMERISCH
           COMPUTE OP-TAG-HEUTE =
               FUNCTION INTEGER-OF-DATE(OP-DATUM-NUMERISCH)
           MOVE 0 TO OP-MAHN-POSTEN
           MOVE 0 TO OP-MAHN-BRIEFE
           MOVE 0 TO OP-MAHN-SPERREN
           MOVE 'N' TO OP-MAHN-BRIEF-OFFEN
           MOVE SPACES TO OP-VORHERIGER-KUNDE
           MOVE LOW-VALUES TO OP-KUNDE
           START OFFENE-POSTEN-DATEI
               KEY IS GREATER THAN OR EQUAL OP-KUNDE
           IF OFFPOST-OK
               PERFORM MAHNLAUF-SATZ
                   UNTIL NOT OFFPOST-OK
           END-IF
           MOVE SPACES TO OFFPOST-STATUS
           IF OP-MAHN-BRIEF-OFFEN = 'J'
               PERFORM MAHNBRIEF-ABSCHLIESSEN
           END-IF
           DISPLAY "GEMAHNTE POSTEN:   " OP-MAHN-POSTEN
           DISPLAY "MAHNSCHREIBEN:     " OP-MAHN-BRIEFE
           DISPLAY "NEUE LIEFERSPERREN: " OP-MAHN-SPERREN
           DISPLAY "MAHNLAUF ABGESCHLOSSEN".

       MAHNLAUF-SATZ.
           READ OFFENE-POSTEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT OFFPOST-OK
               EXIT PARAGRAPH
           END-IF
           IF OP-KUNDE NOT = OP-VORHERIGER-KUNDE
               IF OP-MAHN-BRIEF-OFFEN = 'J'
                   PERFORM MAHNBRIEF-ABSCHLIESSEN
               END-IF
               MOVE OP-KUNDE TO OP-VORHERIGER-KUNDE
           END-IF
      * GUTSCHRIFTEN (NEGATIVER BETRAG) WERDEN NICHT GEMAHNT.
           IF OP-ERLEDIGT OR OP-MAHNSTUFE >= 3 OR OP-BETRAG < 0
               EXIT PARAGRAPH
           END-IF
           MOVE OP-FAELLIG TO OP-DATUM-NUMERISCH
           PERFORM OP-TAGE-BERECHNEN
           IF OP-TAGE-UEBERFAELLIG <= 0
               EXIT PARAGRAPH
           END-IF
           IF OP-MAHNSTUFE > 0
               MOVE OP-LETZTE-MAHNUNG TO OP-DATUM-NUMERISCH
               PERFORM OP-TAGE-BERECHNEN
               IF OP-TAGE-UEBERFAELLIG < OP-MAHN-ABSTAND
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO OP-MAHNSTUFE
           MOVE AKT-DATUM TO OP-LETZTE-MAHNUNG
           REWRITE OFFENE-POSTEN-SATZ
           IF NOT OFFPOST-OK
               DISPLAY "FEHLER BEIM FORTSCHREIBEN DES POSTENS "
                       OP-BELEG-NR ": " OFFPOST-STATUS
      * DER LESEZEIGER BLEIBT STEHEN, DER LAUF GEHT WEITER.
               MOVE '00' TO OFFPOST-STATUS
               EXIT PARAGRAPH
           END-IF
           IF OP-MAHN-BRIEF-OFFEN NOT = 'J'
               PERFORM MAHNBRIEF-BEGINNEN
           END-IF
           ADD 1 TO OP-MAHN-POSTEN
           COMPUTE OP-RESTBETRAG = OP-BETRAG - OP-BEZAHLT
           ADD OP-RESTBETRAG TO OP-MAHN-BRIEF-SUMME
           IF OP-MAHNSTUFE > OP-MAHN-HOECHSTE-STUFE
               MOVE OP-MAHNSTUFE TO OP-MAHN-HOECHSTE-STUFE
           END-IF
           MOVE SPACES TO BER-ZEILE-2
           STRING "  RECHNUNG " OP-BELEG-NR " VOM " OP-BELEGDATUM
               " FÄLLIG SEIT " OP-FAELLIG
               " OFFEN: " OP-RESTBETRAG
               " MAHNSTUFE " OP-MAHNSTUFE
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           ADD 1 TO ZEILENZAHL.

       MAHNBRIEF-BEGINNEN.
           MOVE 'J' TO OP-MAHN-BRIEF-OFFEN
           MOVE 0 TO OP-MAHN-HOECHSTE-STUFE
           MOVE 0 TO OP-MAHN-BRIEF-SUMME
           ADD 1 TO OP-MAHN-BRIEFE
           MOVE OP-KUNDE TO KUND-NUMMER
           READ KUNDEN-DATEI
               KEY IS KUND-NUMMER
           IF NOT KUNDEN-OK
               MOVE SPACES TO KUND-NAME KUND-STRASSE
                              KUND-PLZ KUND-ORT
           END-IF
           PERFORM BERICHTSKOPF
           MOVE SPACES TO BER-ZEILE-2
           STRING "ZAHLUNGSERINNERUNG / MAHNUNG VOM " AKT-DATUM
               "  KUNDENNUMMER " OP-KUNDE
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE KUND-NAME TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE KUND-STRASSE TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           STRING KUND-PLZ DELIMITED BY SPACE
               " " KUND-ORT DELIMITED BY SIZE
               INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE "FOLGENDE RECHNUNGEN SIND ÜBERFÄLLIG:" TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           ADD 7 TO ZEILENZAHL.

      * SCHLIESST DAS MAHNSCHREIBEN DES KUNDEN IN
      * OP-VORHERIGER-KUNDE MIT SUMME UND DEM TEXT DER HÖCHSTEN
      * ERREICHTEN STUFE AB; BEI STUFE 3 WIRD DIE LIEFERSPERRE
      * GESETZT.
       MAHNBRIEF-ABSCHLIESSEN.
           MOVE 'N' TO OP-MAHN-BRIEF-OFFEN
           EVALUATE OP-MAHN-HOECHSTE-STUFE
               WHEN 1
                   MOVE "1. STUFE - ZAHLUNGSERINNERUNG"
                       TO OP-MAHN-TITEL
               WHEN 2
                   MOVE "2. STUFE - MAHNUNG" TO OP-MAHN-TITEL
               WHEN OTHER
                   MOVE "3. STUFE - LETZTE MAHNUNG" TO OP-MAHN-TITEL
           END-EVALUATE
           MOVE SPACES TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           STRING OP-MAHN-TITEL "  OFFENER GESAMTBETRAG: "
               OP-MAHN-BRIEF-SUMME
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           EVALUATE OP-MAHN-HOECHSTE-STUFE
               WHEN 1
                   MOVE "WIR BITTEN UM AUSGLEICH DER OFFENEN BETRÄGE."
                       TO BER-ZEILE-2
               WHEN 2
                   MOVE "BITTE GLEICHEN SIE DIE BETRÄGE INNERHALB "
                       & "VON 7 TAGEN AUS." TO BER-ZEILE-2
               WHEN OTHER
                   MOVE "WEITERE LIEFERUNGEN ERFOLGEN ERST NACH "
                       & "VOLLSTÄNDIGEM AUSGLEICH." TO BER-ZEILE-2
           END-EVALUATE
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           PERFORM BERICHTSFUSS
           IF OP-MAHN-HOECHSTE-STUFE < 3
               EXIT PARAGRAPH
           END-IF
           MOVE OP-VORHERIGER-KUNDE TO KUND-NUMMER
           READ KUNDEN-DATEI
               KEY IS KUND-NUMMER
           IF NOT KUNDEN-OK
               DISPLAY "KUNDE " OP-VORHERIGER-KUNDE
                       " NICHT IM STAMM - KEINE LIEFERSPERRE"
               EXIT PARAGRAPH
           END-IF
           IF KUND-GESPERRT
               EXIT PARAGRAPH
           END-IF
           MOVE 'G' TO KUND-STATUS-KZ
           MOVE 'M' TO KUND-SPERRGRUND
           MOVE AKT-DATUM TO KUND-SPERRDATUM
           REWRITE KUNDEN-SATZ
           IF KUNDEN-OK
               ADD 1 TO OP-MAHN-SPERREN
               DISPLAY "LIEFERSPERRE GESETZT: " KUND-NUMMER
                       " " KUND-NAME
           ELSE
               DISPLAY "FEHLER BEIM SPERREN DES KUNDEN "
                       KUND-NUMMER ": " KUNDEN-STATUS
           END-IF.

      * SUCHT DEN LAGERPLATZ BEW-LAGERORT-EINGABE IN DER TABELLE DES
      * GERADE GELESENEN ARTIKEL-SATZES UND ERHÖHT DESSEN MENGE, ODER
      * LEGT IHN IM ERSTEN FREIEN EINTRAG NEU AN.
       LAGERORT-MENGE-BUCHEN.
           IF BEW-LAGERORT-EINGABE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LP-GEFUNDEN
           MOVE 0 TO LP-FREI-INDEX
           PERFORM VARYING LP-ZAEHLER FROM 1 BY 1
               UNTIL LP-ZAEHLER > 5
               IF ART-LP-ORT (LP-ZAEHLER) = BEW-LAGERORT-EINGABE
                   ADD BEW-MENGE-EINGABE
                       TO ART-LP-MENGE (LP-ZAEHLER)
                   MOVE 'J' TO LP-GEFUNDEN
               ELSE
                   IF ART-LP-ORT (LP-ZAEHLER) = SPACES
                       AND LP-FREI-INDEX = 0
                       MOVE LP-ZAEHLER TO LP-FREI-INDEX
                   END-IF
               END-IF
           END-PERFORM
           IF LP-GEFUNDEN = 'N'
               IF LP-FREI-INDEX > 0
                   MOVE BEW-LAGERORT-EINGABE
                       TO ART-LP-ORT (LP-FREI-INDEX)
                   MOVE BEW-MENGE-EINGABE
                       TO ART-LP-MENGE (LP-FREI-INDEX)
               ELSE
                   DISPLAY "HINWEIS: KEIN FREIER LAGERPLATZ-EINTRAG "
               END-IF
           END-PERFORM.

      * ERFASST BEIM WARENEINGANG EINES CHARGENPFLICHTIGEN ARTIKELS
      * CHARGE UND MHD. LIEGT DIE CHARGE AM LAGERPLATZ SCHON VOR,
      * MUSS DAS MHD ÜBEREINSTIMMEN. ERGEBNIS IN CHG-GEPRUEFT.
       CHARGE-EINGANG-ERFASSEN.
           MOVE 'N' TO CHG-GEPRUEFT
           DISPLAY "CHARGE: " WITH NO ADVANCING
           ACCEPT BEW-CHARGE-EINGABE
           IF BEW-CHARGE-EINGABE = SPACES
               DISPLAY "CHARGE IST BEI DIESEM ARTIKEL PFLICHT"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHARGE-MHD-ERFASSEN
           IF CHG-GEPRUEFT NOT = 'J'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CHG-GEPRUEFT
           MOVE ART-NUMMER TO CHG-ARTIKEL
           MOVE BEW-LAGERORT-EINGABE TO CHG-LAGERORT
           MOVE BEW-CHARGE-EINGABE TO CHG-CHARGE
           READ CHARGEN-DATEI KEY IS CHG-SCHLUESSEL
           IF CHARGEN-OK AND CHG-MHD NOT = CHG-MHD-EINGABE
               DISPLAY "CHARGE " BEW-CHARGE-EINGABE
                       " HAT BEREITS MHD " CHG-MHD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHARGEN-STATUS
           MOVE 'J' TO CHG-GEPRUEFT.

      * NIMMT DAS MHD NACH CHG-MHD-EINGABE ENTGEGEN UND PRÜFT ES
      * AUF EIN GÜLTIGES DATUM. ERGEBNIS IN CHG-GEPRUEFT.
       CHARGE-MHD-ERFASSEN.
           MOVE 'N' TO CHG-GEPRUEFT
           DISPLAY "MHD (JJJJMMTT): " WITH NO ADVANCING
           ACCEPT CHG-MHD-EINGABE
           IF CHG-MHD-EINGABE NOT NUMERIC
               OR CHG-MHD-EINGABE (5:2) < '01'
               OR CHG-MHD-EINGABE (5:2) > '12'
               OR CHG-MHD-EINGABE (7:2) < '01'
               OR CHG-MHD-EINGABE (7:2) > '31'
               DISPLAY "UNGÜLTIGES MHD"
               EXIT PARAGRAPH
           END-IF
           IF CHG-MHD-EINGABE < AKT-DATUM
               DISPLAY "HINWEIS: MHD LIEGT IN DER VERGANGENHEIT"
           END-IF
           MOVE 'J' TO CHG-GEPRUEFT.

      * CHARGE EINER KUNDENRETOURE: VORGABE IST DIE AUF DEM
      * LIEFERSCHEIN GELIEFERTE CHARGE (RET-CHARGE). DAS MHD KOMMT
      * AUS DEM CHARGENBESTAND DES ARTIKELS, NUR FÜR EINE DORT
      * UNBEKANNTE CHARGE WIRD ES ERFRAGT.
       CHARGE-RUECKNAHME-ERFASSEN.
           MOVE 'N' TO CHG-GEPRUEFT
           DISPLAY "CHARGE (LEER = " RET-CHARGE "): "
                   WITH NO ADVANCING
           ACCEPT CHG-WAHL-EINGABE
           IF CHG-WAHL-EINGABE = SPACES
               MOVE RET-CHARGE TO CHG-WAHL-EINGABE
           END-IF
           IF CHG-WAHL-EINGABE = SPACES
               DISPLAY "CHARGE IST BEI DIESEM ARTIKEL PFLICHT"
               EXIT PARAGRAPH
           END-IF
           MOVE CHG-WAHL-EINGABE TO BEW-CHARGE-EINGABE
           MOVE SPACES TO CHG-MHD-EINGABE
           MOVE ART-NUMMER TO CHG-ARTIKEL
           MOVE LOW-VALUES TO CHG-LAGERORT
           MOVE LOW-VALUES TO CHG-CHARGE
           START CHARGEN-DATEI
               KEY IS GREATER THAN OR EQUAL CHG-SCHLUESSEL
           IF CHARGEN-OK
               PERFORM CHARGE-MHD-SUCHEN UNTIL NOT CHARGEN-OK
           END-IF
           MOVE SPACES TO CHARGEN-STATUS
           IF CHG-MHD-EINGABE = SPACES
               DISPLAY "CHARGE " CHG-WAHL-EINGABE
                       " IM CHARGENBESTAND UNBEKANNT"
               PERFORM CHARGE-MHD-ERFASSEN
           ELSE
               DISPLAY "MHD DER CHARGE: " CHG-MHD-EINGABE
               MOVE 'J' TO CHG-GEPRUEFT
           END-IF.

       CHARGE-MHD-SUCHEN.
           READ CHARGEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT CHARGEN-OK
               EXIT PARAGRAPH
           END-IF
           IF CHG-ARTIKEL NOT = ART-NUMMER
               MOVE '10' TO CHARGEN-STATUS
               EXIT PARAGRAPH
           END-IF
           IF CHG-CHARGE = CHG-WAHL-EINGABE
               MOVE CHG-MHD TO CHG-MHD-EINGABE
               MOVE '10' TO CHARGEN-STATUS
           END-IF.

      * SCHLÄGT BEIM AUSGANG DIE ZUERST ABLAUFENDE, NOCH NICHT
      * ABGELAUFENE CHARGE MIT BESTAND AM LAGERPLATZ VOR (FEFO) UND
      * NIMMT DIE GEWÄHLTE CHARGE ENTGEGEN. SIE MUSS DIE MENGE
      * ALLEIN DECKEN; ABGELAUFENE CHARGEN GEHEN NICHT AN KUNDEN.
      * ERGEBNIS IN CHG-GEPRUEFT, BEW-CHARGE-EINGABE UND
      * CHG-MHD-EINGABE.
       CHARGE-AUSGANG-WAEHLEN.
           MOVE 'N' TO CHG-GEPRUEFT
           PERFORM CHARGE-FEFO-ERMITTELN
           IF CHG-ABGELAUFEN-ANZAHL > 0
               DISPLAY "HINWEIS: " CHG-ABGELAUFEN-ANZAHL
                       " ABGELAUFENE CHARGE(N) MIT BESTAND AM PLATZ"
           END-IF
           IF CHG-VORSCHLAG = SPACES
               DISPLAY "KEINE GÜLTIGE CHARGE MIT BESTAND AM PLATZ "
                       BEW-LAGERORT-EINGABE
           ELSE
               DISPLAY "VORSCHLAG (FEFO): CHARGE " CHG-VORSCHLAG
                       " MHD " CHG-VORSCHLAG-MHD
                       " MENGE " CHG-VORSCHLAG-MENGE
           END-IF
           DISPLAY "CHARGE (LEER = VORSCHLAG, * = ABBRUCH): "
                   WITH NO ADVANCING
           ACCEPT CHG-WAHL-EINGABE
           IF CHG-WAHL-EINGABE = '*'
               EXIT PARAGRAPH
           END-IF
           IF CHG-WAHL-EINGABE = SPACES
               IF CHG-VORSCHLAG = SPACES
                   DISPLAY "CHARGE MUSS ANGEGEBEN WERDEN"
                   EXIT PARAGRAPH
               END-IF
               MOVE CHG-VORSCHLAG TO CHG-WAHL-EINGABE
           END-IF
           MOVE ART-NUMMER TO CHG-ARTIKEL
           MOVE BEW-LAGERORT-EINGABE TO CHG-LAGERORT
           MOVE CHG-WAHL-EINGABE TO CHG-CHARGE
           READ CHARGEN-DATEI KEY IS CHG-SCHLUESSEL
           IF NOT CHARGEN-OK
               DISPLAY "CHARGE " CHG-WAHL-EINGABE
                       " AM LAGERPLATZ NICHT VORHANDEN"
               MOVE SPACES TO CHARGEN-STATUS
               EXIT PARAGRAPH
           END-IF
           IF CHG-MENGE < BEW-MENGE-EINGABE
               DISPLAY "CHARGE " CHG-WAHL-EINGABE " HAT NUR "
                       CHG-MENGE " - MENGE AUF MEHRERE BUCHUNGEN "
                       "VERTEILEN"
               EXIT PARAGRAPH
           END-IF
           IF CHG-MHD < AKT-DATUM
               IF BEW-TYP-EINGABE = 'V'
                   DISPLAY "CHARGE " CHG-WAHL-EINGABE
                           " IST ABGELAUFEN (MHD " CHG-MHD
                           ") - KEINE LIEFERUNG AN KUNDEN"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "HINWEIS: CHARGE " CHG-WAHL-EINGABE
                       " IST ABGELAUFEN (MHD " CHG-MHD ")"
           END-IF
           MOVE CHG-WAHL-EINGABE TO BEW-CHARGE-EINGABE
           MOVE CHG-MHD TO CHG-MHD-EINGABE
           MOVE 'J' TO CHG-GEPRUEFT.

      * LIEST DIE CHARGEN DES ARTIKELS NACH MHD AUFSTEIGEND UND
      * MERKT SICH DIE ERSTE NICHT ABGELAUFENE MIT BESTAND AM
      * LAGERPLATZ BEW-LAGERORT-EINGABE. ABGELAUFENE CHARGEN MIT
      * BESTAND WERDEN NUR GEZÄHLT.
       CHARGE-FEFO-ERMITTELN.
           MOVE SPACES TO CHG-VORSCHLAG
           MOVE SPACES TO CHG-VORSCHLAG-MHD
           MOVE 0 TO CHG-VORSCHLAG-MENGE
           MOVE 0 TO CHG-ABGELAUFEN-ANZAHL
           MOVE ART-NUMMER TO CHG-FEFO-ARTIKEL
           MOVE LOW-VALUES TO CHG-MHD
           START CHARGEN-DATEI
               KEY IS GREATER THAN OR EQUAL CHG-FEFO-SCHLUESSEL
           IF CHARGEN-OK
               PERFORM CHARGE-FEFO-SATZ UNTIL NOT CHARGEN-OK
           END-IF
           MOVE SPACES TO CHARGEN-STATUS.

       CHARGE-FEFO-SATZ.
           READ CHARGEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT CHARGEN-OK
               EXIT PARAGRAPH
           END-IF
           IF CHG-FEFO-ARTIKEL NOT = ART-NUMMER
               MOVE '10' TO CHARGEN-STATUS
               EXIT PARAGRAPH
           END-IF
           IF CHG-LAGERORT = BEW-LAGERORT-EINGABE AND CHG-MENGE > 0
               IF CHG-MHD < AKT-DATUM
                   ADD 1 TO CHG-ABGELAUFEN-ANZAHL
               ELSE
                   MOVE CHG-CHARGE TO CHG-VORSCHLAG
                   MOVE CHG-MHD TO CHG-VORSCHLAG-MHD
                   MOVE CHG-MENGE TO CHG-VORSCHLAG-MENGE
                   MOVE '10' TO CHARGEN-STATUS
               END-IF
           END-IF.

      * SCHREIBT DEN CHARGENBESTAND (ARTIKEL, BEW-LAGERORT-EINGABE,
      * BEW-CHARGE-EINGABE) UM BEW-MENGE-EINGABE FORT. EINE NEUE
      * CHARGE WIRD MIT CHG-MHD-EINGABE ANGELEGT.
       CHARGE-ZUGANG-BUCHEN.
           MOVE ART-NUMMER TO CHG-ARTIKEL
           MOVE BEW-LAGERORT-EINGABE TO CHG-LAGERORT
           MOVE BEW-CHARGE-EINGABE TO CHG-CHARGE
           READ CHARGEN-DATEI KEY IS CHG-SCHLUESSEL
           IF CHARGEN-OK
               ADD BEW-MENGE-EINGABE TO CHG-MENGE
               REWRITE CHARGEN-SATZ
           ELSE
               MOVE ART-NUMMER TO CHG-ARTIKEL
               MOVE BEW-LAGERORT-EINGABE TO CHG-LAGERORT
               MOVE BEW-CHARGE-EINGABE TO CHG-CHARGE
               MOVE ART-NUMMER TO CHG-FEFO-ARTIKEL
               MOVE CHG-MHD-EINGABE TO CHG-MHD
               MOVE BEW-MENGE-EINGABE TO CHG-MENGE
               MOVE AKT-DATUM TO CHG-EINGANGSDATUM
               WRITE CHARGEN-SATZ
           END-IF
           IF NOT CHARGEN-OK
               DISPLAY "FEHLER BEIM FORTSCHREIBEN DER CHARGE "
                       BEW-CHARGE-EINGABE ": " CHARGEN-STATUS
           END-IF.

      * GEGENSTÜCK ZU CHARGE-ZUGANG-BUCHEN. CHARGEN MIT BESTAND
      * NULL BLEIBEN FÜR DIE RÜCKVERFOLGUNG STEHEN.
       CHARGE-ABGANG-BUCHEN.
           MOVE ART-NUMMER TO CHG-ARTIKEL
           MOVE BEW-LAGERORT-EINGABE TO CHG-LAGERORT
           MOVE BEW-CHARGE-EINGABE TO CHG-CHARGE
           READ CHARGEN-DATEI KEY IS CHG-SCHLUESSEL
           IF NOT CHARGEN-OK
               DISPLAY "CHARGE " BEW-CHARGE-EINGABE
                       " NICHT GEFUNDEN: " CHARGEN-STATUS
               EXIT PARAGRAPH
           END-IF
           SUBTRACT BEW-MENGE-EINGABE FROM CHG-MENGE
           IF CHG-MENGE < 0
               MOVE 0 TO CHG-MENGE
           END-IF
           REWRITE CHARGEN-SATZ
           IF NOT CHARGEN-OK
               DISPLAY "FEHLER BEIM FORTSCHREIBEN DER CHARGE "
                       BEW-CHARGE-EINGABE ": " CHARGEN-STATUS
           END-IF.

      * UMLAGERUNG EINER CHARGE: ABGANG AM VON-PLATZ, ZUGANG MIT
      * GLEICHEM MHD AM ZIELPLATZ.
       CHARGE-UMLAGERN.
           PERFORM CHARGE-ABGANG-BUCHEN
           MOVE BEW-LAGERORT-EINGABE TO BEW-LAGERORT-MERKER
           MOVE BEW-LAGERORT-NACH-EINGABE TO BEW-LAGERORT-EINGABE
           PERFORM CHARGE-ZUGANG-BUCHEN
           MOVE BEW-LAGERORT-MERKER TO BEW-LAGERORT-EINGABE.

      * ERMITTELT DIE VERFÜGBARE MENGE DES GERADE GELESENEN
      * ARTIKELS: BESTAND ABZÜGLICH DER OFFENEN MENGE ALLER NICHT
      * ERLEDIGTEN RESERVIERUNGEN. WIRD GEGEN EINE RESERVIERUNG
           DISPLAY "INVENTUR DURCHFÜHREN"
           DISPLAY "==================="
           PERFORM ARTIKEL-SUCHEN
           IF DATEN-GEFUNDEN = 'J' AND ART-MIT-CHARGE
               PERFORM CHARGEN-INVENTUR-DURCHFUEHREN
               EXIT PARAGRAPH
           END-IF
           IF DATEN-GEFUNDEN = 'J'
               DISPLAY "ARTIKEL: " ART-BEZEICHNUNG
               DISPLAY "BUCHBESTAND: " ART-AKTUELLER-BESTAND
               IF DATEN-GEFUNDEN = 'J' OR 'j'
                   MOVE INV-IST-BESTAND TO ART-AKTUELLER-BESTAND
                   MOVE AKT-DATUM TO ART-LETZTE-AENDERUNG
                   MOVE AKT-DATUM TO ART-LETZTE-ZAEHLUNG
                   PERFORM ART-LAGERPLAETZE-LOESCHEN
                   REWRITE ARTIKEL-SATZ
                   IF DATEI-OK
           DISPLAY " "
           DISPLAY "VOLLINVENTUR DURCHFÜHREN"
           DISPLAY "========================"
           MOVE "VOLLINVENTUR" TO INV-ZAEHLART
           MOVE 0 TO INV-GEZAEHLT
           MOVE 0 TO INV-ABWEICHUNGEN
           MOVE 0 TO INV-WERTDIFFERENZ
           DISPLAY " "
           DISPLAY "ARTIKEL: " ART-NUMMER " - " ART-BEZEICHNUNG
           DISPLAY "BUCHBESTAND: " ART-AKTUELLER-BESTAND
           IF ART-MIT-CHARGE
               PERFORM VOLLINVENTUR-CHARGEN-ZAEHLEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "GEZÄHLTER BESTAND: " WITH NO ADVANCING
           ACCEPT INV-IST-BESTAND
           COMPUTE INV-DIFFERENZ =
               INV-IST-BESTAND - ART-AKTUELLER-BESTAND
           ADD 1 TO INV-GEZAEHLT
           MOVE AKT-DATUM TO ART-LETZTE-ZAEHLUNG
           IF INV-DIFFERENZ NOT = 0
               ADD 1 TO INV-ABWEICHUNGEN
               COMPUTE INV-EINZELWERT =
                   MOVE SPACES TO BEW-LAGERORT-EINGABE
                   MOVE SPACES TO BEW-KST-EINGABE
                   MOVE SPACES TO BEW-PROJ-EINGABE
                   MOVE INV-ZAEHLART TO BEW-BEM-EINGABE
                   PERFORM BEWEGUNG-PROTOKOLLIEREN
               ELSE
                   DISPLAY "FEHLER BEIM SPEICHERN: "
                           ARTIKEL-STATUS
               END-IF
           ELSE
      * AUCH OHNE DIFFERENZ WIRD DER ZÄHLTAG FESTGEHALTEN.
               REWRITE ARTIKEL-SATZ
               IF NOT DATEI-OK
                   DISPLAY "FEHLER BEIM SPEICHERN: "
                           ARTIKEL-STATUS
               END-IF
           END-IF.

      * VOLL- UND ZYKLISCHE INVENTUR EINES CHARGENPFLICHTIGEN
      * ARTIKELS: ZÄHLUNG JE LAGERPLATZ UND CHARGE, KORREKTUR OHNE
      * RÜCKFRAGE WIE BEI DEN ÜBRIGEN ARTIKELN.
       VOLLINVENTUR-CHARGEN-ZAEHLEN.
           PERFORM CHARGEN-ZAEHLUNG-ERFASSEN
           IF CINV-UEBERLAUF = 'J'
               DISPLAY "ARTIKEL " ART-NUMMER " NICHT GEZÄHLT"
               EXIT PARAGRAPH
           END-IF
           COMPUTE INV-DIFFERENZ =
               INV-IST-BESTAND - ART-AKTUELLER-BESTAND
           ADD 1 TO INV-GEZAEHLT
           IF INV-DIFFERENZ NOT = 0 OR CINV-ABWEICHUNG = 'J'
               ADD 1 TO INV-ABWEICHUNGEN
               COMPUTE INV-EINZELWERT =
                   INV-DIFFERENZ * ART-DURCHSCHNITTS-EK
               ADD INV-EINZELWERT TO INV-WERTDIFFERENZ
           END-IF
           PERFORM CHARGEN-KORREKTUR-BUCHEN.

      * EINZELINVENTUR EINES CHARGENPFLICHTIGEN ARTIKELS.
       CHARGEN-INVENTUR-DURCHFUEHREN.
           DISPLAY "ARTIKEL: " ART-BEZEICHNUNG
           DISPLAY "BUCHBESTAND: " ART-AKTUELLER-BESTAND
           MOVE "INVENTURKORREKTUR" TO INV-ZAEHLART
           PERFORM CHARGEN-ZAEHLUNG-ERFASSEN
           IF CINV-UEBERLAUF = 'J'
               EXIT PARAGRAPH
           END-IF
           COMPUTE INV-DIFFERENZ =
               INV-IST-BESTAND - ART-AKTUELLER-BESTAND
           DISPLAY "IST-BESTAND: " INV-IST-BESTAND
           DISPLAY "DIFFERENZ: " INV-DIFFERENZ
           IF CINV-ABWEICHUNG = 'J'
               DISPLAY "CHARGEN MIT ABWEICHUNG VORHANDEN"
           END-IF
           DISPLAY "KORREKTUR DURCHFÜHREN? (J/N): "
                   WITH NO ADVANCING
           ACCEPT DATEN-GEFUNDEN
           IF DATEN-GEFUNDEN NOT = 'J' AND DATEN-GEFUNDEN NOT = 'j'
               DISPLAY "KORREKTUR ABGEBROCHEN"
               EXIT PARAGRAPH
           END-IF
           PERFORM CHARGEN-KORREKTUR-BUCHEN
           IF CINV-GEBUCHT = 'J'
               DISPLAY "KORREKTUR DURCHGEFÜHRT"
           END-IF.

      * ZÄHLUNG EINES CHARGENPFLICHTIGEN ARTIKELS JE LAGERPLATZ UND
      * CHARGE: ZUERST WERDEN ALLE CHARGEN MIT BESTAND VORGEGEBEN,
      * DANACH KÖNNEN WEITERE GEFUNDENE CHARGEN ERFASST WERDEN.
      * ERGEBNIS IN DER ZÄHLTABELLE, GEZÄHLTE SUMME IN
      * INV-IST-BESTAND, BUCHMENGE DER CHARGEN IN CINV-BUCH-SUMME.
      * BEI MEHR ALS 50 CHARGEN IST CINV-UEBERLAUF = 'J' UND DIE
      * ZÄHLUNG NICHT BUCHBAR.
       CHARGEN-ZAEHLUNG-ERFASSEN.
           MOVE 0 TO CINV-ANZAHL
           MOVE 'N' TO CINV-UEBERLAUF
           MOVE 'N' TO CINV-ABWEICHUNG
           MOVE 0 TO INV-IST-BESTAND
           MOVE 0 TO CINV-BUCH-SUMME
           DISPLAY "ZÄHLUNG JE LAGERPLATZ UND CHARGE"
           MOVE ART-NUMMER TO CHG-ARTIKEL
           MOVE LOW-VALUES TO CHG-LAGERORT
           MOVE LOW-VALUES TO CHG-CHARGE
           START CHARGEN-DATEI
               KEY IS GREATER THAN OR EQUAL CHG-SCHLUESSEL
           IF CHARGEN-OK
               PERFORM CHARGE-ZAEHLUNG-SATZ UNTIL NOT CHARGEN-OK
           END-IF
           MOVE SPACES TO CHARGEN-STATUS
           IF CINV-UEBERLAUF = 'J'
               DISPLAY "MEHR ALS 50 CHARGEN MIT BESTAND - ZÄHLUNG "
                       "NICHT MÖGLICH"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CINV-ENDE
           PERFORM CHARGE-ZAEHLUNG-ZUSATZ UNTIL CINV-ENDE = 'J'
           PERFORM CHARGE-ZAEHLUNG-SUMMIEREN
               VARYING CINV-INDEX FROM 1 BY 1
               UNTIL CINV-INDEX > CINV-ANZAHL.

      * CHARGEN MIT BESTAND NULL BLEIBEN NUR FÜR DIE RÜCKVERFOLGUNG
      * STEHEN UND WERDEN NICHT VORGEGEBEN.
       CHARGE-ZAEHLUNG-SATZ.
           READ CHARGEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT CHARGEN-OK
               EXIT PARAGRAPH
           END-IF
           IF CHG-ARTIKEL NOT = ART-NUMMER
               MOVE '10' TO CHARGEN-STATUS
               EXIT PARAGRAPH
           END-IF
           IF CHG-MENGE = 0
               EXIT PARAGRAPH
           END-IF
           IF CINV-ANZAHL = 50
               MOVE 'J' TO CINV-UEBERLAUF
               MOVE '10' TO CHARGEN-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CINV-ANZAHL
           MOVE CHG-LAGERORT TO CINV-LAGERORT (CINV-ANZAHL)
           MOVE CHG-CHARGE TO CINV-CHARGE (CINV-ANZAHL)
           MOVE CHG-MHD TO CINV-MHD (CINV-ANZAHL)
           MOVE CHG-MENGE TO CINV-BUCHMENGE (CINV-ANZAHL)
           DISPLAY "PLATZ " CHG-LAGERORT " CHARGE " CHG-CHARGE
                   " MHD " CHG-MHD " BUCHMENGE " CHG-MENGE
           DISPLAY "  GEZÄHLT: " WITH NO ADVANCING
           ACCEPT CINV-GEZAEHLT (CINV-ANZAHL).

      * NIMMT EINE NICHT VORGEGEBENE, BEI DER ZÄHLUNG GEFUNDENE
      * CHARGE AUF. CHARGE UND MHD WIE BEIM WARENEINGANG.
       CHARGE-ZAEHLUNG-ZUSATZ.
           DISPLAY "WEITERE CHARGE - LAGERPLATZ (LEER = ENDE): "
                   WITH NO ADVANCING
           ACCEPT BEW-LAGERORT-EINGABE
           IF BEW-LAGERORT-EINGABE = SPACES
               MOVE 'J' TO CINV-ENDE
               EXIT PARAGRAPH
           END-IF
           IF CINV-ANZAHL = 50
               DISPLAY "HÖCHSTENS 50 CHARGEN JE ZÄHLUNG"
               MOVE 'J' TO CINV-ENDE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHARGE-EINGANG-ERFASSEN
           IF CHG-GEPRUEFT NOT = 'J'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CINV-TREFFER
           PERFORM CHARGE-ZAEHLUNG-VERGLEICHEN
               VARYING CINV-INDEX FROM 1 BY 1
               UNTIL CINV-INDEX > CINV-ANZAHL
           IF CINV-TREFFER > 0
               DISPLAY "CHARGE AM LAGERPLATZ BEREITS GEZÄHLT"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CINV-ANZAHL
           MOVE BEW-LAGERORT-EINGABE TO CINV-LAGERORT (CINV-ANZAHL)
           MOVE BEW-CHARGE-EINGABE TO CINV-CHARGE (CINV-ANZAHL)
           MOVE CHG-MHD-EINGABE TO CINV-MHD (CINV-ANZAHL)
           MOVE 0 TO CINV-BUCHMENGE (CINV-ANZAHL)
           DISPLAY "  GEZÄHLT: " WITH NO ADVANCING
           ACCEPT CINV-GEZAEHLT (CINV-ANZAHL).

       CHARGE-ZAEHLUNG-VERGLEICHEN.
           IF CINV-LAGERORT (CINV-INDEX) = BEW-LAGERORT-EINGABE
               AND CINV-CHARGE (CINV-INDEX) = BEW-CHARGE-EINGABE
               MOVE CINV-INDEX TO CINV-TREFFER
           END-IF.

       CHARGE-ZAEHLUNG-SUMMIEREN.
           IF CINV-GEZAEHLT (CINV-INDEX) < 0
               MOVE 0 TO CINV-GEZAEHLT (CINV-INDEX)
           END-IF
           ADD CINV-GEZAEHLT (CINV-INDEX) TO INV-IST-BESTAND
           ADD CINV-BUCHMENGE (CINV-INDEX) TO CINV-BUCH-SUMME
           IF CINV-GEZAEHLT (CINV-INDEX)
               NOT = CINV-BUCHMENGE (CINV-INDEX)
               MOVE 'J' TO CINV-ABWEICHUNG
           END-IF.

      * BUCHT DIE ZÄHLUNG EINES CHARGENPFLICHTIGEN ARTIKELS: DIE
      * LAGERPLÄTZE WERDEN JE CHARGE UM DIE DIFFERENZ
      * FORTGESCHRIEBEN, DER BESTAND AUF DIE GEZÄHLTE SUMME GESETZT.
      * NACH DEM GESPEICHERTEN ARTIKELSATZ FOLGEN CHARGENBESTAND
      * UND JE ABWEICHENDER CHARGE EINE INVENTURBEWEGUNG MIT PLATZ
      * UND CHARGE. WICH DER BUCHBESTAND DES ARTIKELS SCHON VOR DER
      * ZÄHLUNG VON DER SUMME SEINER CHARGEN AB, GEHT DER REST ALS
      * BESTANDSAUSGLEICH OHNE CHARGE IN DAS PROTOKOLL.
      * ERGEBNIS IN CINV-GEBUCHT.
       CHARGEN-KORREKTUR-BUCHEN.
           MOVE 'N' TO CINV-GEBUCHT
           PERFORM CHARGE-LAGERPLATZ-KORRIGIEREN
               VARYING CINV-INDEX FROM 1 BY 1
               UNTIL CINV-INDEX > CINV-ANZAHL
           MOVE INV-IST-BESTAND TO ART-AKTUELLER-BESTAND
           MOVE AKT-DATUM TO ART-LETZTE-AENDERUNG
           MOVE AKT-DATUM TO ART-LETZTE-ZAEHLUNG
           REWRITE ARTIKEL-SATZ
           IF NOT DATEI-OK
               DISPLAY "FEHLER BEIM SPEICHERN: " ARTIKEL-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'J' TO CINV-GEBUCHT
           MOVE ART-NUMMER TO ARTIKEL-EINGABE
           MOVE 'I' TO BEW-TYP-EINGABE
           MOVE ART-DURCHSCHNITTS-EK TO BEW-PREIS-EINGABE
           MOVE SPACES TO BEW-REF-EINGABE
           MOVE SPACES TO BEW-KST-EINGABE
           MOVE SPACES TO BEW-PROJ-EINGABE
           PERFORM CHARGE-INVENTUR-BUCHEN
               VARYING CINV-INDEX FROM 1 BY 1
               UNTIL CINV-INDEX > CINV-ANZAHL
           COMPUTE CINV-REST =
               INV-DIFFERENZ - INV-IST-BESTAND + CINV-BUCH-SUMME
           IF CINV-REST NOT = 0
               MOVE CINV-REST TO BEW-MENGE-EINGABE
               MOVE SPACES TO BEW-LAGERORT-EINGABE
               MOVE SPACES TO BEW-CHARGE-EINGABE
               MOVE "BESTANDSAUSGLEICH" TO BEW-BEM-EINGABE
               PERFORM BEWEGUNG-PROTOKOLLIEREN
           END-IF.

       CHARGE-LAGERPLATZ-KORRIGIEREN.
           MOVE CINV-LAGERORT (CINV-INDEX) TO BEW-LAGERORT-EINGABE
           COMPUTE BEW-MENGE-EINGABE =
               CINV-GEZAEHLT (CINV-INDEX) - CINV-BUCHMENGE (CINV-INDEX)
           IF BEW-MENGE-EINGABE > 0
               PERFORM LAGERORT-MENGE-BUCHEN
           END-IF
           IF BEW-MENGE-EINGABE < 0
               COMPUTE BEW-MENGE-EINGABE = 0 - BEW-MENGE-EINGABE
               PERFORM LAGERORT-MENGE-AUSBUCHEN
           END-IF.

       CHARGE-INVENTUR-BUCHEN.
           COMPUTE BEW-MENGE-EINGABE =
               CINV-GEZAEHLT (CINV-INDEX) - CINV-BUCHMENGE (CINV-INDEX)
           IF BEW-MENGE-EINGABE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CINV-LAGERORT (CINV-INDEX) TO BEW-LAGERORT-EINGABE
           MOVE CINV-CHARGE (CINV-INDEX) TO BEW-CHARGE-EINGABE
           MOVE CINV-MHD (CINV-INDEX) TO CHG-MHD-EINGABE
           IF BEW-MENGE-EINGABE > 0
               PERFORM CHARGE-ZUGANG-BUCHEN
           ELSE
               COMPUTE BEW-MENGE-EINGABE = 0 - BEW-MENGE-EINGABE
               PERFORM CHARGE-ABGANG-BUCHEN
               COMPUTE BEW-MENGE-EINGABE = 0 - BEW-MENGE-EINGABE
           END-IF
           MOVE INV-ZAEHLART TO BEW-BEM-EINGABE
           PERFORM BEWEGUNG-PROTOKOLLIEREN.

       VOLLINVENTUR-BERICHT-DRUCKEN.
           PERFORM BERICHTSKOPF
           MOVE SPACES TO BER-ZEILE-2
           STRING INV-ZAEHLART DELIMITED BY SPACE
               " - ZÄHLBERICHT" DELIMITED BY SIZE
               INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           END-IF
           PERFORM BERICHTSFUSS.

      * ZYKLISCHE INVENTUR: ZÄHLT DIE NACH ABC-KLASSE FÄLLIGEN
      * ARTIKEL - A NACH 90, B NACH 180, C UND NICHT KLASSIFIZIERTE
      * NACH 365 TAGEN SEIT DER LETZTEN ZÄHLUNG, NIE GEZÄHLTE
      * SOFORT. A-ARTIKEL KOMMEN ZUERST, DANN B, DANN DIE ÜBRIGEN;
      * DIE HÖCHSTZAHL BEGRENZT DIE ZÄHLUNG EINES TAGES. ZÄHLUNG,
      * KORREKTUR UND ZÄHLBERICHT WIE BEI DER VOLLINVENTUR.
       ZYKLUSINVENTUR-DURCHFUEHREN.
           DISPLAY " "
           DISPLAY "ZYKLISCHE INVENTUR"
           DISPLAY "=================="
           DISPLAY "HÖCHSTZAHL ARTIKEL (0 = ALLE FÄLLIGEN): "
                   WITH NO ADVANCING
           ACCEPT ZYK-HOECHSTZAHL
           MOVE "ZYKLUSINVENTUR" TO INV-ZAEHLART
           MOVE 0 TO INV-GEZAEHLT
           MOVE 0 TO INV-ABWEICHUNGEN
           MOVE 0 TO INV-WERTDIFFERENZ
           MOVE 0 TO INV-PLAETZE-ZURUECKGESETZT
           MOVE AKT-DATUM TO ZYK-DATUM-NUMERISCH
           COMPUTE ZYK-TAG-HEUTE =
               FUNCTION INTEGER-OF-DATE(ZYK-DATUM-NUMERISCH)
           MOVE 'A' TO ZYK-LAUF-KLASSE
           PERFORM ZYKLUS-KLASSE-DURCHLAUFEN
           MOVE 'B' TO ZYK-LAUF-KLASSE
           PERFORM ZYKLUS-KLASSE-DURCHLAUFEN
           MOVE 'C' TO ZYK-LAUF-KLASSE
           PERFORM ZYKLUS-KLASSE-DURCHLAUFEN
           IF INV-GEZAEHLT = 0
               DISPLAY "KEINE ARTIKEL ZUR ZÄHLUNG FÄLLIG"
               EXIT PARAGRAPH
           END-IF
           PERFORM VOLLINVENTUR-BERICHT-DRUCKEN
           DISPLAY "ZYKLISCHE INVENTUR ABGESCHLOSSEN - "
                   INV-GEZAEHLT " ARTIKEL GEZÄHLT"
           IF INV-PLAETZE-ZURUECKGESETZT > 0
               DISPLAY "HINWEIS: BEI " INV-PLAETZE-ZURUECKGESETZT
                       " ARTIKEL(N) WURDE DIE LAGERPLATZAUFTEILUNG "
                       "ZURÜCKGESETZT, BITTE NEU EINBUCHEN"
           END-IF.

       ZYKLUS-KLASSE-DURCHLAUFEN.
           EVALUATE ZYK-LAUF-KLASSE
               WHEN 'A'   MOVE 90 TO ZYK-INTERVALL
               WHEN 'B'   MOVE 180 TO ZYK-INTERVALL
               WHEN OTHER MOVE 365 TO ZYK-INTERVALL
           END-EVALUATE
           MOVE LOW-VALUES TO ART-NUMMER
           START ARTIKEL-DATEI KEY IS GREATER THAN ART-NUMMER
           IF DATEI-OK
               PERFORM ZYKLUS-ARTIKEL-PRUEFEN UNTIL NOT DATEI-OK
           END-IF
           MOVE SPACES TO ARTIKEL-STATUS.

       ZYKLUS-ARTIKEL-PRUEFEN.
           IF ZYK-HOECHSTZAHL > 0 AND INV-GEZAEHLT >= ZYK-HOECHSTZAHL
               MOVE '10' TO ARTIKEL-STATUS
               EXIT PARAGRAPH
           END-IF
           READ ARTIKEL-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT DATEI-OK OR NOT AKTIVER-ARTIKEL
               EXIT PARAGRAPH
           END-IF
           EVALUATE ZYK-LAUF-KLASSE
               WHEN 'A'
                   IF ART-ABC-KLASSE NOT = 'A'
                       EXIT PARAGRAPH
                   END-IF
               WHEN 'B'
                   IF ART-ABC-KLASSE NOT = 'B'
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   IF ART-ABC-KLASSE = 'A' OR 'B'
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           IF ART-LETZTE-ZAEHLUNG NUMERIC
               MOVE ART-LETZTE-ZAEHLUNG TO ZYK-DATUM-NUMERISCH
               COMPUTE ZYK-TAGE = ZYK-TAG-HEUTE
                   - FUNCTION INTEGER-OF-DATE(ZYK-DATUM-NUMERISCH)
               IF ZYK-TAGE < ZYK-INTERVALL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY " "
           DISPLAY "ABC-KLASSE: " ART-ABC-KLASSE
                   "  LETZTE ZÄHLUNG: " ART-LETZTE-ZAEHLUNG
           PERFORM VOLLINVENTUR-ARTIKEL-ZAEHLEN.

       BERICHTSMENU.
           DISPLAY " "
           DISPLAY "BERICHTSMENÜ"
           DISPLAY "A - ARTIKELSTAMMLISTE"
           DISPLAY "V - BEWERTUNGSLISTE NACH KATEGORIE"
           DISPLAY "K - VERBRAUCH JE KOSTENSTELLE/PROJEKT (MONAT)"
           DISPLAY "H - MHD-BERICHT (ABLAUFENDE CHARGEN)"
           DISPLAY "C - ABC/XYZ-ANALYSE UND LADENHÜTER"
           DISPLAY "ZURÜCK (X)"
           DISPLAY " "
           DISPLAY "IHRE WAHL: " WITH NO ADVANCING
               WHEN BEWERTUNGSLISTE  PERFORM BEWERTUNGSLISTE-DRUCKEN
               WHEN KOSTENSTELLENBERICHT
                   PERFORM VERBRAUCHSBERICHT-DRUCKEN
               WHEN MHD-BERICHT      PERFORM MHD-BERICHT-DRUCKEN
               WHEN ABC-ANALYSE      PERFORM ABC-ANALYSE-DRUCKEN
               WHEN OTHER           CONTINUE
           END-EVALUATE.

           IF UMLAGERUNG
               MOVE BEW-LAGERORT-NACH-EINGABE TO BEW-LAGERORT-NACH
           END-IF
           MOVE BEW-CHARGE-EINGABE TO BEW-CHARGE
           WRITE BEWEGUNG-SATZ
           IF NOT DATEI-OK
               DISPLAY "FEHLER BEIM PROTOKOLLIEREN DER BEWEGUNG"
           END-IF
      * DIE CHARGE GILT NUR FÜR DIESE EINE BEWEGUNG.
           MOVE SPACES TO BEW-CHARGE-EINGABE.

       BESTANDSLISTE-DRUCKEN.
           PERFORM BERICHTSKOPF
      * (ODER VOLLSTÄNDIG ÜBER DIE LAUFENDE NUMMER) UND DRUCKT JEDE
      * BEWEGUNG IN CHRONOLOGISCHER REIHENFOLGE DER GEWÄHLTEN SICHT.
       BEWEGUNGSLISTE-DRUCKEN.
           DISPLAY "FILTER NACH DATUM (D), ARTIKEL (A), CHARGE (C) "
                   "ODER ALLE (X): " WITH NO ADVANCING
           ACCEPT BEW-FILTER-TYP
           PERFORM BERICHTSKOPF
                   DISPLAY "ARTIKELNUMMER: " WITH NO ADVANCING
                   ACCEPT BEW-FILTER-ARTIKEL
                   PERFORM BEWEGUNGSLISTE-NACH-ARTIKEL
               WHEN FILTER-CHARGE
                   DISPLAY "ARTIKELNUMMER: " WITH NO ADVANCING
                   ACCEPT BEW-FILTER-ARTIKEL
                   DISPLAY "CHARGE: " WITH NO ADVANCING
                   ACCEPT BEW-FILTER-CHARGE
                   PERFORM BEWEGUNGSLISTE-NACH-CHARGE
               WHEN OTHER
                   PERFORM BEWEGUNGSLISTE-ALLE
           END-EVALUATE
           END-IF
           MOVE SPACES TO BEWEGUNG-STATUS.

      * RÜCKVERFOLGUNG EINER CHARGE: ALLE BEWEGUNGEN DES ARTIKELS
      * MIT DIESER CHARGE, ÜBER DEN ARTIKELSCHLÜSSEL GELESEN.
       BEWEGUNGSLISTE-NACH-CHARGE.
           MOVE BEW-FILTER-ARTIKEL TO BEW-ARTIKEL
           START LAGERBEWEGUNGEN
               KEY IS GREATER THAN OR EQUAL BEW-ARTIKEL
           IF BEWEGUNG-OK
               PERFORM BEWEGUNG-CHARGE-PRUEFEN
                   UNTIL BEWEGUNG-EOF
           END-IF
           MOVE SPACES TO BEWEGUNG-STATUS.

       BEWEGUNG-CHARGE-PRUEFEN.
           READ LAGERBEWEGUNGEN NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT BEWEGUNG-EOF
               IF BEW-ARTIKEL NOT = BEW-FILTER-ARTIKEL
                   MOVE '10' TO BEWEGUNG-STATUS
               ELSE
                   IF BEW-CHARGE = BEW-FILTER-CHARGE
                       PERFORM BEWEGUNGSLISTE-ZEILE-DRUCKEN
                   END-IF
               END-IF
           END-IF.

       BEWEGUNGSLISTE-ALLE.
           MOVE LOW-VALUES TO BEW-NUMMER
           START LAGERBEWEGUNGEN KEY IS GREATER THAN BEW-NUMMER
               WHEN KORREKTUR MOVE "KORREKTUR" TO ANZ-BEW-TYP
               WHEN UMLAGERUNG MOVE "UMLAGERUNG" TO ANZ-BEW-TYP
               WHEN LIEFERUNG MOVE "LIEFERUNG" TO ANZ-BEW-TYP
               WHEN KUNDENRETOURE MOVE "KD-RETOURE" TO ANZ-BEW-TYP
               WHEN LIEFERANTENRETOURE
                   MOVE "LF-RETOURE" TO ANZ-BEW-TYP
           END-EVALUATE
           MOVE BEW-ARTIKEL TO ANZ-BEW-ARTIKEL
           MOVE BEW-MENGE TO ANZ-BEW-MENGE
               WRITE BERICHT-ZEILE FROM BER-ZEILE-2
               ADD 1 TO ZEILENZAHL
           END-IF
           IF KUNDENRETOURE
               MOVE SPACES TO BER-ZEILE-2
               STRING "         LIEFERSCHEIN " BEW-REFERENZ (1:8)
                   " GUTSCHRIFT " BEW-REFERENZ (9:8)
                   DELIMITED BY SIZE INTO BER-ZEILE-2
               WRITE BERICHT-ZEILE FROM BER-ZEILE-2
               ADD 1 TO ZEILENZAHL
           END-IF
           IF LIEFERANTENRETOURE
               MOVE SPACES TO BER-ZEILE-2
               STRING "         BESTELLUNG " BEW-REFERENZ (1:8)
                   " RÜCKSENDESCHEIN " BEW-REFERENZ (9:8)
                   DELIMITED BY SIZE INTO BER-ZEILE-2
               WRITE BERICHT-ZEILE FROM BER-ZEILE-2
               ADD 1 TO ZEILENZAHL
           END-IF
           IF BEW-CHARGE NOT = SPACES
               MOVE SPACES TO BER-ZEILE-2
               STRING "         CHARGE " BEW-CHARGE
                   " KOSTENSTELLE " BEW-KOSTENSTELLE
                   " PROJEKT " BEW-PROJEKT
                   DELIMITED BY SIZE INTO BER-ZEILE-2
               WRITE BERICHT-ZEILE FROM BER-ZEILE-2
               ADD 1 TO ZEILENZAHL
           END-IF
           IF ZEILENZAHL > 55
               PERFORM BERICHTSFUSS
               PERFORM BERICHTSKOPF
           MOVE SPACES TO BER-ZEILE-2
           STRING "  STATUS: " ART-STATUS
               " LETZTE ÄNDERUNG: " ART-LETZTE-AENDERUNG
               " CHARGENPFLICHT: " ART-CHARGENPFLICHT
               " ABC/XYZ: " ART-ABC-KLASSE ART-XYZ-KLASSE
               " LETZTE ZÄHLUNG: " ART-LETZTE-ZAEHLUNG
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           ADD 6 TO ZEILENZAHL
      * SOWIE EINER SUMME JE LIEFERANT UND EINER GESAMTSUMME.
       MINDBESTANDSLISTE-DRUCKEN.
           MOVE 0 TO GESAMT-BESTELLWERT
           MOVE 'N' TO VORSCHLAG-Z-HINWEIS
           SORT LIEFERANTEN-SORT
               ON ASCENDING KEY SORT-LIEFERANT
               ON ASCENDING KEY SORT-ABC-RANG
               ON ASCENDING KEY SORT-ARTIKEL
               INPUT PROCEDURE IS MINDBESTAND-ERMITTELN
               OUTPUT PROCEDURE IS BESTELLVORSCHLAG-DRUCKEN
                           MOVE ART-LIEFERZEIT TO SORT-LIEFERZEIT
                           MOVE ART-EINHEIT TO SORT-EINHEIT
                           MOVE ART-EK-PREIS TO SORT-EK-PREIS
                           MOVE ART-ABC-KLASSE TO SORT-ABC-KLASSE
                           MOVE ART-XYZ-KLASSE TO SORT-XYZ-KLASSE
      * INNERHALB DES LIEFERANTEN A VOR B VOR C, NICHT
      * KLASSIFIZIERTE ZULETZT.
                           EVALUATE ART-ABC-KLASSE
                               WHEN 'A'   MOVE 1 TO SORT-ABC-RANG
                               WHEN 'B'   MOVE 2 TO SORT-ABC-RANG
                               WHEN 'C'   MOVE 3 TO SORT-ABC-RANG
                               WHEN OTHER MOVE 4 TO SORT-ABC-RANG
                           END-EVALUATE
                           RELEASE SORT-SATZ
                       END-IF
                   END-IF
               ADD VORSCHLAG-WERT TO LIEFERANTEN-SUMME
               ADD VORSCHLAG-WERT TO GESAMT-BESTELLWERT
               MOVE SPACES TO BER-ZEILE-2
               STRING "  " SORT-ARTIKEL " " SORT-BEZEICHNUNG (1:28)
                   " KL " SORT-ABC-KLASSE SORT-XYZ-KLASSE
                   " VERFÜGBAR: " SORT-BESTAND
                   " MINDEST: " SORT-MINDESTBESTAND
                   " BESTELLMENGE: " VORSCHLAG-MENGE
                   " " SORT-EINHEIT " WERT: " VORSCHLAG-WERT
                   DELIMITED BY SIZE INTO BER-ZEILE-2
               IF SORT-XYZ-KLASSE = 'Z'
                   MOVE 'J' TO VORSCHLAG-Z-HINWEIS
                   MOVE "*" TO BER-ZEILE-2 (1:1)
               END-IF
               WRITE BERICHT-ZEILE FROM BER-ZEILE-2
               ADD 1 TO ZEILENZAHL
               IF ZEILENZAHL > 55
           STRING "GESAMTBESTELLWERT: " GESAMT-BESTELLWERT
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           IF VORSCHLAG-Z-HINWEIS = 'J'
               MOVE "* SPORADISCHER BEDARF (XYZ-KLASSE Z) - "
                   & "BESTELLMENGE VOR DER BESTELLUNG PRÜFEN"
                   TO BER-ZEILE-2
               WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           END-IF
           PERFORM BERICHTSFUSS.

      * DRUCKT DIE GRUPPENÜBERSCHRIFT EINES LIEFERANTEN: NUMMER
           END-IF
           MOVE BEW-PREIS-EINGABE TO ART-EK-PREIS.

      * GEGENSTÜCK BEI DER LIEFERANTENRETOURE: DIE ZURÜCKGESANDTE
      * MENGE VERLÄSST DEN BESTAND ZUM EK-PREIS DER BESTELLUNG.
      * GEHT DER BESTAND AUF NULL ODER DER RESTWERT NICHT AUF,
      * BLEIBT DER BISHERIGE DURCHSCHNITT STEHEN.
       DURCHSCHNITTS-EK-RUECKNAHME.
           IF ART-AKTUELLER-BESTAND - BEW-MENGE-EINGABE <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE RET-WERT-REST =
               ART-AKTUELLER-BESTAND * ART-DURCHSCHNITTS-EK
               - BEW-MENGE-EINGABE * BEST-EK-PREIS
           IF RET-WERT-REST <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE ART-DURCHSCHNITTS-EK ROUNDED =
               RET-WERT-REST
               / (ART-AKTUELLER-BESTAND - BEW-MENGE-EINGABE).

      * BEWERTET DEN AKTUELLEN BESTAND ALLER AKTIVEN ARTIKEL ZU
      * GLEITENDEN DURCHSCHNITTSKOSTEN, GRUPPIERT NACH KATEGORIE,
      * MIT MENGE UND WERT JE KATEGORIE UND EINER GESAMTSUMME FÜR
               PERFORM KATEGORIE-SUMME-DRUCKEN
           END-IF
           MOVE SPACES TO BER-ZEILE-2
           STRING "GESAMTWERT ZU DURCHSCHNITTSKOSTEN: "
               BEWERTUNG-GESAMTWERT
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           PERFORM BERICHTSFUSS.

       KATEGORIE-SUMME-DRUCKEN.
           MOVE SPACES TO BER-ZEILE-2
           STRING "  SUMME " VORHERIGE-KATEGORIE
               " MENGE: " KATEGORIE-MENGE
               " WERT: " KATEGORIE-WERT
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           ADD 2 TO ZEILENZAHL.

      * ABC/XYZ-ANALYSE ÜBER EINEN WÄHLBAREN ZEITRAUM (GANZE
      * MONATE, HÖCHSTENS 24) AUS DEN LAGERBEWEGUNGEN. VERBRAUCH
      * SIND AUSGÄNGE ('A') UND KUNDENLIEFERUNGEN ('V') ZUM
      * BEWEGUNGSPREIS, ABZÜGLICH KUNDENRETOUREN ('R').
      * ABC NACH VERBRAUCHSWERT: A BIS 80 %, B BIS 95 % DES
      * GESAMTWERTS, REST C. XYZ NACH DER SCHWANKUNG DES MONATS-
      * VERBRAUCHS: VARIATIONSKOEFFIZIENT BIS 0,5 = X, BIS 1,0 =
      * Y, DARÜBER ODER OHNE VERBRAUCH = Z. REICHWEITE = BESTAND
      * DURCH DURCHSCHNITTLICHEN TAGESVERBRAUCH. LADENHÜTER SIND
      * ARTIKEL MIT BESTAND OHNE VERBRAUCH (NICHTDREHER) ODER MIT
      * REICHWEITE ÜBER DER GRENZE (LANGSAMDREHER); GEBUNDEN IST
      * DER BESTAND ZU DURCHSCHNITTS-EK.
      * DIE KLASSEN WERDEN AM ARTIKEL GESPEICHERT. DAS ERGEBNIS
      * LÄUFT ÜBER DIE ARBEITSDATEI IN DREI BERICHTSTEILE: JE
      * KATEGORIE, JE LIEFERANT, LADENHÜTER.
       ABC-ANALYSE-DRUCKEN.
           DISPLAY "ZEITRAUM VON MONAT (JJJJMM): " WITH NO ADVANCING
           ACCEPT ABC-VON-EINGABE
           DISPLAY "ZEITRAUM BIS MONAT (JJJJMM): " WITH NO ADVANCING
           ACCEPT ABC-BIS-EINGABE
           IF ABC-VON-EINGABE NOT NUMERIC
               OR ABC-BIS-EINGABE NOT NUMERIC
               DISPLAY "UNGÜLTIGER MONAT"
               EXIT PARAGRAPH
           END-IF
           MOVE ABC-VON-EINGABE TO ABC-VON-MONAT
           MOVE ABC-BIS-EINGABE TO ABC-BIS-MONAT
           COMPUTE ABC-VON-JJJJ = ABC-VON-MONAT / 100
           COMPUTE ABC-VON-MM = ABC-VON-MONAT - ABC-VON-JJJJ * 100
           COMPUTE ABC-BIS-JJJJ = ABC-BIS-MONAT / 100
           COMPUTE ABC-BIS-MM = ABC-BIS-MONAT - ABC-BIS-JJJJ * 100
           IF ABC-VON-MM < 1 OR ABC-VON-MM > 12
               OR ABC-BIS-MM < 1 OR ABC-BIS-MM > 12
               OR ABC-VON-MONAT > ABC-BIS-MONAT
               DISPLAY "UNGÜLTIGER ZEITRAUM"
               EXIT PARAGRAPH
           END-IF
           COMPUTE ABC-MONATE =
               (ABC-BIS-JJJJ * 12 + ABC-BIS-MM)
               - (ABC-VON-JJJJ * 12 + ABC-VON-MM) + 1
           IF ABC-MONATE > 24
               DISPLAY "HÖCHSTENS 24 MONATE"
               EXIT PARAGRAPH
           END-IF
      * TAGE IM ZEITRAUM: ERSTER DES FOLGEMONATS NACH DEM BIS-
      * MONAT MINUS ERSTER DES VON-MONATS.
           COMPUTE ABC-DATUM-NUMERISCH = ABC-VON-MONAT * 100 + 1
           COMPUTE ABC-TAG-VON =
               FUNCTION INTEGER-OF-DATE(ABC-DATUM-NUMERISCH)
           IF ABC-BIS-MM = 12
               COMPUTE ABC-DATUM-NUMERISCH =
                   (ABC-BIS-JJJJ + 1) * 10000 + 101
           ELSE
               COMPUTE ABC-DATUM-NUMERISCH =
                   (ABC-BIS-MONAT + 1) * 100 + 1
           END-IF
           COMPUTE ABC-TAGE =
               FUNCTION INTEGER-OF-DATE(ABC-DATUM-NUMERISCH)
               - ABC-TAG-VON
           DISPLAY "LADENHÜTER AB REICHWEITE IN TAGEN (0 = 365): "
                   WITH NO ADVANCING
           ACCEPT ABC-GRENZE-TAGE
           IF ABC-GRENZE-TAGE = 0
               MOVE 365 TO ABC-GRENZE-TAGE
           END-IF
           MOVE 0 TO ABC-GESAMTWERT
           MOVE 0 TO ABC-ANALYSIERT
           MOVE 'N' TO ABC-ARB-FEHLER
           SORT ABC-SORT
               ON DESCENDING KEY ABC-WERT
               ON ASCENDING KEY ABC-ARTIKEL
               INPUT PROCEDURE IS ABC-ERMITTELN
               OUTPUT PROCEDURE IS ABC-KLASSEN-ZUORDNEN
           IF ABC-ARB-FEHLER = 'J'
               DISPLAY "ANALYSE ABGEBROCHEN"
               EXIT PARAGRAPH
           END-IF
           IF ABC-ANALYSIERT = 0
               DISPLAY "KEINE AKTIVEN ARTIKEL VORHANDEN"
               EXIT PARAGRAPH
           END-IF
           SORT ABC-SORT
               ON ASCENDING KEY ABC-KATEGORIE
               ON DESCENDING KEY ABC-WERT
               ON ASCENDING KEY ABC-ARTIKEL
               USING ABC-ARBEITSDATEI
               OUTPUT PROCEDURE IS ABC-KATEGORIEN-AUSGEBEN
           SORT ABC-SORT
               ON ASCENDING KEY ABC-LIEFERANT
               ON ASCENDING KEY ABC-ARTIKEL
               USING ABC-ARBEITSDATEI
               OUTPUT PROCEDURE IS ABC-LIEFERANTEN-AUSGEBEN
           SORT ABC-SORT
               ON DESCENDING KEY ABC-BESTANDSWERT
               ON ASCENDING KEY ABC-ARTIKEL
               USING ABC-ARBEITSDATEI
               OUTPUT PROCEDURE IS ABC-LADENHUETER-AUSGEBEN
           DISPLAY "ABC/XYZ-ANALYSE: " ABC-ANALYSIERT
                   " ARTIKEL KLASSIFIZIERT"
           DISPLAY "BERICHT WURDE ERSTELLT".

       ABC-ERMITTELN.
           MOVE LOW-VALUES TO ART-NUMMER
           START ARTIKEL-DATEI KEY IS GREATER THAN ART-NUMMER
           IF DATEI-OK
               PERFORM ABC-ARTIKEL-ANALYSIEREN UNTIL NOT DATEI-OK
           END-IF
           MOVE SPACES TO ARTIKEL-STATUS.

       ABC-ARTIKEL-ANALYSIEREN.
           READ ARTIKEL-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT DATEI-OK OR NOT AKTIVER-ARTIKEL
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ABC-VERBR-MENGE
           MOVE 0 TO ABC-VERBR-WERT
           MOVE SPACES TO ABC-LETZTES-DATUM
           PERFORM ABC-MONAT-LOESCHEN
               VARYING ABC-MONAT-INDEX FROM 1 BY 1
               UNTIL ABC-MONAT-INDEX > 24
           MOVE ART-NUMMER TO BEW-ARTIKEL
           START LAGERBEWEGUNGEN
               KEY IS GREATER THAN OR EQUAL BEW-ARTIKEL
           IF BEWEGUNG-OK
               PERFORM ABC-BEWEGUNG-VERARBEITEN
                   UNTIL BEWEGUNG-EOF
           END-IF
           MOVE SPACES TO BEWEGUNG-STATUS
           MOVE ABC-VERBR-WERT TO ABC-WERT
           MOVE ART-NUMMER TO ABC-ARTIKEL
           MOVE ART-BEZEICHNUNG TO ABC-BEZEICHNUNG
           MOVE ART-KATEGORIE TO ABC-KATEGORIE
           MOVE ART-LIEFERANT TO ABC-LIEFERANT
           MOVE ABC-VERBR-MENGE TO ABC-MENGE
           MOVE ART-AKTUELLER-BESTAND TO ABC-BESTAND
           MOVE ABC-LETZTES-DATUM TO ABC-LETZTE-BEWEGUNG
           MOVE SPACE TO ABC-KLASSE
           PERFORM ABC-XYZ-BESTIMMEN
           PERFORM ABC-REICHWEITE-BESTIMMEN
           RELEASE ABC-SORT-SATZ
           ADD 1 TO ABC-ANALYSIERT
           IF ABC-WERT > 0
               ADD ABC-WERT TO ABC-GESAMTWERT
           END-IF.

       ABC-MONAT-LOESCHEN.
           MOVE 0 TO ABC-MONATSMENGE (ABC-MONAT-INDEX).

      * LETZTE BEWEGUNG IST DIE LETZTE MENGENBEWEGUNG OHNE
      * INVENTUR UND KORREKTUR, AUCH AUSSERHALB DES ZEITRAUMS.
       ABC-BEWEGUNG-VERARBEITEN.
           READ LAGERBEWEGUNGEN NEXT RECORD
               AT END CONTINUE
           END-READ
           IF BEWEGUNG-EOF
               EXIT PARAGRAPH
           END-IF
           IF BEW-ARTIKEL NOT = ART-NUMMER
               MOVE '10' TO BEWEGUNG-STATUS
               EXIT PARAGRAPH
           END-IF
           IF BEW-MENGE NOT = 0 AND NOT INVENTUR AND NOT KORREKTUR
               AND BEW-DATUM > ABC-LETZTES-DATUM
               MOVE BEW-DATUM TO ABC-LETZTES-DATUM
           END-IF
           IF NOT AUSGANG AND NOT LIEFERUNG AND NOT KUNDENRETOURE
               EXIT PARAGRAPH
           END-IF
           IF BEW-DATUM (1:6) NOT NUMERIC
               OR BEW-DATUM (1:6) < ABC-VON-EINGABE
               OR BEW-DATUM (1:6) > ABC-BIS-EINGABE
               EXIT PARAGRAPH
           END-IF
           MOVE BEW-DATUM (1:6) TO ABC-BEW-MONAT
           COMPUTE ABC-BEW-JJJJ = ABC-BEW-MONAT / 100
           COMPUTE ABC-BEW-MM = ABC-BEW-MONAT - ABC-BEW-JJJJ * 100
           COMPUTE ABC-MONAT-INDEX =
               (ABC-BEW-JJJJ * 12 + ABC-BEW-MM)
               - (ABC-VON-JJJJ * 12 + ABC-VON-MM) + 1
           COMPUTE ABC-EINZELWERT ROUNDED = BEW-MENGE * BEW-PREIS
           IF KUNDENRETOURE
               SUBTRACT BEW-MENGE FROM ABC-VERBR-MENGE
               SUBTRACT ABC-EINZELWERT FROM ABC-VERBR-WERT
               SUBTRACT BEW-MENGE
                   FROM ABC-MONATSMENGE (ABC-MONAT-INDEX)
           ELSE
               ADD BEW-MENGE TO ABC-VERBR-MENGE
               ADD ABC-EINZELWERT TO ABC-VERBR-WERT
               ADD BEW-MENGE TO ABC-MONATSMENGE (ABC-MONAT-INDEX)
           END-IF.

      * VERGLEICH ÜBER DIE QUADRATE: VARIATIONSKOEFFIZIENT BIS 0,5
      * ENTSPRICHT EINER VARIANZ BIS 0,25 * MITTELWERT ** 2.
       ABC-XYZ-BESTIMMEN.
           IF ABC-VERBR-MENGE <= 0
               MOVE 'Z' TO ABC-XYZ
               EXIT PARAGRAPH
           END-IF
           COMPUTE ABC-MITTEL ROUNDED = ABC-VERBR-MENGE / ABC-MONATE
           MOVE 0 TO ABC-VARIANZ
           PERFORM ABC-ABWEICHUNG-ADDIEREN
               VARYING ABC-MONAT-INDEX FROM 1 BY 1
               UNTIL ABC-MONAT-INDEX > ABC-MONATE
           COMPUTE ABC-VARIANZ ROUNDED = ABC-VARIANZ / ABC-MONATE
           EVALUATE TRUE
               WHEN ABC-VARIANZ <= 0.25 * ABC-MITTEL * ABC-MITTEL
                   MOVE 'X' TO ABC-XYZ
               WHEN ABC-VARIANZ <= ABC-MITTEL * ABC-MITTEL
                   MOVE 'Y' TO ABC-XYZ
               WHEN OTHER
                   MOVE 'Z' TO ABC-XYZ
           END-EVALUATE.

       ABC-ABWEICHUNG-ADDIEREN.
           COMPUTE ABC-VARIANZ = ABC-VARIANZ
               + (ABC-MONATSMENGE (ABC-MONAT-INDEX) - ABC-MITTEL)
               * (ABC-MONATSMENGE (ABC-MONAT-INDEX) - ABC-MITTEL).

      * REICHWEITE 99999 = KEIN VERBRAUCH IM ZEITRAUM.
       ABC-REICHWEITE-BESTIMMEN.
           MOVE SPACE TO ABC-LADENHUETER
           IF ART-AKTUELLER-BESTAND <= 0
               MOVE 0 TO ABC-BESTANDSWERT
               MOVE 0 TO ABC-REICHWEITE
               EXIT PARAGRAPH
           END-IF
           COMPUTE ABC-BESTANDSWERT ROUNDED =
               ART-AKTUELLER-BESTAND * ART-DURCHSCHNITTS-EK
           IF ABC-VERBR-MENGE <= 0
               MOVE 99999 TO ABC-REICHWEITE
               MOVE 'N' TO ABC-LADENHUETER
               EXIT PARAGRAPH
           END-IF
           COMPUTE ABC-REICHWEITE-TAGE ROUNDED =
               ART-AKTUELLER-BESTAND * ABC-TAGE / ABC-VERBR-MENGE
           IF ABC-REICHWEITE-TAGE > 99999
               MOVE 99999 TO ABC-REICHWEITE
           ELSE
               MOVE ABC-REICHWEITE-TAGE TO ABC-REICHWEITE
           END-IF
           IF ABC-REICHWEITE-TAGE > ABC-GRENZE-TAGE
               MOVE 'L' TO ABC-LADENHUETER
           END-IF.

      * VERGIBT IN ABSTEIGENDER FOLGE DES VERBRAUCHSWERTS DIE
      * ABC-KLASSE, SCHREIBT BEIDE KLASSEN AN DEN ARTIKEL UND DEN
      * SATZ IN DIE ARBEITSDATEI. MASSGEBLICH IST DER KUMULIERTE
      * ANTEIL VOR DEM ARTIKEL, DAMIT EIN EINZELNER ARTIKEL MIT
      * GROSSEM ANTEIL IMMER IN A FÄLLT.
       ABC-KLASSEN-ZUORDNEN.
           MOVE 0 TO ABC-KUMULIERT
           OPEN OUTPUT ABC-ARBEITSDATEI
           IF NOT ABCARB-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER ARBEITSDATEI: "
                       ABCARB-STATUS
               MOVE 'J' TO ABC-ARB-FEHLER
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO ABC-SORT-ENDE
           RETURN ABC-SORT
               AT END MOVE 'J' TO ABC-SORT-ENDE
           END-RETURN
           PERFORM ABC-KLASSE-SETZEN UNTIL ABC-SORT-ENDE = 'J'
           CLOSE ABC-ARBEITSDATEI.

       ABC-KLASSE-SETZEN.
           EVALUATE TRUE
               WHEN ABC-WERT <= 0
                   MOVE 'C' TO ABC-KLASSE
               WHEN ABC-KUMULIERT * 100 < ABC-GESAMTWERT * 80
                   MOVE 'A' TO ABC-KLASSE
               WHEN ABC-KUMULIERT * 100 < ABC-GESAMTWERT * 95
                   MOVE 'B' TO ABC-KLASSE
               WHEN OTHER
                   MOVE 'C' TO ABC-KLASSE
           END-EVALUATE
           IF ABC-WERT > 0
               ADD ABC-WERT TO ABC-KUMULIERT
           END-IF
           MOVE ABC-ARTIKEL TO ART-NUMMER
           READ ARTIKEL-DATEI
               KEY IS ART-NUMMER
           IF DATEI-OK
               MOVE ABC-KLASSE TO ART-ABC-KLASSE
               MOVE ABC-XYZ TO ART-XYZ-KLASSE
               REWRITE ARTIKEL-SATZ
           END-IF
           IF NOT DATEI-OK
               DISPLAY "KLASSE FÜR ARTIKEL " ABC-ARTIKEL
                       " NICHT GESPEICHERT: " ARTIKEL-STATUS
           END-IF
           WRITE ABC-ARBEITS-SATZ FROM ABC-SORT-SATZ
           IF NOT ABCARB-OK
               DISPLAY "FEHLER BEIM SCHREIBEN DER ARBEITSDATEI: "
                       ABCARB-STATUS
               MOVE 'J' TO ABC-ARB-FEHLER
           END-IF
           RETURN ABC-SORT
               AT END MOVE 'J' TO ABC-SORT-ENDE
           END-RETURN.

      * BERICHTSTEIL 1: ARTIKEL JE KATEGORIE NACH VERBRAUCHSWERT
      * MIT ZWISCHENSUMME JE KATEGORIE UND KLASSENÜBERSICHT.
       ABC-KATEGORIEN-AUSGEBEN.
           PERFORM BERICHTSKOPF
           PERFORM ABC-TITEL-DRUCKEN
           MOVE "JE KATEGORIE (KL = ABC/XYZ, RW = REICHWEITE IN "
               & "TAGEN, BW = BESTANDSWERT ZU DURCHSCHNITTS-EK)"
               TO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN
           MOVE SPACES TO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN
           MOVE 0 TO ABC-GES-ANZAHL
           MOVE 0 TO ABC-GES-WERT
           MOVE 0 TO ABC-GES-BESTANDSWERT
           MOVE 0 TO ABC-GES-LADENWERT
           MOVE 0 TO ABC-X-ANZAHL
           MOVE 0 TO ABC-Y-ANZAHL
           MOVE 0 TO ABC-Z-ANZAHL
           PERFORM ABC-KLASSE-LOESCHEN
               VARYING ABC-KL-INDEX FROM 1 BY 1
               UNTIL ABC-KL-INDEX > 3
           MOVE 'J' TO ABC-ERSTE-GRUPPE
           MOVE 'N' TO ABC-SORT-ENDE
           RETURN ABC-SORT
               AT END MOVE 'J' TO ABC-SORT-ENDE
           END-RETURN
           PERFORM ABC-KATEGORIE-ZEILE UNTIL ABC-SORT-ENDE = 'J'
           IF ABC-ERSTE-GRUPPE = 'N'
               PERFORM ABC-KATEGORIE-SUMME
           END-IF
           PERFORM ABC-GESAMT-DRUCKEN
           MOVE SPACES TO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN
           PERFORM ABC-KLASSE-DRUCKEN
               VARYING ABC-KL-INDEX FROM 1 BY 1
               UNTIL ABC-KL-INDEX > 3
           MOVE SPACES TO BER-ZEILE-2
           STRING "XYZ:  X " ABC-X-ANZAHL
               "  Y " ABC-Y-ANZAHL
               "  Z " ABC-Z-ANZAHL " ARTIKEL"
               DELIMITED BY SIZE INTO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN
           PERFORM BERICHTSFUSS.

       ABC-KLASSE-LOESCHEN.
           MOVE 0 TO ABC-KL-ANZAHL (ABC-KL-INDEX)
           MOVE 0 TO ABC-KL-WERT (ABC-KL-INDEX)
           MOVE 0 TO ABC-KL-BESTANDSWERT (ABC-KL-INDEX).

       ABC-TITEL-DRUCKEN.
           MOVE SPACES TO BER-ZEILE-2
           STRING "ABC/XYZ-ANALYSE ZEITRAUM " ABC-VON-EINGABE
               " BIS " ABC-BIS-EINGABE " (" ABC-MONATE " MONATE, "
               ABC-TAGE " TAGE)"
               DELIMITED BY SIZE INTO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN.

       ABC-KATEGORIE-ZEILE.
           IF ABC-ERSTE-GRUPPE = 'J'
               OR ABC-KATEGORIE NOT = ABC-VORHERIGE-GRUPPE
               IF ABC-ERSTE-GRUPPE = 'N'
                   PERFORM ABC-KATEGORIE-SUMME
               END-IF
               MOVE 'N' TO ABC-ERSTE-GRUPPE
               MOVE ABC-KATEGORIE TO ABC-VORHERIGE-GRUPPE
               PERFORM ABC-GRUPPE-LOESCHEN
               MOVE SPACES TO BER-ZEILE-2
               STRING "KATEGORIE: " ABC-KATEGORIE
                   DELIMITED BY SIZE INTO BER-ZEILE-2
               PERFORM ABC-ZEILE-SCHREIBEN
           END-IF
           PERFORM ABC-GRUPPE-ADDIEREN
           EVALUATE ABC-KLASSE
               WHEN 'A'   MOVE 1 TO ABC-KL-INDEX
               WHEN 'B'   MOVE 2 TO ABC-KL-INDEX
               WHEN OTHER MOVE 3 TO ABC-KL-INDEX
           END-EVALUATE
           ADD 1 TO ABC-KL-ANZAHL (ABC-KL-INDEX)
           ADD ABC-WERT TO ABC-KL-WERT (ABC-KL-INDEX)
           ADD ABC-BESTANDSWERT TO ABC-KL-BESTANDSWERT (ABC-KL-INDEX)
           EVALUATE ABC-XYZ
               WHEN 'X'   ADD 1 TO ABC-X-ANZAHL
               WHEN 'Y'   ADD 1 TO ABC-Y-ANZAHL
               WHEN OTHER ADD 1 TO ABC-Z-ANZAHL
           END-EVALUATE
           MOVE SPACES TO BER-ZEILE-2
           STRING "  " ABC-ARTIKEL " " ABC-BEZEICHNUNG
               " KL " ABC-KLASSE ABC-XYZ
               " MENGE " ABC-MENGE
               " WERT " ABC-WERT
               " BESTAND " ABC-BESTAND
               " RW " ABC-REICHWEITE
               " BW " ABC-BESTANDSWERT
               DELIMITED BY SIZE INTO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN
           RETURN ABC-SORT
               AT END MOVE 'J' TO ABC-SORT-ENDE
           END-RETURN.

       ABC-KATEGORIE-SUMME.
           MOVE SPACES TO BER-ZEILE-2
           STRING "  SUMME " ABC-VORHERIGE-GRUPPE (1:20)
               " ARTIKEL " ABC-GRP-ANZAHL
               " A/B/C " ABC-GRP-A "/" ABC-GRP-B "/" ABC-GRP-C
               " VERBRAUCHSWERT " ABC-GRP-WERT
               " BESTANDSWERT " ABC-GRP-BESTANDSWERT
               DELIMITED BY SIZE INTO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN
           MOVE SPACES TO BER-ZEILE-2
           STRING "        DAVON IN LADENHÜTERN GEBUNDEN "
               ABC-GRP-LADENWERT
               DELIMITED BY SIZE INTO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN
           MOVE SPACES TO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN.

       ABC-GRUPPE-LOESCHEN.
           MOVE 0 TO ABC-GRP-ANZAHL
           MOVE 0 TO ABC-GRP-A
           MOVE 0 TO ABC-GRP-B
           MOVE 0 TO ABC-GRP-C
           MOVE 0 TO ABC-GRP-WERT
           MOVE 0 TO ABC-GRP-BESTANDSWERT
           MOVE 0 TO ABC-GRP-LADENWERT.

       ABC-GRUPPE-ADDIEREN.
           ADD 1 TO ABC-GRP-ANZAHL
           ADD 1 TO ABC-GES-ANZAHL
           EVALUATE ABC-KLASSE
               WHEN 'A'   ADD 1 TO ABC-GRP-A
               WHEN 'B'   ADD 1 TO ABC-GRP-B
               WHEN OTHER ADD 1 TO ABC-GRP-C
           END-EVALUATE
           ADD ABC-WERT TO ABC-GRP-WERT
           ADD ABC-WERT TO ABC-GES-WERT
           ADD ABC-BESTANDSWERT TO ABC-GRP-BESTANDSWERT
           ADD ABC-BESTANDSWERT TO ABC-GES-BESTANDSWERT
           IF ABC-LADENHUETER NOT = SPACE
               ADD ABC-BESTANDSWERT TO ABC-GRP-LADENWERT
               ADD ABC-BESTANDSWERT TO ABC-GES-LADENWERT
           END-IF.

       ABC-GESAMT-DRUCKEN.
           MOVE SPACES TO BER-ZEILE-2
           STRING "GESAMT: ARTIKEL " ABC-GES-ANZAHL
               " VERBRAUCHSWERT " ABC-GES-WERT
               " BESTANDSWERT " ABC-GES-BESTANDSWERT
               " DAVON LADENHÜTER " ABC-GES-LADENWERT
               DELIMITED BY SIZE INTO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN.

       ABC-KLASSE-DRUCKEN.
           MOVE 0 TO ABC-KL-ANTEIL
           IF ABC-GESAMTWERT > 0 AND ABC-KL-WERT (ABC-KL-INDEX) > 0
               COMPUTE ABC-KL-ANTEIL ROUNDED =
                   ABC-KL-WERT (ABC-KL-INDEX) * 100 / ABC-GESAMTWERT
           END-IF
           MOVE SPACES TO BER-ZEILE-2
           STRING "KLASSE " ABC-KL-BUCHSTABEN (ABC-KL-INDEX:1)
               ": " ABC-KL-ANZAHL (ABC-KL-INDEX) " ARTIKEL"
               " VERBRAUCHSWERT " ABC-KL-WERT (ABC-KL-INDEX)
               " ANTEIL " ABC-KL-ANTEIL " %"
               " BESTANDSWERT " ABC-KL-BESTANDSWERT (ABC-KL-INDEX)
               DELIMITED BY SIZE INTO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN.

      * BERICHTSTEIL 2: NUR ZWISCHENSUMMEN JE LIEFERANT.
       ABC-LIEFERANTEN-AUSGEBEN.
           PERFORM BERICHTSKOPF
           PERFORM ABC-TITEL-DRUCKEN
           MOVE "ZWISCHENSUMMEN JE LIEFERANT" TO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN
           MOVE SPACES TO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN
           MOVE 0 TO ABC-GES-ANZAHL
           MOVE 0 TO ABC-GES-WERT
           MOVE 0 TO ABC-GES-BESTANDSWERT
           MOVE 0 TO ABC-GES-LADENWERT
           MOVE 'J' TO ABC-ERSTE-GRUPPE
           MOVE 'N' TO ABC-SORT-ENDE
           RETURN ABC-SORT
               AT END MOVE 'J' TO ABC-SORT-ENDE
           END-RETURN
           PERFORM ABC-LIEFERANT-SATZ UNTIL ABC-SORT-ENDE = 'J'
           IF ABC-ERSTE-GRUPPE = 'N'
               PERFORM ABC-LIEFERANT-SUMME
           END-IF
           PERFORM ABC-GESAMT-DRUCKEN
           PERFORM BERICHTSFUSS.

       ABC-LIEFERANT-SATZ.
           IF ABC-ERSTE-GRUPPE = 'J'
               OR ABC-LIEFERANT NOT = ABC-VORHERIGE-GRUPPE
               IF ABC-ERSTE-GRUPPE = 'N'
                   PERFORM ABC-LIEFERANT-SUMME
               END-IF
               MOVE 'N' TO ABC-ERSTE-GRUPPE
               MOVE ABC-LIEFERANT TO ABC-VORHERIGE-GRUPPE
               PERFORM ABC-GRUPPE-LOESCHEN
           END-IF
           PERFORM ABC-GRUPPE-ADDIEREN
           RETURN ABC-SORT
               AT END MOVE 'J' TO ABC-SORT-ENDE
           END-RETURN.

       ABC-LIEFERANT-SUMME.
           IF ABC-VORHERIGE-GRUPPE = SPACES
               MOVE "OHNE LIEFERANT" TO BER-ZEILE-2
               PERFORM ABC-ZEILE-SCHREIBEN
           ELSE
               MOVE ABC-VORHERIGE-GRUPPE TO VORHERIGER-LIEFERANT
               PERFORM LIEFERANT-KOPFZEILE-DRUCKEN
           END-IF
           MOVE SPACES TO BER-ZEILE-2
           STRING "  ARTIKEL " ABC-GRP-ANZAHL
               " A/B/C " ABC-GRP-A "/" ABC-GRP-B "/" ABC-GRP-C
               " VERBRAUCHSWERT " ABC-GRP-WERT
               " BESTANDSWERT " ABC-GRP-BESTANDSWERT
               " LADENHÜTER " ABC-GRP-LADENWERT
               DELIMITED BY SIZE INTO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN.

      * BERICHTSTEIL 3: LADENHÜTER NACH GEBUNDENEM KAPITAL.
       ABC-LADENHUETER-AUSGEBEN.
           PERFORM BERICHTSKOPF
           PERFORM ABC-TITEL-DRUCKEN
           MOVE SPACES TO BER-ZEILE-2
           STRING "LADENHÜTER: NICHTDREHER (KEIN VERBRAUCH IM "
               "ZEITRAUM) UND LANGSAMDREHER (REICHWEITE ÜBER "
               ABC-GRENZE-TAGE " TAGE)"
               DELIMITED BY SIZE INTO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN
           MOVE SPACES TO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN
           MOVE 0 TO ABC-LADEN-ANZAHL
           MOVE 0 TO ABC-GES-LADENWERT
           MOVE 'N' TO ABC-SORT-ENDE
           RETURN ABC-SORT
               AT END MOVE 'J' TO ABC-SORT-ENDE
           END-RETURN
           PERFORM ABC-LADENHUETER-ZEILE UNTIL ABC-SORT-ENDE = 'J'
           MOVE SPACES TO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN
           STRING "LADENHÜTER: " ABC-LADEN-ANZAHL
               " ARTIKEL, GEBUNDENES KAPITAL " ABC-GES-LADENWERT
               DELIMITED BY SIZE INTO BER-ZEILE-2
           PERFORM ABC-ZEILE-SCHREIBEN
           PERFORM BERICHTSFUSS.

       ABC-LADENHUETER-ZEILE.
           IF ABC-LADENHUETER NOT = SPACE
               IF ABC-NICHTDREHER
                   MOVE "NICHTDREHER" TO ABC-LADEN-TEXT
               ELSE
                   MOVE "LANGSAMDREHER" TO ABC-LADEN-TEXT
               END-IF
               ADD 1 TO ABC-LADEN-ANZAHL
               ADD ABC-BESTANDSWERT TO ABC-GES-LADENWERT
               MOVE SPACES TO BER-ZEILE-2
               STRING "  " ABC-ARTIKEL " " ABC-BEZEICHNUNG (1:25)
                   " " ABC-LADEN-TEXT
                   " KL " ABC-KLASSE ABC-XYZ
                   " BESTAND " ABC-BESTAND
                   " RW " ABC-REICHWEITE
                   " LETZTE BEW. " ABC-LETZTE-BEWEGUNG
                   " GEBUNDEN " ABC-BESTANDSWERT
                   DELIMITED BY SIZE INTO BER-ZEILE-2
               PERFORM ABC-ZEILE-SCHREIBEN
           END-IF
           RETURN ABC-SORT
               AT END MOVE 'J' TO ABC-SORT-ENDE
           END-RETURN.

       ABC-ZEILE-SCHREIBEN.
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           ADD 1 TO ZEILENZAHL
           IF ZEILENZAHL > 55
               PERFORM BERICHTSFUSS
               PERFORM BERICHTSKOPF
               MOVE 4 TO ZEILENZAHL
           END-IF.

      * LEGT EINE KOSTENSTELLE AN ODER ÄNDERT BEZEICHNUNG UND
      * STATUS EINER VORHANDENEN.
      * BANKANWENDUNG, MARKIERT DIE BESTELLUNG ALS ABGERECHNET
      * UND DRUCKT EIN ABRECHNUNGSJOURNAL. BESTELLUNGEN OHNE
      * GÜLTIGEN LIEFERANTEN ODER OHNE BANKKONTO BLEIBEN
      * UNABGERECHNET UND WERDEN IM JOURNAL AUSGEWIESEN. IM
      * JOBBETRIEB KOMMT DAS FIRMENKONTO AUS DER STEUERDATEI;
      * FEHLER STEHEN IN ZAHLLAUF-FEHLER.
       BESTELL-ZAHLUNGSLAUF.
           DISPLAY " "
           DISPLAY "ZAHLUNGSLAUF GESCHLOSSENE BESTELLUNGEN"
           DISPLAY "======================================"
           MOVE 'N' TO ZAHLLAUF-FEHLER
           IF JOB-BATCH
               MOVE STEU-KONTO TO ZAHLLAUF-QUELLKONTO
           ELSE
               DISPLAY "FIRMENKONTO (QUELLKONTO DER ZAHLUNGEN): "
                       WITH NO ADVANCING
               ACCEPT ZAHLLAUF-QUELLKONTO
           END-IF
           IF ZAHLLAUF-QUELLKONTO = SPACES
               DISPLAY "FIRMENKONTO MUSS ANGEGEBEN WERDEN"
               MOVE 'J' TO ZAHLLAUF-FEHLER
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ZAHLUNGS-AUSGABE
           IF NOT ZAHLAUS-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER ZAHLUNGSDATEI: "
                       ZAHLAUS-STATUS
               MOVE 'J' TO ZAHLLAUF-FEHLER
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ZAHLLAUF-ANZAHL
           MOVE 0 TO ZAHLLAUF-UEBERGANGEN
           MOVE 0 TO ZAHLLAUF-SUMME
           MOVE 0 TO ZAHLLAUF-VERRECHNET-SUMME
           PERFORM BERICHTSKOPF
           MOVE "ABRECHNUNGSJOURNAL ZAHLUNGSLAUF" TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           STRING "ANWEISUNGEN: " ZAHLLAUF-ANZAHL
               "  SUMME: " ZAHLLAUF-SUMME
               "  UEBERGANGEN: " ZAHLLAUF-UEBERGANGEN
               "  VERRECHNET: " ZAHLLAUF-VERRECHNET-SUMME
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           PERFORM BERICHTSFUSS
           DISPLAY "ERSTELLTE ANWEISUNGEN:     " ZAHLLAUF-ANZAHL
           DISPLAY "SUMME:                     " ZAHLLAUF-SUMME
           DISPLAY "ÜBERGANGENE BESTELLUNGEN:  " ZAHLLAUF-UEBERGANGEN
           DISPLAY "VERRECHNETE RÜCKBELASTUNG: "
                   ZAHLLAUF-VERRECHNET-SUMME
           DISPLAY "ABRECHNUNGSJOURNAL WURDE ERSTELLT".

       BESTELL-ZAHLUNG-PRUEFEN.
               ADD 1 TO ZEILENZAHL
               EXIT PARAGRAPH
           END-IF
      * OFFENE RÜCKBELASTUNGEN DES LIEFERANTEN MINDERN DIE ZAHLUNG;
      * WIRD SIE DADURCH NULL, ENTFÄLLT DIE ANWEISUNG.
           PERFORM RUECKBELASTUNG-SUMME-ERMITTELN
           IF ZAHLLAUF-BELASTUNG > ZAHLLAUF-BETRAG
               MOVE ZAHLLAUF-BETRAG TO ZAHLLAUF-VERRECHNUNG
           ELSE
               MOVE ZAHLLAUF-BELASTUNG TO ZAHLLAUF-VERRECHNUNG
           END-IF
           SUBTRACT ZAHLLAUF-VERRECHNUNG FROM ZAHLLAUF-BETRAG
           IF ZAHLLAUF-BETRAG > 0
               MOVE SPACES TO ZAHLUNGS-SATZ
               MOVE ZAHLLAUF-QUELLKONTO TO ZAHL-QUELLKONTO
               MOVE LIEF-BANKKONTO TO ZAHL-ZIELKONTO
               MOVE ZAHLLAUF-BETRAG TO ZAHL-BETRAG
               MOVE 'U' TO ZAHL-TYP
               MOVE SPACES TO ZAHL-REFERENZ
               STRING "BESTELLUNG " BEST-NUMMER
                   DELIMITED BY SIZE INTO ZAHL-REFERENZ
               WRITE ZAHLUNGS-SATZ
               IF NOT ZAHLAUS-OK
                   DISPLAY "FEHLER BEIM SCHREIBEN DER ZAHLUNGS"
                           "DATEI: " ZAHLAUS-STATUS
                   MOVE 'J' TO ZAHLLAUF-FEHLER
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ZAHLLAUF-VERRECHNUNG > 0
               PERFORM RUECKBELASTUNG-VERRECHNEN
               ADD ZAHLLAUF-VERRECHNUNG TO ZAHLLAUF-VERRECHNET-SUMME
           END-IF
           MOVE 'J' TO BEST-ABGERECHNET
           REWRITE BESTELL-SATZ
                       BEST-NUMMER ": " BESTELL-STATUS
               DISPLAY "ANWEISUNG WURDE BEREITS GESCHRIEBEN - "
                       "BESTELLUNG MANUELL ALS ABGERECHNET FÜHREN"
               MOVE 'J' TO ZAHLLAUF-FEHLER
               EXIT PARAGRAPH
           END-IF
           IF ZAHLLAUF-BETRAG > 0
               ADD 1 TO ZAHLLAUF-ANZAHL
               ADD ZAHLLAUF-BETRAG TO ZAHLLAUF-SUMME
           END-IF
           MOVE SPACES TO BER-ZEILE-2
           STRING "BESTELLUNG " BEST-NUMMER " LIEFERANT "
               LIEF-NUMMER " " LIEF-NAME (1:20)
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           ADD 1 TO ZEILENZAHL
           IF ZAHLLAUF-VERRECHNUNG > 0
               MOVE SPACES TO BER-ZEILE-2
               STRING "           VERRECHNET MIT RÜCKBELASTUNGEN: "
                   ZAHLLAUF-VERRECHNUNG
                   DELIMITED BY SIZE INTO BER-ZEILE-2
               WRITE BERICHT-ZEILE FROM BER-ZEILE-2
               ADD 1 TO ZEILENZAHL
           END-IF
           IF ZEILENZAHL > 55
               PERFORM BERICHTSFUSS
               PERFORM BERICHTSKOPF
               MOVE 4 TO ZEILENZAHL
           END-IF.

      * LIEFERANTENRETOURE GEGEN EINE BESTELLUNG (BEWEGUNGSART
      * 'S'): MINDERT BEST-GELIEFERT, BEWERTET ZUM EK-PREIS DER
      * BESTELLUNG UND KORRIGIERT DAMIT DEN DURCHSCHNITTS-EK. IST
      * DIE BESTELLUNG NOCH NICHT ABGERECHNET, WIRD SIE BEI
      * ERWARTETER ERSATZLIEFERUNG WIEDER GEÖFFNET, SONST MINDERT
      * SICH DIE BESTELLMENGE (GLEICHE ABSCHLUSSREGEL WIE BEIM
      * WARENEINGANG). BLEIBT DANACH NICHTS GELIEFERT UND NICHTS
      * OFFEN, GILT DIE BESTELLUNG OHNE ZAHLUNG ALS ABGERECHNET.
      * IST SIE SCHON BEZAHLT, ENTSTEHT STATTDESSEN EINE
      * RÜCKBELASTUNG.
       LIEFERANTENRETOURE-BUCHEN.
           DISPLAY " "
           DISPLAY "LIEFERANTENRETOURE"
           DISPLAY "=================="
           DISPLAY "BESTELLNUMMER: " WITH NO ADVANCING
           ACCEPT RET-BELEG-EINGABE
           IF RET-BELEG-EINGABE NOT NUMERIC
               DISPLAY "UNGÜLTIGE BESTELLNUMMER"
               EXIT PARAGRAPH
           END-IF
           MOVE RET-BELEG-EINGABE TO BEST-NUMMER
           READ BESTELL-DATEI
               KEY IS BEST-NUMMER
           IF NOT BESTELL-OK
               DISPLAY "BESTELLUNG " RET-BELEG-EINGABE
                       " NICHT VORHANDEN"
               EXIT PARAGRAPH
           END-IF
           IF BEST-GELIEFERT <= 0
               DISPLAY "ZU BESTELLUNG " BEST-NUMMER
                       " WURDE NOCH NICHTS GELIEFERT"
               EXIT PARAGRAPH
           END-IF
           MOVE BEST-LIEFERANT (1:10) TO LIEF-NUMMER
           READ LIEFERANTEN-DATEI
               KEY IS LIEF-NUMMER
           IF NOT LIEFER-OK
               DISPLAY "LIEFERANT " BEST-LIEFERANT (1:10)
                       " NICHT IM STAMM - RÜCKSENDUNG NICHT MÖGLICH"
               EXIT PARAGRAPH
           END-IF
           MOVE BEST-ARTIKEL TO ART-NUMMER
           READ ARTIKEL-DATEI
               KEY IS ART-NUMMER
           IF NOT DATEI-OK
               DISPLAY "ARTIKEL " BEST-ARTIKEL " NICHT VORHANDEN"
               EXIT PARAGRAPH
           END-IF
           MOVE ART-NUMMER TO ARTIKEL-EINGABE
           DISPLAY "LIEFERANT: " LIEF-NUMMER " " LIEF-NAME
           DISPLAY "ARTIKEL: " ART-NUMMER " " ART-BEZEICHNUNG
           DISPLAY "BESTELLT: " BEST-MENGE " GELIEFERT: "
                   BEST-GELIEFERT " EK-PREIS: " BEST-EK-PREIS
           IF BEST-ABGERECHNET-JA
               DISPLAY "BESTELLUNG IST BEREITS ABGERECHNET - DIE "
                       "RETOURE WIRD DEM LIEFERANTEN BELASTET"
           END-IF
           DISPLAY "MENGE: " WITH NO ADVANCING
           ACCEPT BEW-MENGE-EINGABE
           IF BEW-MENGE-EINGABE <= 0
               DISPLAY "MENGE MUSS POSITIV SEIN"
               EXIT PARAGRAPH
           END-IF
           IF BEW-MENGE-EINGABE > BEST-GELIEFERT
               DISPLAY "MEHR ALS GELIEFERT - HÖCHSTENS "
                       BEST-GELIEFERT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RES-AUSGANG-NUMMER
           PERFORM VERFUEGBARE-MENGE-ERMITTELN
           IF BEW-MENGE-EINGABE > VERFUEGBARE-MENGE
               DISPLAY "NICHT GENUG VERFÜGBARER BESTAND "
                       "(RESERVIERT: " RESERVIERTE-MENGE ")"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "LAGERORT (LEER = NUR GESAMTBESTAND): "
                   WITH NO ADVANCING
           ACCEPT BEW-LAGERORT-EINGABE
           PERFORM LAGERORT-MENGE-PRUEFEN
           IF LP-AUSBUCHEN-OK NOT = 'J'
               DISPLAY "NICHT GENUG BESTAND AM LAGERORT "
                       BEW-LAGERORT-EINGABE
               EXIT PARAGRAPH
           END-IF
           IF ART-MIT-CHARGE
               PERFORM CHARGE-AUSGANG-WAEHLEN
               IF CHG-GEPRUEFT NOT = 'J'
                   DISPLAY "RETOURE ABGEBROCHEN"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "GRUND DER RÜCKSENDUNG: " WITH NO ADVANCING
           ACCEPT RET-GRUND
           MOVE 'N' TO RET-ERSATZ
           MOVE 'N' TO RET-OHNE-ZAHLUNG
           IF BEST-ABGERECHNET-JA
               MOVE 'J' TO RET-BEZAHLT
           ELSE
               MOVE 'N' TO RET-BEZAHLT
               DISPLAY "ERSATZLIEFERUNG ERWARTET (J/N): "
                       WITH NO ADVANCING
               ACCEPT RET-ERSATZ
               IF RET-ERSATZ = 'j'
                   MOVE 'J' TO RET-ERSATZ
               END-IF
           END-IF
           PERFORM DURCHSCHNITTS-EK-RUECKNAHME
           SUBTRACT BEW-MENGE-EINGABE FROM ART-AKTUELLER-BESTAND
           PERFORM LAGERORT-MENGE-AUSBUCHEN
           MOVE AKT-DATUM TO ART-LETZTE-AENDERUNG
           REWRITE ARTIKEL-SATZ
           IF NOT DATEI-OK
               DISPLAY "FEHLER BEIM SPEICHERN: " ARTIKEL-STATUS
               EXIT PARAGRAPH
           END-IF
           IF ART-MIT-CHARGE
               PERFORM CHARGE-ABGANG-BUCHEN
           END-IF
           MOVE NAECHSTE-BELEG-NR TO RET-BELEG-NR
           ADD 1 TO NAECHSTE-BELEG-NR
           SUBTRACT BEW-MENGE-EINGABE FROM BEST-GELIEFERT
           IF RET-ERSATZ = 'J'
               IF BEST-GELIEFERT > 0
                   MOVE 'T' TO BEST-STATUS-KZ
               ELSE
                   MOVE 'O' TO BEST-STATUS-KZ
               END-IF
           END-IF
           IF RET-BEZAHLT = 'N' AND RET-ERSATZ NOT = 'J'
               SUBTRACT BEW-MENGE-EINGABE FROM BEST-MENGE
               IF BEST-GELIEFERT >= BEST-MENGE
                   MOVE 'G' TO BEST-STATUS-KZ
                   IF BEST-GELIEFERT = 0
                       MOVE 'J' TO BEST-ABGERECHNET
                       MOVE 'J' TO RET-OHNE-ZAHLUNG
                   END-IF
               END-IF
           END-IF
           REWRITE BESTELL-SATZ
           IF NOT BESTELL-OK
               DISPLAY "FEHLER BEIM FORTSCHREIBEN DER BESTELLUNG: "
                       BESTELL-STATUS
           END-IF
           COMPUTE RET-BELASTUNG ROUNDED =
               BEW-MENGE-EINGABE * BEST-EK-PREIS
           IF RET-BEZAHLT = 'J'
               PERFORM RUECKBELASTUNG-ANLEGEN
           END-IF
           MOVE BEST-EK-PREIS TO BEW-PREIS-EINGABE
           MOVE SPACES TO BEW-REF-EINGABE
           MOVE BEST-NUMMER TO BEW-REF-EINGABE (1:8)
           MOVE RET-BELEG-NR TO BEW-REF-EINGABE (9:8)
           MOVE SPACES TO BEW-KST-EINGABE
           MOVE SPACES TO BEW-PROJ-EINGABE
           MOVE SPACES TO BEW-BEM-EINGABE
           STRING "RÜCKSENDUNG " RET-GRUND
               DELIMITED BY SIZE INTO BEW-BEM-EINGABE
           MOVE BEW-CHARGE-EINGABE TO RET-CHARGE
           PERFORM BEWEGUNG-PROTOKOLLIEREN
           PERFORM RUECKSENDESCHEIN-DRUCKEN
           DISPLAY "RÜCKSENDESCHEIN " RET-BELEG-NR " WURDE ERSTELLT, "
                   "NEUER BESTAND: " ART-AKTUELLER-BESTAND
           IF RET-OHNE-ZAHLUNG = 'J'
               DISPLAY "BESTELLUNG " BEST-NUMMER " VOLLSTÄNDIG "
                       "ZURÜCKGESANDT - ABGESCHLOSSEN OHNE ZAHLUNG"
           END-IF
           IF RET-BEZAHLT = 'J'
               DISPLAY "RÜCKBELASTUNG ÜBER " RET-BELASTUNG
                       " WIRD IM NÄCHSTEN ZAHLUNGSLAUF VERRECHNET"
           END-IF.

       RUECKBELASTUNG-ANLEGEN.
           MOVE RET-BELEG-NR TO RBEL-NUMMER
           MOVE LIEF-NUMMER TO RBEL-LIEFERANT
           MOVE BEST-NUMMER TO RBEL-BESTELLUNG
           MOVE AKT-DATUM TO RBEL-DATUM
           MOVE RET-BELASTUNG TO RBEL-BETRAG
           MOVE 0 TO RBEL-VERRECHNET
           MOVE 'O' TO RBEL-STATUS-KZ
           WRITE RUECKBELASTUNGS-SATZ
           IF NOT RUECKBEL-OK
               DISPLAY "FEHLER BEIM ANLEGEN DER RÜCKBELASTUNG "
                       RET-BELEG-NR ": " RUECKBEL-STATUS
           END-IF.

      * RÜCKSENDESCHEIN MIT DER ANSCHRIFT AUS DEM LIEFERANTENSTAMM.
       RUECKSENDESCHEIN-DRUCKEN.
           PERFORM BERICHTSKOPF
           MOVE SPACES TO BER-ZEILE-2
           STRING "RÜCKSENDESCHEIN NR. " RET-BELEG-NR
               " VOM " AKT-DATUM
               " ZU UNSERER BESTELLUNG NR. " BEST-NUMMER
               " VOM " BEST-BESTELLDATUM
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE LIEF-NAME TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE LIEF-STRASSE TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           STRING LIEF-PLZ DELIMITED BY SPACE
               " " LIEF-ORT DELIMITED BY SIZE
               INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           STRING "  " ART-NUMMER " " ART-BEZEICHNUNG (1:30)
               " MENGE: " BEW-MENGE-EINGABE " " ART-EINHEIT
               " EK-PREIS: " BEST-EK-PREIS
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           IF RET-CHARGE NOT = SPACES
               MOVE SPACES TO BER-ZEILE-2
               STRING "    CHARGE " RET-CHARGE
                   DELIMITED BY SIZE INTO BER-ZEILE-2
               WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           END-IF
           MOVE SPACES TO BER-ZEILE-2
           STRING "  GRUND: " RET-GRUND
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           IF RET-BEZAHLT = 'J'
               STRING "DIE BEREITS BEZAHLTE WARE BELASTEN WIR IHNEN "
                   "MIT " RET-BELASTUNG
                   " (RÜCKBELASTUNG " RET-BELEG-NR ")."
                   DELIMITED BY SIZE INTO BER-ZEILE-2
           ELSE
               IF RET-ERSATZ = 'J'
                   MOVE "BITTE LIEFERN SIE ERSATZ ZU OBIGER BESTELLUNG."
                       TO BER-ZEILE-2
               ELSE
                   MOVE "DIE BESTELLMENGE MINDERT SICH UM DIE "
                       & "ZURÜCKGESANDTE MENGE." TO BER-ZEILE-2
               END-IF
           END-IF
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           IF RET-OHNE-ZAHLUNG = 'J'
               MOVE "DIE BESTELLUNG IST DAMIT OHNE ZAHLUNG "
                   & "ABGESCHLOSSEN." TO BER-ZEILE-2
               WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           END-IF
           PERFORM BERICHTSFUSS.

      * SUMMIERT DIE NOCH NICHT VERRECHNETEN RÜCKBELASTUNGEN DES
      * LIEFERANTEN LIEF-NUMMER NACH ZAHLLAUF-BELASTUNG.
       RUECKBELASTUNG-SUMME-ERMITTELN.
           MOVE 0 TO ZAHLLAUF-BELASTUNG
           MOVE LIEF-NUMMER TO RBEL-LIEFERANT
           START RUECKBELASTUNGS-DATEI
               KEY IS GREATER THAN OR EQUAL RBEL-LIEFERANT
           IF RUECKBEL-OK
               PERFORM RUECKBELASTUNG-SUMME-SATZ
                   UNTIL NOT RUECKBEL-OK
           END-IF
           MOVE SPACES TO RUECKBEL-STATUS.

       RUECKBELASTUNG-SUMME-SATZ.
           READ RUECKBELASTUNGS-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT RUECKBEL-OK
               EXIT PARAGRAPH
           END-IF
           IF RBEL-LIEFERANT NOT = LIEF-NUMMER
               MOVE '10' TO RUECKBEL-STATUS
               EXIT PARAGRAPH
           END-IF
           IF RBEL-OFFEN
               COMPUTE ZAHLLAUF-BELASTUNG = ZAHLLAUF-BELASTUNG
                   + RBEL-BETRAG - RBEL-VERRECHNET
           END-IF.

      * VERTEILT ZAHLLAUF-VERRECHNUNG IN NUMMERNFOLGE AUF DIE
      * OFFENEN RÜCKBELASTUNGEN DES LIEFERANTEN LIEF-NUMMER.
       RUECKBELASTUNG-VERRECHNEN.
           MOVE ZAHLLAUF-VERRECHNUNG TO ZAHLLAUF-RBEL-REST
           MOVE LIEF-NUMMER TO RBEL-LIEFERANT
           START RUECKBELASTUNGS-DATEI
               KEY IS GREATER THAN OR EQUAL RBEL-LIEFERANT
           IF RUECKBEL-OK
               PERFORM RUECKBELASTUNG-VERRECHNEN-SATZ
                   UNTIL NOT RUECKBEL-OK
           END-IF
           MOVE SPACES TO RUECKBEL-STATUS.

       RUECKBELASTUNG-VERRECHNEN-SATZ.
           READ RUECKBELASTUNGS-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT RUECKBEL-OK
               EXIT PARAGRAPH
           END-IF
           IF RBEL-LIEFERANT NOT = LIEF-NUMMER
               OR ZAHLLAUF-RBEL-REST <= 0
               MOVE '10' TO RUECKBEL-STATUS
               EXIT PARAGRAPH
           END-IF
           IF NOT RBEL-OFFEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE ZAHLLAUF-RBEL-ANTEIL = RBEL-BETRAG - RBEL-VERRECHNET
           IF ZAHLLAUF-RBEL-ANTEIL > ZAHLLAUF-RBEL-REST
               MOVE ZAHLLAUF-RBEL-REST TO ZAHLLAUF-RBEL-ANTEIL
           END-IF
           ADD ZAHLLAUF-RBEL-ANTEIL TO RBEL-VERRECHNET
           SUBTRACT ZAHLLAUF-RBEL-ANTEIL FROM ZAHLLAUF-RBEL-REST
           IF RBEL-VERRECHNET >= RBEL-BETRAG
               MOVE 'E' TO RBEL-STATUS-KZ
           END-IF
           REWRITE RUECKBELASTUNGS-SATZ
           IF NOT RUECKBEL-OK
               DISPLAY "FEHLER BEIM VERRECHNEN DER RÜCKBELASTUNG "
                       RBEL-NUMMER ": " RUECKBEL-STATUS
      * DER LESEZEIGER BLEIBT STEHEN, DER LAUF GEHT WEITER.
               MOVE '00' TO RUECKBEL-STATUS
           END-IF.

      * DRUCKT ALLE NICHT GESCHLOSSENEN BESTELLUNGEN MIT REST-
      * MENGE, GRUPPIERT NACH LIEFERANTENNUMMER MIT STAMMNAME;
      * BESTELLUNGEN MIT ÜBERSCHRITTENEM LIEFERTERMIN WERDEN ALS
               MOVE 4 TO ZEILENZAHL
           END-IF.

      * MHD-BERICHT (WÖCHENTLICH): ALLE CHARGEN MIT BESTAND, DEREN
      * MHD SCHON ÜBERSCHRITTEN IST ODER INNERHALB DER NÄCHSTEN
      * VERF-TAGE TAGE ERREICHT WIRD, NACH MHD SORTIERT UND ZUM
      * DURCHSCHNITTS-EK DES ARTIKELS BEWERTET.
       MHD-BERICHT-DRUCKEN.
           DISPLAY "VORLAUF IN TAGEN (0 = 7): " WITH NO ADVANCING
           ACCEPT VERF-TAGE
           IF VERF-TAGE = 0
               MOVE 7 TO VERF-TAGE
           END-IF
           MOVE AKT-DATUM TO CHG-DATUM-NUMERISCH
           COMPUTE CHG-JULIANISCH-TAG =
               FUNCTION INTEGER-OF-DATE(CHG-DATUM-NUMERISCH)
           ADD VERF-TAGE TO CHG-JULIANISCH-TAG
           COMPUTE CHG-DATUM-NUMERISCH =
               FUNCTION DATE-OF-INTEGER(CHG-JULIANISCH-TAG)
           MOVE CHG-DATUM-NUMERISCH TO VERF-GRENZDATUM
           MOVE 0 TO VERF-WERT-ABGELAUFEN
           MOVE 0 TO VERF-WERT-ABLAUFEND
           MOVE 0 TO VERF-ANZAHL-ABGELAUFEN
           MOVE 0 TO VERF-ANZAHL-ABLAUFEND
           SORT VERFALL-SORT
               ON ASCENDING KEY VERF-MHD
               ON ASCENDING KEY VERF-ARTIKEL
               INPUT PROCEDURE IS MHD-CHARGEN-ERMITTELN
               OUTPUT PROCEDURE IS MHD-BERICHT-AUSGEBEN
           DISPLAY "MHD-BERICHT WURDE ERSTELLT".

       MHD-CHARGEN-ERMITTELN.
           MOVE LOW-VALUES TO CHG-SCHLUESSEL
           START CHARGEN-DATEI KEY IS GREATER THAN CHG-SCHLUESSEL
           IF CHARGEN-OK
               PERFORM MHD-CHARGE-PRUEFEN UNTIL NOT CHARGEN-OK
           END-IF
           MOVE SPACES TO CHARGEN-STATUS.

       MHD-CHARGE-PRUEFEN.
           READ CHARGEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT CHARGEN-OK
               EXIT PARAGRAPH
           END-IF
           IF CHG-MENGE > 0 AND CHG-MHD NOT > VERF-GRENZDATUM
               MOVE CHG-MHD TO VERF-MHD
               MOVE CHG-ARTIKEL TO VERF-ARTIKEL
               MOVE CHG-CHARGE TO VERF-CHARGE
               MOVE CHG-LAGERORT TO VERF-LAGERORT
               MOVE CHG-MENGE TO VERF-MENGE
               MOVE CHG-ARTIKEL TO ART-NUMMER
               READ ARTIKEL-DATEI KEY IS ART-NUMMER
               IF DATEI-OK
                   MOVE ART-BEZEICHNUNG TO VERF-BEZEICHNUNG
                   MOVE ART-DURCHSCHNITTS-EK TO VERF-DURCHSCHNITT
               ELSE
                   MOVE "*** ARTIKEL FEHLT ***" TO VERF-BEZEICHNUNG
                   MOVE 0 TO VERF-DURCHSCHNITT
               END-IF
               RELEASE VERF-SATZ
           END-IF.

       MHD-BERICHT-AUSGEBEN.
           PERFORM BERICHTSKOPF
           MOVE SPACES TO BER-ZEILE-2
           STRING "MHD-BERICHT - ABGELAUFENE UND BIS "
               VERF-GRENZDATUM " ABLAUFENDE CHARGEN MIT BESTAND"
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE 4 TO ZEILENZAHL
           MOVE SPACE TO VERF-ABSCHNITT
           MOVE 'N' TO VERF-SORT-ENDE
           RETURN VERFALL-SORT
               AT END MOVE 'J' TO VERF-SORT-ENDE
           END-RETURN
           PERFORM MHD-ZEILE-DRUCKEN UNTIL VERF-SORT-ENDE = 'J'
           MOVE SPACES TO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           STRING "ABGELAUFEN:  " VERF-ANZAHL-ABGELAUFEN
               " CHARGEN, WERT " VERF-WERT-ABGELAUFEN
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           MOVE SPACES TO BER-ZEILE-2
           STRING "ABLAUFEND:   " VERF-ANZAHL-ABLAUFEND
               " CHARGEN, WERT " VERF-WERT-ABLAUFEND
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           PERFORM BERICHTSFUSS.

       MHD-ZEILE-DRUCKEN.
           IF VERF-MHD < AKT-DATUM
               IF NOT VERF-ABSCHNITT-ABGELAUFEN
                   MOVE 'A' TO VERF-ABSCHNITT
                   MOVE SPACES TO BER-ZEILE-2
                   WRITE BERICHT-ZEILE FROM BER-ZEILE-2
                   MOVE "ABGELAUFEN (MHD ÜBERSCHRITTEN):"
                       TO BER-ZEILE-2
                   WRITE BERICHT-ZEILE FROM BER-ZEILE-2
                   ADD 2 TO ZEILENZAHL
               END-IF
           ELSE
               IF NOT VERF-ABSCHNITT-ABLAUFEND
                   MOVE 'L' TO VERF-ABSCHNITT
                   MOVE SPACES TO BER-ZEILE-2
                   WRITE BERICHT-ZEILE FROM BER-ZEILE-2
                   MOVE SPACES TO BER-ZEILE-2
                   STRING "LÄUFT INNERHALB VON " VERF-TAGE
                       " TAGEN AB:"
                       DELIMITED BY SIZE INTO BER-ZEILE-2
                   WRITE BERICHT-ZEILE FROM BER-ZEILE-2
                   ADD 2 TO ZEILENZAHL
               END-IF
           END-IF
           COMPUTE VERF-EINZELWERT ROUNDED =
               VERF-MENGE * VERF-DURCHSCHNITT
           IF VERF-ABSCHNITT-ABGELAUFEN
               ADD 1 TO VERF-ANZAHL-ABGELAUFEN
               ADD VERF-EINZELWERT TO VERF-WERT-ABGELAUFEN
           ELSE
               ADD 1 TO VERF-ANZAHL-ABLAUFEND
               ADD VERF-EINZELWERT TO VERF-WERT-ABLAUFEND
           END-IF
           MOVE SPACES TO BER-ZEILE-2
           STRING "  " VERF-MHD " " VERF-ARTIKEL " "
               VERF-BEZEICHNUNG (1:25)
               " CHARGE " VERF-CHARGE
               " LP " VERF-LAGERORT
               " MENGE " VERF-MENGE
               " WERT " VERF-EINZELWERT
               DELIMITED BY SIZE INTO BER-ZEILE-2
           WRITE BERICHT-ZEILE FROM BER-ZEILE-2
           ADD 1 TO ZEILENZAHL
           IF ZEILENZAHL > 55
               PERFORM BERICHTSFUSS
               PERFORM BERICHTSKOPF
               MOVE 4 TO ZEILENZAHL
           END-IF
           RETURN VERFALL-SORT
               AT END MOVE 'J' TO VERF-SORT-ENDE
           END-RETURN.

       BERICHTSKOPF.
           ADD 1 TO SEITENZAHL
           MOVE BERICHTS-KOPFZEILE TO BER-ZEILE-1
