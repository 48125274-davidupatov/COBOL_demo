      *             VORANSTELLEN UND DIE DATEI INDEXSEQUENTIELL
      *             NEU AUFBAUEN; ARCHIV- UND UMBAUDATEI TRAGEN
      *             DENSELBEN SATZAUFBAU.
      * 2026-10-15  STORNO GEBUCHTER TRANSAKTIONEN MIT VIER-AUGEN-
      *             FREIGABE: NEUE MENÜFUNKTION BUCHT ZU EINER
      *             LAUFENDEN NUMMER DIE GEGENBUCHUNG (NEUER TYP 'R'
      *             MIT BEZUG AUF NUMMER UND DATUM DER URSPRUNGS-
      *             BUCHUNG SOWIE DEM FREIGEBENDEN BEDIENER IN DER
      *             BEMERKUNG). ÜBERWEISUNGEN WERDEN AUF BEIDEN LEGS
      *             STORNIERT, NOCH NICHT GESCHNITTENE CLEARING-
      *             ANWEISUNGEN IN DER SAMMELDATEI ALS STORNIERT
      *             GEKENNZEICHNET (TYP 'X', WIRD BEIM SCHNITT
      *             ÜBERGANGEN). ABGELEHNT WERDEN SALDOVORTRÄGE,
      *             BEREITS STORNIERTE BUCHUNGEN UND BEREITS IN DEN
      *             CLEARING-AUSGANG GESCHNITTENE ANWEISUNGEN; DER
      *             FREIGEBENDE BEDIENER MUSS SICH VOM ERFASSENDEN
      *             UND VOM BEDIENER DER URSPRUNGSBUCHUNG
      *             UNTERSCHEIDEN. KASSENJOURNAL MIT EIGENEM
      *             STORNOBLOCK, KONTOAUSZUG KENNZEICHNET STORNO-
      *             UND STORNIERTE BUCHUNGEN. DER JAHRESABSCHLUSS
      *             SCHREIBT DIE STORNOBEZÜGE BEIM NEUNUMMERIEREN
      *             MIT FORT.
      * 2026-10-15  CLEARING-EINGANG: NEUER TAGESLAUF BUCHT DIE
      *             EINGANGSDATEI DER CLEARINGSTELLE (SATZAUFBAU WIE
      *             ZAHLUNGS-DATEI). GUTSCHRIFTEN ANDERER BANKEN
      *             (NEUER TYP 'I') MIT STATUS- UND WÄHRUNGS-
      *             PRÜFUNG, RÜCKGABEN EIGENER CLEARING-ÜBERWEISUNGEN
      *             WERDEN ÜBER DIE REFERENZ DER URSPRUNGSBUCHUNG
      *             ZUGEORDNET UND DEM QUELLKONTO WIEDER GUT-
      *             GESCHRIEBEN (NEUER TYP 'G', BEZUG WIE BEIM
      *             STORNO). NICHT BUCHBARE SÄTZE GEHEN MIT GRUNDCODE
      *             IN EINE ABWEISUNGSDATEI. VOR DEM BUCHEN WERDEN
      *             ANZAHL UND SUMME GEGEN DEN SUMMENSATZ GEPRÜFT;
      *             DER LAUF IST ÜBER DIE LAUFKONTROLLE (TYP 'E')
      *             GESICHERT. DIE REFERENZ AUSGEHENDER CLEARING-
      *             ANWEISUNGEN TRÄGT DAZU IN DEN LETZTEN 16
      *             STELLEN DATUM UND LAUFENDE NUMMER DER 'C'-
      *             BUCHUNG, DER FREITEXT IST AUF 34 STELLEN
      *             GEKÜRZT.
      * 2026-10-15  FESTGELD: JE FESTGELDKONTO LAUFZEIT IN MONATEN,
      *             BEGINN, FÄLLIGKEIT, VERRECHNUNGS-GIROKONTO
      *             DESSELBEN KUNDEN UND WEISUNG ZUR FÄLLIGKEIT
      *             (AUSZAHLEN/PROLONGIEREN). BIS ZUR FÄLLIGKEIT
      *             SIND AUSZAHLUNGEN UND ÜBERWEISUNGEN ZU LASTEN
      *             DES FESTGELDS GESPERRT (SCHALTER, DAUERAUFTRAG,
      *             ZAHLUNGSLAUF MIT NEUEM RÜCKLÄUFERGRUND 10).
      *             NEUER TÄGLICHER FÄLLIGKEITSLAUF (LAUFKONTROLLE
      *             TYP 'F') SCHREIBT DEN ZINS DER GESAMTEN LAUFZEIT
      *             IN EINER BUCHUNG GUT (KEST UND FREISTELLUNG WIE
      *             IM ZINSLAUF), ZAHLT DANN AUF DAS VERRECHNUNGS-
      *             KONTO AUS ODER PROLONGIERT ZUM AKTUELLEN SATZ
      *             DER NEUEN KONDITIONENDATEI UND DRUCKT JE KUNDE
      *             EINE FÄLLIGKEITSMITTEILUNG. DAZU EINE VORSCHAU
      *             DER IN DEN NÄCHSTEN 30 TAGEN FÄLLIGEN ANLAGEN.
      *             DER MONATLICHE ZINSLAUF VERZINST NUR NOCH
      *             SPARKONTEN. ACHTUNG: SATZLÄNGE DER KUNDENDATEI
      *             UM DIE FESTGELDFELDER AUF 340 ERWEITERT,
      *             BESTAND EINMALIG KONVERTIEREN (LAUFZEIT NULL,
      *             ÜBRIGE FESTGELDFELDER LEER; BESTEHENDE FEST-
      *             GELDER DANACH ÜBER KONTO ÄNDERN NEU ANLEGEN).
      * 2026-10-15  GELDWÄSCHE-MONITORING: NEUER LAUF ÜBER DAS
      *             TRANSAKTIONSPROTOKOLL EINES DATUMSBEREICHS MELDET
      *             JEDE BARBUCHUNG (TYP 'E'/'A') ÜBER EINEM
      *             SCHWELLENWERT (EUR-GEGENWERT) SOWIE STÜCKELUNGEN:
      *             MEHRERE EINZAHLUNGEN UNTER DEM SCHWELLENWERT,
      *             DIE INNERHALB EINER WÄHLBAREN ANZAHL TAGE
      *             ZUSAMMEN DARÜBER LIEGEN, ÜBER ALLE KONTEN EINES
      *             KUNDEN (NAME, VORNAME, GEBURTSDATUM WIE IN DER
      *             KUNDENSUCHE). JE FALL KUNDE MIT ANSCHRIFT UND
      *             ALLE BUCHUNGEN MIT BEDIENER. NEUE FÄLLE GEHEN IN
      *             DIE NEUE PRÜFFALLDATEI; DORT ALS GEKLÄRT ODER
      *             GEMELDET MARKIERTE FÄLLE WERDEN NICHT ERNEUT
      *             AUSGEWIESEN. DAZU FALLBEARBEITUNG UND LISTE DER
      *             OFFENEN FÄLLE.
      * 2026-10-15  TAGESENDE-JOB: OHNE MENÜ IM JOBBETRIEB, SOBALD
      *             DIE STEUERDATEI JOBSTEU VORHANDEN IST (GEMEINSAM
      *             MIT DER LAGERVERWALTUNG). DIE DORT GENANNTEN
      *             SCHRITTE (B, T, C, R, W; DATEINAME BZW. DATUM
      *             ALS PARAMETER) LAUFEN OHNE EINGABEN IN DER
      *             ANGEGEBENEN FOLGE, JEDER SCHRITT SCHREIBT START,
      *             ENDE, ZÄHLER UND RÜCKKEHRCODE IN DAS GEMEINSAME
      *             JOBPROTOKOLL JOBLOG. DER JOB BRICHT BEIM ERSTEN
      *             FEHLGESCHLAGENEN SCHRITT AB (AUCH BEI
      *             ABWEICHUNGEN IN DER TAGESABSTIMMUNG) UND SETZT
      *             BEI WIEDERHOLUNG DORT WIEDER AUF. ERFOLG UND
      *             WIEDERAUFNAHME LAUFEN ÜBER DIE LAUFKONTROLLE, DIE
      *             DAZU AUCH ZAHLUNGSLAUF (TYP 'B', MIT CHECKPOINT),
      *             TAGESABSTIMMUNG ('R') UND KASSENJOURNAL ('W')
      *             FÜHRT. SCHRITTE DER LAGERVERWALTUNG IN DER
      *             STEUERDATEI MÜSSEN VORHER ABGESCHLOSSEN SEIN; EIN
      *             KOPFSATZ KANN DEN VERARBEITUNGSTAG VORGEBEN. DER
      *             HÖCHSTE RÜCKKEHRCODE GEHT ALS RETURN-CODE AN DIE
      *             JOBSTEUERUNG. DIE ZAHLUNGSDATEI WIRD DAZU ÜBER
      *             EINEN DATEINAMEN (VORBELEGT ZAHLDAT) ZUGEORDNET.
      * 2026-10-15  MONATSENDE: SALDENSCHNAPPSCHUSS IN NEUER DATEI
      *             MONSALD (JE MONAT UND KONTO EIN SATZ MIT SALDO,
      *             EUR-GEGENWERT ZUM KURS DES MONATSLETZTEN, STATUS,
      *             KONTOTYP UND DISPORAHMEN), GEPRÜFT GEGEN DEN NACH
      *             DER TAGESABSTIMMUNG BIS ZUM MONATSLETZTEN
      *             NACHGERECHNETEN SALDO; LAUFKONTROLLE TYP 'M'.
      *             DAZU PORTFOLIOBERICHT AUS DEM SCHNAPPSCHUSS:
      *             BESTAND JE KONTOTYP UND WÄHRUNG MIT VERÄNDERUNG
      *             ZUM VORMONAT, ZU- UND ABGÄNGE, ÜBERZIEHUNGEN,
      *             DISPOAUSLASTUNG, GRÖSSTE ÜBERZIEHUNGEN,
      *             ABWEICHUNGEN. FRÜHERE MONATE SIND NACHDRUCKBAR.
      *             MENÜPUNKT 'J' IST DAFÜR JETZT EIN UNTERMENÜ FÜR
      *             MONATSENDE, NACHDRUCK UND JAHRESABSCHLUSS.
      * 2026-10-15  FESTGELD: VERRECHNUNGSKONTO AUCH BEI PROLONGATION
      *             PFLICHT. JAHRESABSCHLUSS SCHLÜSSELT DIE
      *             GELDWÄSCHE-PRÜFFÄLLE AUF DIE NEUEN LAUFENDEN
      *             NUMMERN UM. MONATSENDE FRÜHESTENS AM
      *             MONATSLETZTEN, BEI SPÄTEREM LAUF WIRD DER SALDO UM
      *             DIE BUCHUNGEN NACH DEM STICHTAG ZURÜCKGERECHNET.
      *             JOBSTEUERDATEI NICHT LESBAR: ABBRUCH MIT
      *             RÜCKKEHRCODE 12 STATT MENÜ.
      * 2026-10-15  ZAHLUNGSLAUF AUCH AUS DEM MENÜ ÜBER DIE
      *             LAUFKONTROLLE (TYP 'B') GESICHERT. KONTOAUSZUG MIT
      *             MEHR ALS 200 STORNOS IM ZEITRAUM WIRD ABGELEHNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAUER-ID
               FILE STATUS IS DAUERAUFTRAG-STATUS.
           SELECT ZAHLUNGS-DATEI ASSIGN TO ZAHLUNG-DATEINAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ZAHLUNG-STATUS.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CLEARAUS-STATUS.
           SELECT CLEARING-EINGANG ASSIGN TO CLEAREIN
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CLEAREIN-STATUS.
           SELECT CLEARING-ABWEISUNG ASSIGN TO CLEARREJ
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS CLEARREJ-STATUS.
           SELECT OPTIONAL WECHSELKURS-DATEI ASSIGN TO KURSDAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WKURS-SCHLUESSEL
               FILE STATUS IS KURS-STATUS.
           SELECT OPTIONAL FESTGELD-KONDITIONEN ASSIGN TO FGKOND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGK-SCHLUESSEL
               FILE STATUS IS FGKOND-STATUS.
           SELECT OPTIONAL GELDWAESCHE-FAELLE ASSIGN TO GWFAELLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GWF-SCHLUESSEL
               FILE STATUS IS GWFALL-STATUS.
           SELECT OPTIONAL MONATSSALDEN-DATEI ASSIGN TO MONSALD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSAL-SCHLUESSEL
               FILE STATUS IS MONSALD-STATUS.
           SELECT OPTIONAL JOB-STEUERDATEI ASSIGN TO JOBSTEU
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOBSTEU-STATUS.
           SELECT OPTIONAL JOB-PROTOKOLL ASSIGN TO JOBLOG
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS JOBLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KUNDEN-DATEI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 340 CHARACTERS
           DATA RECORD IS KUNDEN-SATZ.
       01 KUNDEN-SATZ.
           05 KUNDEN-KONTONUMMER      PIC X(20).
           05 KUNDEN-FREISTELLUNG-GENUTZT
                                      PIC S9(8)V99 COMP-3.
           05 KUNDEN-FREISTELLUNG-JAHR PIC X(4).
      * FESTGELD (NUR BEI KONTOTYP 'F' BELEGT): LAUFZEIT IN MONATEN,
      * BEGINN UND FÄLLIGKEIT DER LAUFENDEN ANLAGE, GIROKONTO
      * DESSELBEN KUNDEN FÜR DIE AUSZAHLUNG UND DIE WEISUNG ZUR
      * FÄLLIGKEIT.
           05 KUNDEN-FESTGELD.
              10 KUNDEN-FG-LAUFZEIT   PIC 9(3).
              10 KUNDEN-FG-BEGINN     PIC X(8).
              10 KUNDEN-FG-FAELLIG    PIC X(8).
              10 KUNDEN-FG-VERRECHNUNG PIC X(20).
              10 KUNDEN-FG-WEISUNG    PIC X(1).
                 88 FG-AUSZAHLEN      VALUE 'A'.
                 88 FG-PROLONGIEREN   VALUE 'P'.

       FD TRANSAKTIONS-DATEI
           LABEL RECORDS ARE STANDARD
              88 AUSZAHLUNG           VALUE 'A'.
              88 UEBERWEISUNG         VALUE 'U'.
              88 CLEARING-UEBERWEISUNG VALUE 'C'.
              88 CLEARING-GUTSCHRIFT  VALUE 'I'.
              88 CLEARING-RUECKGABE   VALUE 'G'.
              88 ZINSGUTSCHRIFT       VALUE 'Z'.
              88 STEUERABZUG          VALUE 'K'.
              88 SALDOVORTRAG         VALUE 'V'.
              88 WAEHRUNGSUMRECHNUNG  VALUE 'W'.
              88 STORNOBUCHUNG        VALUE 'R'.
           05 TRANSAKT-BETRAG        PIC S9(10)V99 COMP-3.
           05 TRANSAKT-REFERENZ       PIC X(20).
           05 TRANSAKT-BEMERKUNG      PIC X(50).
      * BEI STORNOBUCHUNGEN (TYP 'R') TRÄGT DIE BEMERKUNG DEN BEZUG
      * AUF DIE URSPRUNGSBUCHUNG UND DEN FREIGEBENDEN BEDIENER,
      * BEI CLEARING-RÜCKGABEN (TYP 'G') DEN BEZUG AUF DIE
      * ZURÜCKGEGEBENE 'C'-BUCHUNG.
           05 TRANSAKT-STORNO-BEZUG REDEFINES TRANSAKT-BEMERKUNG.
              10 STORNO-KENNUNG       PIC X(7).
              10 STORNO-ORIG-LFDNR    PIC 9(8).
              10 FILLER               PIC X(1).
              10 STORNO-ORIG-DATUM    PIC X(8).
              10 FILLER               PIC X(1).
              10 STORNO-FREIGEBER     PIC X(20).
              10 FILLER               PIC X(5).

       FD DAUERAUFTRAG-DATEI
           LABEL RECORDS ARE STANDARD
      * 06 = GUTHABEN/DISPO REICHT NICHT
      * 07 = BETRAG UNGÜLTIG              08 = TYP UNGÜLTIG
      * 09 = BUCHUNGSFEHLER
      * 10 = FESTGELD VOR FÄLLIGKEIT
       FD RUECKLAEUFER-DATEI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 105 CHARACTERS

      * CLEARING-SAMMELDATEI: ÜBER DEN TAG GESAMMELTE ANWEISUNGEN
      * AN DIE CLEARINGSTELLE (ÜBERWEISUNGEN AUF FREMDE KONTEN),
      * GLEICHE FESTE AUFTEILUNG WIE ZAHLUNGS-DATEI. STORNIERTE
      * ANWEISUNGEN TRAGEN TYP 'X' UND WERDEN NICHT GESCHNITTEN.
       FD CLEARING-SAMMEL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 103 CHARACTERS
           05 CLEAR-ZIELKONTO         PIC X(20).
           05 CLEAR-BETRAG            PIC 9(10)V99.
           05 CLEAR-TYP               PIC X(1).
              88 CLEAR-STORNIERT      VALUE 'X'.
           05 CLEAR-REFERENZ          PIC X(50).
      * DATUM UND LAUFENDE NUMMER DER 'C'-BUCHUNG, ÜBER DIE EINE
      * RÜCKGABE DER CLEARINGSTELLE ZUGEORDNET WIRD.
           05 CLEAR-REFERENZ-AUFTEILUNG REDEFINES CLEAR-REFERENZ.
              10 CLEAR-REF-TEXT       PIC X(34).
              10 CLEAR-REF-DATUM      PIC X(8).
              10 CLEAR-REF-LFDNR      PIC 9(8).

      * CLEARING-AUSGANGSDATEI: TAGESSCHNITT DER SAMMELDATEI FÜR
      * DIE CLEARINGSTELLE, ABGESCHLOSSEN MIT EINEM SUMMENSATZ
           DATA RECORD IS CLEARING-AUSGANG-SATZ.
       01 CLEARING-AUSGANG-SATZ       PIC X(103).

      * CLEARING-EINGANGSDATEI: TAGESDATEI DER CLEARINGSTELLE IN
      * DER AUFTEILUNG DER ZAHLUNGS-DATEI. TYP 'U' = GUTSCHRIFT
      * EINER ANDEREN BANK AUF UNSER ZIELKONTO, TYP 'R' = RÜCKGABE
      * EINER EIGENEN ANWEISUNG (QUELLKONTO = UNSER KONTO,
      * REFERENZ UNVERÄNDERT WIE VON UNS GELIEFERT), ABGESCHLOSSEN
      * MIT EINEM SUMMENSATZ (TYP 'S') WIE IM CLEARING-AUSGANG.
       FD CLEARING-EINGANG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 103 CHARACTERS
           DATA RECORD IS CLEAREIN-SATZ.
       01 CLEAREIN-SATZ.
           05 CEIN-QUELLKONTO         PIC X(20).
           05 CEIN-ZIELKONTO          PIC X(20).
           05 CEIN-BETRAG             PIC 9(10)V99.
           05 CEIN-TYP                PIC X(1).
              88 CEIN-GUTSCHRIFT      VALUE 'U'.
              88 CEIN-RUECKGABE       VALUE 'R'.
              88 CEIN-SUMMENSATZ      VALUE 'S'.
           05 CEIN-REFERENZ           PIC X(50).
           05 CEIN-REFERENZ-AUFTEILUNG REDEFINES CEIN-REFERENZ.
              10 CEIN-REF-TEXT        PIC X(34).
              10 CEIN-REF-DATUM       PIC X(8).
              10 CEIN-REF-LFDNR       PIC X(8).
           05 CEIN-SUMMEN-REFERENZ REDEFINES CEIN-REFERENZ.
              10 FILLER               PIC X(18).
              10 CEIN-SUM-ANZAHL      PIC 9(5).
              10 FILLER               PIC X(27).

      * ABWEISUNGSDATEI ZUM CLEARING-EINGANG: JEDER NICHT BUCHBARE
      * SATZ UNVERÄNDERT, ERGÄNZT UM EINEN GRUNDCODE:
      * 01 = QUELLKONTO DER RÜCKGABE NICHT GEFUNDEN
      * 02 = QUELLKONTO DER RÜCKGABE GESCHLOSSEN
      * 03 = ZIELKONTO NICHT LESBAR       04 = ZIELKONTO GESPERRT
      * 05 = ZIELKONTO NICHT IN EUR (CLEARING NUR IN EUR)
      * 07 = BETRAG UNGÜLTIG              08 = TYP UNGÜLTIG
      * 09 = BUCHUNGSFEHLER
      * 10 = ZIELKONTO NICHT GEFUNDEN
      * 11 = URSPRUNGSBUCHUNG DER RÜCKGABE NICHT GEFUNDEN
      * 12 = RÜCKGABE BEREITS GEBUCHT
       FD CLEARING-ABWEISUNG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 105 CHARACTERS
           DATA RECORD IS CLEARREJ-SATZ.
       01 CLEARREJ-SATZ.
           05 CREJ-SATZ               PIC X(103).
           05 CREJ-GRUND              PIC X(2).

      * WECHSELKURSE: JE WÄHRUNG UND GÜLTIG-AB-DATUM EIN SATZ MIT
      * DEM EUR-KURS. BEI DER KURSSUCHE GILT DER JÜNGSTE SATZ,
      * DESSEN GÜLTIG-AB-DATUM DAS BUCHUNGSDATUM NICHT
           05 WKURS-ERFASST-AM        PIC X(8).
           05 WKURS-BENUTZER          PIC X(20).

      * FESTGELDKONDITIONEN: JE LAUFZEIT (MONATE) UND GÜLTIG-AB-
      * DATUM EIN SATZ MIT DEM ZINSSATZ P.A. ES GILT WIE BEI DEN
      * WECHSELKURSEN DER JÜNGSTE SATZ, DESSEN GÜLTIG-AB-DATUM DAS
      * STICHTAGSDATUM NICHT ÜBERSCHREITET.
       FD FESTGELD-KONDITIONEN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS FESTGELD-KONDITION-SATZ.
       01 FESTGELD-KONDITION-SATZ.
           05 FGK-SCHLUESSEL.
              10 FGK-LAUFZEIT         PIC 9(3).
              10 FGK-GUELTIG-AB       PIC X(8).
           05 FGK-ZINSSATZ            PIC 9(3)V99.
           05 FGK-ERFASST-AM          PIC X(8).
           05 FGK-BENUTZER            PIC X(20).

      * GELDWÄSCHE-PRÜFFÄLLE: JE AUFFÄLLIGEM EINZELBETRAG (ART 'E')
      * UND JE STÜCKELUNG (ART 'S') EIN SATZ. SCHLÜSSEL IST DIE ART
      * MIT DATUM UND LAUFENDER NUMMER DER (ERSTEN) BUCHUNG. DER
      * JAHRESABSCHLUSS NUMMERIERT NEU UND TRÄGT DABEI DIE NEUE
      * NUMMER IN DEN FÄLLEN DER VERBLEIBENDEN BUCHUNGEN NACH.
      * STATUS 'O' = OFFEN, 'K' = GEKLÄRT, 'M' = GEMELDET.
       FD GELDWAESCHE-FAELLE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 260 CHARACTERS
           DATA RECORD IS GELDWAESCHE-FALL-SATZ.
       01 GELDWAESCHE-FALL-SATZ.
           05 GWF-SCHLUESSEL.
              10 GWF-ART              PIC X(1).
                 88 GWF-EINZELBETRAG  VALUE 'E'.
                 88 GWF-STUECKELUNG   VALUE 'S'.
              10 GWF-DATUM            PIC X(8).
              10 GWF-LFDNR            PIC 9(8).
           05 GWF-KONTONUMMER         PIC X(20).
           05 GWF-NAME                PIC X(50).
           05 GWF-VORNAME             PIC X(50).
           05 GWF-GEBURTSDATUM        PIC X(10).
           05 GWF-DATUM-VON           PIC X(8).
           05 GWF-DATUM-BIS           PIC X(8).
           05 GWF-ANZAHL              PIC 9(3).
           05 GWF-SUMME-EUR           PIC S9(10)V99 COMP-3.
           05 GWF-STATUS              PIC X(1).
              88 GWF-OFFEN            VALUE 'O'.
              88 GWF-GEKLAERT         VALUE 'K'.
              88 GWF-GEMELDET         VALUE 'M'.
           05 GWF-ERFASST-AM          PIC X(8).
           05 GWF-BEARBEITER          PIC X(20).
           05 GWF-BEARBEITET-AM       PIC X(8).
           05 GWF-BEMERKUNG           PIC X(50).

      * SALDENSCHNAPPSCHUSS ZUM MONATSENDE: JE MONAT (JJJJMM) UND
      * KONTO EIN SATZ. EUR-GEGENWERT ZUM KURS DES MONATSLETZTEN
      * (MSAL-KURS 0 = KEIN KURS, GESPEICHERTER GEGENWERT
      * ÜBERNOMMEN). MSAL-NACHGERECHNET IST DER SALDO AUS DEM
      * TRANSAKTIONSPROTOKOLL BIS ZUM STICHTAG WIE IN DER
      * TAGESABSTIMMUNG. DIE SÄTZE BLEIBEN FÜR DEN NACHDRUCK STEHEN.
       FD MONATSSALDEN-DATEI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD IS MONATSSALDO-SATZ.
       01 MONATSSALDO-SATZ.
           05 MSAL-SCHLUESSEL.
              10 MSAL-MONAT           PIC X(6).
              10 MSAL-KONTONUMMER     PIC X(20).
           05 MSAL-STICHTAG           PIC X(8).
           05 MSAL-KONTOTYP           PIC X(1).
           05 MSAL-WAEHRUNG           PIC X(3).
           05 MSAL-STATUS             PIC X(1).
              88 MSAL-GELOESCHT       VALUE 'L'.
           05 MSAL-KONTOSTAND         PIC S9(10)V99 COMP-3.
           05 MSAL-KURS               PIC 9(3)V9999.
           05 MSAL-KURS-AB            PIC X(8).
           05 MSAL-KONTOSTAND-EUR     PIC S9(10)V99 COMP-3.
           05 MSAL-DISPO-LIMIT        PIC S9(8)V99 COMP-3.
           05 MSAL-NACHGERECHNET      PIC S9(10)V99 COMP-3.
           05 MSAL-ABSTIMM-KZ         PIC X(1).
              88 MSAL-ABGESTIMMT      VALUE 'J'.
              88 MSAL-ABWEICHUNG      VALUE 'D'.
              88 MSAL-NICHT-ABGESTIMMT VALUE 'N'.
           05 MSAL-NAME               PIC X(30).
           05 MSAL-ERSTELLT-AM        PIC X(8).
           05 MSAL-BENUTZER           PIC X(20).

      * STEUERDATEI DES TAGESENDE-JOBS, GEMEINSAM MIT DER
      * LAGERVERWALTUNG: JE SCHRITT EIN SATZ IN AUSFÜHRUNGSFOLGE.
      * STEU-PROGRAMM 'BANK' ODER 'LAGER' (SCHRITTE DES ANDEREN
      * PROGRAMMS MÜSSEN AM VERARBEITUNGSTAG ABGESCHLOSSEN SEIN,
      * BEVOR EIN NACHFOLGENDER EIGENER SCHRITT STARTET), 'JOB' FÜR
      * DEN KOPFSATZ MIT DEM VERARBEITUNGSTAG IN STEU-DATUM, '*' IN
      * SPALTE 1 FÜR KOMMENTAR. SCHRITTE DER BANK SIND DIE
      * MENÜBUCHSTABEN B, T, C, R UND W, ZUGLEICH IHR LAUFTYP IN
      * DER LAUFKONTROLLE. PARAMETER: BEI 'B' STEU-DATEI =
      * ZAHLUNGSDATEI (LEER = ZAHLDAT), BEI 'W' STEU-DATUM =
      * JOURNALTAG (LEER = VERARBEITUNGSTAG).
       FD JOB-STEUERDATEI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS JOB-STEUER-SATZ.
       01 JOB-STEUER-SATZ.
           05 STEU-PROGRAMM           PIC X(8).
              88 STEU-JOBSATZ         VALUE 'JOB'.
           05 STEU-SCHRITT            PIC X(1).
              88 STEU-SCHRITT-GUELTIG VALUE 'B' 'T' 'C' 'R' 'W'.
           05 STEU-DATUM              PIC X(8).
           05 STEU-KONTO              PIC X(20).
           05 STEU-DATEI              PIC X(40).
           05 STEU-BEMERKUNG          PIC X(23).

      * JOBPROTOKOLL, GEMEINSAM MIT DER LAGERVERWALTUNG: JE SCHRITT
      * EIN STARTSATZ ('S') UND EIN ENDESATZ ('E') MIT ZÄHLERN UND
      * RÜCKKEHRCODE, DAZU 'U' FÜR EINEN BEREITS ERLEDIGTEN UND
      * DESHALB ÜBERSPRUNGENEN SCHRITT UND 'A' FÜR EINEN
      * ABGEWIESENEN SCHRITT ODER JOB. RÜCKKEHRCODES: 0 = IN
      * ORDNUNG, 4 = WARNUNG (Z.B. RÜCKLÄUFER), 8 = SCHRITT
      * FEHLGESCHLAGEN, 12 = STEUERDATEI ODER DATEIEN FEHLERHAFT.
      * AB RÜCKKEHRCODE 8 BRICHT DER JOB AB.
       FD JOB-PROTOKOLL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS JOB-PROTOKOLL-SATZ.
       01 JOB-PROTOKOLL-SATZ.
           05 JLOG-DATUM              PIC X(8).
           05 JLOG-ZEIT               PIC X(6).
           05 JLOG-PROGRAMM           PIC X(8).
           05 JLOG-SCHRITT            PIC X(1).
           05 JLOG-ART                PIC X(1).
              88 JLOG-START           VALUE 'S'.
              88 JLOG-ENDE            VALUE 'E'.
              88 JLOG-UEBERSPRUNGEN   VALUE 'U'.
              88 JLOG-ABGEWIESEN      VALUE 'A'.
           05 JLOG-GELESEN            PIC 9(7).
           05 JLOG-VERARBEITET        PIC 9(7).
           05 JLOG-ABGELEHNT          PIC 9(7).
           05 JLOG-RC                 PIC 9(4).
           05 JLOG-BENUTZER           PIC X(20).
           05 JLOG-TEXT               PIC X(50).
           05 FILLER                  PIC X(1).

       WORKING-STORAGE SECTION.
       01 DATEI-STATUS-VARIABLEN.
           05 KUNDEN-DATEI-STATUS     PIC X(2).
              88 CLEARSAM-EOF         VALUE '10'.
           05 CLEARAUS-STATUS        PIC X(2).
              88 CLEARAUS-OK          VALUE '00'.
           05 CLEAREIN-STATUS        PIC X(2).
              88 CLEAREIN-OK          VALUE '00'.
              88 CLEAREIN-EOF         VALUE '10'.
           05 CLEARREJ-STATUS        PIC X(2).
              88 CLEARREJ-OK          VALUE '00'.
           05 AENDER-STATUS          PIC X(2).
              88 AENDER-OK            VALUE '00'.
              88 AENDER-EOF           VALUE '10'.
           05 FGKOND-STATUS          PIC X(2).
              88 FGKOND-OK            VALUE '00'.
           05 GWFALL-STATUS          PIC X(2).
              88 GWFALL-OK            VALUE '00'.
      * '05' = OPTIONALE DATEI NICHT VORHANDEN (STEUERDATEI: KEIN
      * JOBBETRIEB; JOBPROTOKOLL: WIRD NEU ANGELEGT).
           05 MONSALD-STATUS         PIC X(2).
              88 MONSALD-OK           VALUE '00'.
              88 MONSALD-DOPPELT      VALUE '22'.
           05 JOBSTEU-STATUS         PIC X(2).
              88 JOBSTEU-OK           VALUE '00'.
              88 JOBSTEU-EOF          VALUE '10'.
              88 JOBSTEU-FEHLT        VALUE '05'.
           05 JOBLOG-STATUS          PIC X(2).
              88 JOBLOG-OK            VALUE '00' '05'.

       01 SYSTEM-VARIABLEN.
           05 AKTUELLES-DATUM        PIC X(8).
              88 DAUERAUFTRAG-LAUF-FUNKTION VALUE 'T'.
              88 BATCH-ZAHLUNG-FUNKTION VALUE 'B'.
              88 ABSTIMMUNG-FUNKTION    VALUE 'R'.
              88 ABSCHLUSS-FUNKTION    VALUE 'J'.
              88 KASSENJOURNAL-FUNKTION VALUE 'W'.
              88 KUNDENSUCHE-FUNKTION  VALUE 'F'.
              88 KURS-PFLEGE-FUNKTION  VALUE 'V'.
              88 CLEARING-FUNKTION     VALUE 'C'.
              88 STEUERREPORT-FUNKTION VALUE 'G'.
              88 AENDERUNGSHISTORIE-FUNKTION VALUE 'N'.
              88 STORNO-FUNKTION       VALUE 'L'.
              88 CLEARING-EINGANG-FUNKTION VALUE 'Q'.
              88 FESTGELD-FUNKTION     VALUE 'Y'.
              88 GELDWAESCHE-FUNKTION  VALUE 'M'.
              88 PROGRAMM-ENDE         VALUE 'X'.
           05 KONTO-EINGABE           PIC X(20).
           05 BETRAG-EINGABE           PIC S9(10)V99.
           05 DAUER-FREQUENZ-EINGABE   PIC X(1).
           05 DAUER-DATUM-EINGABE      PIC X(8).
           05 DAUER-BEM-EINGABE        PIC X(50).
           05 FESTGELDMENU-AUSWAHL     PIC X(1).
              88 FG-FAELLIGKEITSLAUF-WAHL VALUE 'F'.
              88 FG-VORSCHAU-WAHL       VALUE 'V'.
              88 FG-KONDITIONEN-WAHL    VALUE 'K'.
           05 EING-FG-LAUFZEIT         PIC 9(3).
           05 EING-FG-VERRECHNUNG      PIC X(20).
           05 EING-FG-WEISUNG          PIC X(1).
           05 GELDWAESCHEMENU-AUSWAHL  PIC X(1).
              88 GW-LAUF-WAHL           VALUE 'L'.
              88 GW-BEARBEITEN-WAHL     VALUE 'B'.
              88 GW-OFFENE-WAHL         VALUE 'O'.
           05 ABSCHLUSSMENU-AUSWAHL    PIC X(1).
              88 AB-MONATSENDE-WAHL     VALUE 'M'.
              88 AB-NACHDRUCK-WAHL      VALUE 'P'.
              88 AB-JAHRESABSCHLUSS-WAHL VALUE 'J'.
           05 GW-FALL-EINGABE          PIC X(17).
           05 GW-STATUS-EINGABE        PIC X(1).
           05 GW-BEMERKUNG-EINGABE     PIC X(50).

       01 AUSGABE-VARIABLEN.
           05 MELDUNG                 PIC X(100).
           05 STATEMENT-ANFANGSSALDO  PIC S9(10)V99 COMP-3.
           05 STATEMENT-ENDSALDO      PIC S9(10)V99 COMP-3.
           05 STATEMENT-ZEILEN        PIC 9(5) VALUE 0.
           05 STATEMENT-STORNO-ANZAHL PIC 9(3) VALUE 0.
           05 STATEMENT-STORNO-INDEX  PIC 9(3).
           05 STATEMENT-STORNIERT     PIC X(1).
           05 STATEMENT-STORNO-UEBERLAUF PIC X(1).
           05 STATEMENT-STORNO-TABELLE.
              10 STATEMENT-STORNO-NR  PIC 9(8) OCCURS 200 TIMES.
           05 DATUM-NUMERISCH         PIC 9(8).
           05 JULIANISCH-TAG          PIC S9(9).
           05 DAUERAUFTRAG-ANZAHL     PIC 9(5) VALUE 0.
           05 DAUERAUFTRAG-GELESEN    PIC 9(5) VALUE 0.
           05 UMRECHNUNG-ALT-SALDO    PIC S9(10)V99.
           05 UMRECHNUNG-DELTA        PIC S9(10)V99.

                 15 ABSTIMM-SOLL-SALDO   PIC S9(10)V99 COMP-3.
                 15 ABSTIMM-IST-SALDO    PIC S9(10)V99 COMP-3.

      * MONATSENDE: STICHTAG, VORMONAT UND ZÄHLER DES
      * SCHNAPPSCHUSSLAUFS.
       01 MONATSENDE-VARIABLEN.
           05 MON-MONAT               PIC X(6).
           05 MON-MONAT-TEILE REDEFINES MON-MONAT.
              10 MON-JAHR             PIC 9(4).
              10 MON-MM               PIC 9(2).
           05 MON-VORMONAT            PIC X(6).
           05 MON-VORMONAT-TEILE REDEFINES MON-VORMONAT.
              10 MON-VOR-JAHR         PIC 9(4).
              10 MON-VOR-MM           PIC 9(2).
           05 MON-FOLGE-JAHR          PIC 9(4).
           05 MON-FOLGE-MM            PIC 9(2).
           05 MON-STICHTAG            PIC X(8).
           05 MON-GUELTIG             PIC X(1).
           05 MON-VORHANDEN           PIC X(1).
           05 MON-OFFEN-MONAT         PIC X(6).
           05 MON-FEHLER              PIC X(1).
           05 MON-ABSTIMM-INDEX       PIC 9(4).
           05 MON-ANZAHL              PIC 9(5).
           05 MON-ABGESTIMMT          PIC 9(5).
           05 MON-ABWEICHUNGEN        PIC 9(5).
           05 MON-NICHT-ABGESTIMMT    PIC 9(5).
           05 MON-OHNE-KURS           PIC 9(5).
           05 MON-SPAETER-ANZAHL      PIC 9(5).
      * PARALLEL ZUR ABSTIMMTABELLE: 'J' = KONTO NACH DEM STICHTAG
      * ERÖFFNET (ERÖFFNUNGSBUCHUNG TYP 'N' NACH DEM STICHTAG).
           05 MON-ANGELEGT-TABELLE.
              10 MON-SPAETER-ANGELEGT PIC X(1) OCCURS 500 TIMES.

      * PORTFOLIOBERICHT: SUMMEN JE KONTOTYP UND WÄHRUNG (SORTIERT
      * EINGEFÜGT), KONTEN DES VORMONATS FÜR ZU- UND ABGÄNGE UND
      * DIE ZEHN GRÖSSTEN ÜBERZIEHUNGEN (ABSTEIGEND).
       01 PORTFOLIO-VARIABLEN.
           05 PF-VORMONAT-VORHANDEN   PIC X(1).
           05 PF-KONTEN-ANZAHL        PIC 9(5).
           05 PF-NEU-ANZAHL           PIC 9(5).
           05 PF-GESCHLOSSEN-ANZAHL   PIC 9(5).
           05 PF-UEBERZOGEN-ANZAHL    PIC 9(5).
           05 PF-UEBER-RAHMEN-ANZAHL  PIC 9(5).
           05 PF-ABGESTIMMT           PIC 9(5).
           05 PF-ABWEICHUNGEN         PIC 9(5).
           05 PF-NICHT-ABGESTIMMT     PIC 9(5).
           05 PF-UEBERZ-EUR           PIC S9(12)V99.
           05 PF-LIMIT-EUR            PIC S9(12)V99.
           05 PF-UEBERZ-SUMME-EUR     PIC S9(13)V99.
           05 PF-RAHMEN-EUR           PIC S9(13)V99.
           05 PF-GENUTZT-EUR          PIC S9(13)V99.
           05 PF-QUOTE                PIC 9(3)V9.
           05 PF-SUCH-SCHLUESSEL.
              10 PF-SUCH-TYP          PIC X(1).
              10 PF-SUCH-WAEHRUNG     PIC X(3).
           05 PF-TYP-MERKER           PIC X(1).
           05 PF-TYP-ANZAHL           PIC 9(5).
           05 PF-TYP-VOR-ANZAHL       PIC 9(5).
           05 PF-TYP-EUR              PIC S9(13)V99.
           05 PF-TYP-VOR-EUR          PIC S9(13)V99.
           05 PF-GES-ANZAHL           PIC 9(5).
           05 PF-GES-VOR-ANZAHL       PIC 9(5).
           05 PF-GES-EUR              PIC S9(13)V99.
           05 PF-GES-VOR-EUR          PIC S9(13)V99.
           05 PF-ZAHL-1               PIC Z(4)9.
           05 PF-ZAHL-2               PIC Z(4)9.
           05 PF-BETRAG-1             PIC -(12)9.99.
           05 PF-BETRAG-2             PIC -(12)9.99.
           05 PF-BETRAG-3             PIC -(12)9.99.
           05 PF-BETRAG-4             PIC -(12)9.99.
           05 PF-QUOTE-AUSGABE        PIC ZZ9.9.
           05 PFG-ANZAHL              PIC 9(3).
           05 PFG-INDEX               PIC 9(3).
           05 PFG-TREFFER             PIC 9(3).
           05 PFG-UEBERLAUF           PIC X(1).
           05 PFG-TABELLE.
              10 PFG-EINTRAG OCCURS 30 TIMES.
                 15 PFG-SCHLUESSEL.
                    20 PFG-TYP        PIC X(1).
                    20 PFG-WAEHRUNG   PIC X(3).
                 15 PFG-KONTEN        PIC 9(5).
                 15 PFG-VOR-KONTEN    PIC 9(5).
                 15 PFG-SALDO         PIC S9(13)V99 COMP-3.
                 15 PFG-EUR           PIC S9(13)V99 COMP-3.
                 15 PFG-VOR-EUR       PIC S9(13)V99 COMP-3.
           05 PFV-ANZAHL              PIC 9(4).
           05 PFV-INDEX               PIC 9(4).
           05 PFV-TREFFER             PIC 9(4).
           05 PFV-UEBERLAUF           PIC X(1).
           05 PFV-TABELLE.
              10 PFV-EINTRAG OCCURS 500 TIMES.
                 15 PFV-KONTO         PIC X(20).
                 15 PFV-STATUS        PIC X(1).
                 15 PFV-GEFUNDEN      PIC X(1).
           05 PFU-ANZAHL              PIC 9(2).
           05 PFU-INDEX               PIC 9(2).
           05 PFU-TREFFER             PIC 9(2).
           05 PFU-TABELLE.
              10 PFU-EINTRAG OCCURS 10 TIMES.
                 15 PFU-KONTO         PIC X(20).
                 15 PFU-NAME          PIC X(30).
                 15 PFU-WAEHRUNG      PIC X(3).
                 15 PFU-SALDO         PIC S9(10)V99 COMP-3.
                 15 PFU-LIMIT         PIC S9(8)V99 COMP-3.
                 15 PFU-EUR           PIC S9(12)V99 COMP-3.

       01 LAUFKONTROLL-VARIABLEN.
           05 LAUF-TYP-MERKER         PIC X(1).
           05 LAUF-STARTEN-OK         PIC X(1).
           05 LAUF-WIEDERAUFNAHME     PIC X(1).
           05 LAUF-CHECKPOINT-MERKER  PIC X(20).

      * TAGESENDE-JOB: BETRIEBSART, SCHRITTERGEBNIS FÜR DAS
      * JOBPROTOKOLL UND STAND DES JOBS.
       01 JOB-VARIABLEN.
           05 JOB-MODUS               PIC X(1) VALUE 'D'.
              88 JOB-DIALOG           VALUE 'D'.
              88 JOB-BATCH            VALUE 'B'.
           05 JOB-PROGRAMM            PIC X(8) VALUE 'BANK'.
           05 JOB-SCHRITT             PIC X(1).
           05 JOB-SATZART             PIC X(1).
           05 JOB-RC                  PIC 9(4) VALUE 0.
           05 JOB-HOECHST-RC          PIC 9(4) VALUE 0.
           05 JOB-GELESEN             PIC 9(7) VALUE 0.
           05 JOB-VERARBEITET         PIC 9(7) VALUE 0.
           05 JOB-ABGELEHNT           PIC 9(7) VALUE 0.
           05 JOB-TEXT                PIC X(50).
           05 JOB-SCHRITT-ANZAHL      PIC 9(3) VALUE 0.
           05 JOB-AUSGEFUEHRT         PIC 9(3) VALUE 0.
           05 JOB-UEBERSPRUNGEN       PIC 9(3) VALUE 0.
           05 JOB-ABBRUCH             PIC X(1) VALUE 'N'.
           05 JOB-LAUF-ERLEDIGT       PIC X(1).
           05 JOB-WARTET              PIC X(1) VALUE 'N'.
           05 JOB-WARTET-PROGRAMM     PIC X(8).
           05 JOB-WARTET-SCHRITT      PIC X(1).

       01 SUCHE-VARIABLEN.
           05 SUCH-NAME               PIC X(50).
           05 SUCH-VORNAME            PIC X(50).
           05 JOURNAL-INDEX           PIC 9(2).
           05 JOURNAL-GEFUNDEN        PIC X(1).
           05 JOURNAL-UEBERLAUF       PIC X(1).
           05 JOURNAL-STORNO-ANZAHL   PIC 9(5) VALUE 0.
           05 JOURNAL-STORNO-SUMME    PIC S9(10)V99 COMP-3.
           05 JOURNAL-TABELLE.
              10 JOURNAL-EINTRAG OCCURS 20 TIMES.
                 15 JOURNAL-BEDIENER   PIC X(20).
           05 VORTRAG-GEFUNDEN        PIC X(1).
           05 VORTRAG-UEBERLAUF       PIC X(1).
           05 JAHR-FEHLER             PIC X(1).
           05 JAHR-STORNO-ANZAHL      PIC 9(4) VALUE 0.
           05 JAHR-STORNO-INDEX       PIC 9(4).
           05 JAHR-STORNO-GEFUNDEN    PIC X(1).
           05 JAHR-STORNO-UEBERLAUF   PIC X(1).
           05 JAHR-STORNO-SUCH-NR     PIC 9(8).
           05 JAHR-GW-ALT-NR          PIC 9(8).
           05 JAHR-GW-UMGESETZT       PIC 9(5) VALUE 0.
      * ALTE UND NEUE LAUFENDE NUMMER JEDER BUCHUNG, AUF DIE SICH
      * EINE VERBLEIBENDE STORNOBUCHUNG BEZIEHT.
           05 JAHR-STORNO-TABELLE.
              10 JAHR-STORNO-EINTRAG OCCURS 200 TIMES.
                 15 JAHR-STORNO-ALT-NR PIC 9(8).
                 15 JAHR-STORNO-NEU-NR PIC 9(8).
           05 VORTRAG-TABELLE.
              10 VORTRAG-EINTRAG OCCURS 500 TIMES.
                 15 VORTRAG-KONTO     PIC X(20).
           05 BATCH-ABGELEHNT         PIC 9(5) VALUE 0.
           05 BATCH-GRUND             PIC X(2).
              88 BATCH-ANWEISUNG-OK   VALUE '00'.
           05 BATCH-SATZNR            PIC 9(8) VALUE 0.
           05 BATCH-FEHLER            PIC X(1).
           05 ZAHLUNG-DATEINAME       PIC X(40) VALUE "ZAHLDAT".
      * CHECKPOINT DES ZAHLUNGSLAUFS IM JOBBETRIEB: ZULETZT
      * VERARBEITETE SATZNUMMER DER ZAHLUNGSDATEI UND BIS DAHIN
      * ABGELEHNTE ANWEISUNGEN (DIE GEBUCHTEN STEHEN IN LAUF-ANZAHL).
       01 BATCH-CHECKPOINT.
           05 BATCH-CP-SATZNR         PIC 9(8).
           05 BATCH-CP-ABGELEHNT      PIC 9(5).
           05 FILLER                  PIC X(7) VALUE SPACES.

      * KOPIE DES KUNDEN-SATZES VOR EINER STAMMDATENÄNDERUNG,
      * GLEICHER AUFBAU WIE KUNDEN-SATZ (GRUPPEN-MOVE).
           05 ALT-FREISTELLUNG-GENUTZT
                                      PIC S9(8)V99 COMP-3.
           05 ALT-FREISTELLUNG-JAHR   PIC X(4).
           05 ALT-FESTGELD.
              10 ALT-FG-LAUFZEIT      PIC 9(3).
              10 ALT-FG-BEGINN        PIC X(8).
              10 ALT-FG-FAELLIG       PIC X(8).
              10 ALT-FG-VERRECHNUNG   PIC X(20).
              10 ALT-FG-WEISUNG       PIC X(1).

       01 AENDERUNG-VARIABLEN.
           05 AENDER-FELD-MERKER      PIC X(20).
           05 CSUM-TYP                PIC X(1).
           05 CSUM-REFERENZ           PIC X(50).

       01 STORNO-VARIABLEN.
           05 STORNO-NR-EINGABE       PIC X(8).
           05 STORNO-FREIGEBER-EINGABE PIC X(20).
           05 STORNO-BESTAETIGUNG     PIC X(1).
           05 STORNO-ZULAESSIG        PIC X(1).
           05 STORNO-FREIGEGEBEN      PIC X(1).
           05 STORNO-VORHANDEN        PIC X(1).
           05 STORNO-GESCHNITTEN      PIC X(1).
           05 STORNO-CLEAR-GEFUNDEN   PIC X(1).
           05 STORNO-LEG-OK           PIC X(1).
           05 STORNO-SUCH-KONTO       PIC X(20).
           05 STORNO-SUCH-TYP         PIC X(1).
           05 STORNO-SUCH-LFDNR       PIC 9(8).
           05 STORNO-SUCH-DATUM       PIC X(8).
           05 STORNO-BUCH-KONTO       PIC X(20).
           05 STORNO-BUCH-BETRAG      PIC S9(10)V99.
           05 STORNO-CLEAR-BETRAG     PIC 9(10)V99.
           05 STORNO-ZIELKONTO        PIC X(20).
           05 STORNO-TEXT-REST        PIC X(50).
      * AUFBAU DER BEMERKUNG EINER STORNO- ODER RÜCKGABEBUCHUNG,
      * GLEICHE AUFTEILUNG WIE TRANSAKT-STORNO-BEZUG.
       01 STORNO-BEZUG-AUFBAU.
           05 SBA-KENNUNG             PIC X(7) VALUE "STORNO ".
           05 SBA-ORIG-LFDNR          PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 SBA-ORIG-DATUM          PIC X(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 SBA-FREIGEBER           PIC X(20).
           05 FILLER                  PIC X(5) VALUE SPACES.
      * KOPIE DER ZU STORNIERENDEN BUCHUNG UND IHRES GEGENLEGS
      * (NUR BEI ÜBERWEISUNGEN), GLEICHER AUFBAU WIE
      * TRANSAKTIONS-SATZ.
       01 STORNO-ORIGINAL-SATZ.
           05 ORIG-LFDNR              PIC 9(8).
           05 ORIG-KONTONUMMER        PIC X(20).
           05 ORIG-DATUM              PIC X(8).
           05 ORIG-ZEIT               PIC X(6).
           05 ORIG-TYP                PIC X(1).
              88 ORIG-UEBERWEISUNG    VALUE 'U'.
              88 ORIG-CLEARING        VALUE 'C'.
           05 ORIG-BETRAG             PIC S9(10)V99 COMP-3.
           05 ORIG-REFERENZ           PIC X(20).
           05 ORIG-BEMERKUNG          PIC X(50).
       01 STORNO-GEGENLEG-SATZ.
           05 GEGEN-LFDNR             PIC 9(8).
           05 GEGEN-KONTONUMMER       PIC X(20).
           05 GEGEN-DATUM             PIC X(8).
           05 GEGEN-ZEIT              PIC X(6).
           05 GEGEN-TYP               PIC X(1).
           05 GEGEN-BETRAG            PIC S9(10)V99 COMP-3.
           05 GEGEN-REFERENZ          PIC X(20).
           05 GEGEN-BEMERKUNG         PIC X(50).

       01 CLEARING-EINGANG-VARIABLEN.
           05 CEIN-GELESEN            PIC 9(5) VALUE 0.
           05 CEIN-GEBUCHT            PIC 9(5) VALUE 0.
           05 CEIN-ABGELEHNT          PIC 9(5) VALUE 0.
           05 CEIN-ANZAHL             PIC 9(5) VALUE 0.
           05 CEIN-SUMME              PIC 9(10)V99 VALUE 0.
           05 CEIN-SOLL-ANZAHL        PIC 9(5) VALUE 0.
           05 CEIN-SOLL-SUMME         PIC 9(10)V99 VALUE 0.
           05 CEIN-SUMMENSATZ-DA      PIC X(1).
           05 CEIN-DATEI-FEHLER       PIC X(1).
           05 CEIN-SATZNR             PIC 9(8) VALUE 0.
           05 CEIN-GRUND              PIC X(2).
              88 CEIN-SATZ-OK         VALUE '00'.
           05 CEIN-ORIG-GEFUNDEN      PIC X(1).
           05 CEIN-ORIG-LFDNR         PIC 9(8).
           05 CEIN-SOLL-BETRAG        PIC S9(10)V99.
           05 CEIN-BEM-ZIELKONTO      PIC X(20).
           05 CEIN-BEM-REST           PIC X(50).
      * CHECKPOINT DES EINGANGSLAUFS: ZULETZT VERARBEITETE
      * SATZNUMMER DER EINGANGSDATEI UND BIS DAHIN ABGEWIESENE
      * SÄTZE (DIE GEBUCHTEN STEHEN IN LAUF-ANZAHL).
       01 CEIN-CHECKPOINT.
           05 CEIN-CP-SATZNR          PIC 9(8).
           05 CEIN-CP-ABGELEHNT       PIC 9(5).
           05 FILLER                  PIC X(7) VALUE SPACES.

       01 FESTGELD-VARIABLEN.
           05 FG-GESPERRT             PIC X(1).
           05 FG-EINGABE-OK           PIC X(1).
           05 FG-ANZAHL               PIC 9(5) VALUE 0.
           05 FG-LAUF-KONTO           PIC X(20).
           05 FG-ALT-ZINS             PIC S9(3)V99.
           05 FG-SUCH-LAUFZEIT        PIC 9(3).
           05 FG-SUCH-DATUM           PIC X(8).
           05 FG-GEFUNDENER-ZINS      PIC 9(3)V99.
           05 FG-ZINS-AUSGABE         PIC ZZ9.99.
           05 FG-BETRAG-AUSGABE       PIC -(9)9.99.
           05 FG-MONATE               PIC 9(5).
           05 FG-JAHRE                PIC 9(3).
           05 FG-MONAT-REST           PIC 9(2).
           05 FG-LETZTER-TAG          PIC 9(2).
           05 FG-SCHALTJAHR-REST      PIC 9(3).
           05 FG-SCHALTJAHR-QUOTIENT  PIC 9(4).
           05 FG-DATUM.
              10 FG-DATUM-JAHR        PIC 9(4).
              10 FG-DATUM-MONAT       PIC 9(2).
              10 FG-DATUM-TAG         PIC 9(2).
           05 FG-DATUM-NUM REDEFINES FG-DATUM PIC 9(8).
           05 FG-BIS-DATUM            PIC X(8).
           05 FG-TAG-INDEX            PIC 9(2).
           05 FG-TAG-DATUM            PIC X(8).
      * KUNDEN-SATZ DES FESTGELDS WÄHREND DER PRÜFUNG DES
      * VERRECHNUNGSKONTOS (GLEICHE LÄNGE WIE KUNDEN-SATZ).
           05 FG-KUNDEN-SICHERUNG     PIC X(340).

       01 FG-MONATSTAGE-WERTE         PIC X(24)
                               VALUE '312831303130313130313031'.
       01 FG-MONATSTAGE-TABELLE REDEFINES FG-MONATSTAGE-WERTE.
           05 FG-MONATSTAGE           PIC 9(2) OCCURS 12 TIMES.

      * KONTEN, FÜR DIE AM STICHTAG EINE FÄLLIGKEIT GEBUCHT WURDE,
      * FÜR DIE FÄLLIGKEITSMITTEILUNGEN JE KUNDE.
       01 FG-MITTEILUNG-VARIABLEN.
           05 FGM-ANZAHL              PIC 9(3) VALUE 0.
           05 FGM-INDEX               PIC 9(3).
           05 FGM-KONTO-INDEX         PIC 9(3).
           05 FGM-UEBERLAUF           PIC X(1).
           05 FGM-KUNDEN-ANZAHL       PIC 9(3) VALUE 0.
           05 FGM-ZINS                PIC S9(10)V99.
           05 FGM-STEUER              PIC S9(10)V99.
           05 FGM-AUSGEZAHLT          PIC S9(10)V99.
           05 FGM-TABELLE.
              10 FGM-EINTRAG OCCURS 200 TIMES.
                 15 FGM-KONTO         PIC X(20).
                 15 FGM-NAME          PIC X(50).
                 15 FGM-VORNAME       PIC X(50).
                 15 FGM-GEB           PIC X(10).
                 15 FGM-GEDRUCKT      PIC X(1).

      * IN DEN NÄCHSTEN 30 TAGEN FÄLLIGE FESTGELDER FÜR DIE
      * VORSCHAULISTE.
       01 FG-VORSCHAU-VARIABLEN.
           05 FGV-ANZAHL              PIC 9(3) VALUE 0.
           05 FGV-INDEX               PIC 9(3).
           05 FGV-UEBERLAUF           PIC X(1).
           05 FGV-SUMME-EUR           PIC S9(12)V99.
           05 FGV-TABELLE.
              10 FGV-EINTRAG OCCURS 200 TIMES.
                 15 FGV-KONTO         PIC X(20).
                 15 FGV-FAELLIG       PIC X(8).
                 15 FGV-BETRAG        PIC S9(10)V99.
                 15 FGV-WAEHRUNG      PIC X(3).
                 15 FGV-NAME          PIC X(20).
                 15 FGV-ORT           PIC X(15).
                 15 FGV-WEISUNG       PIC X(1).

      * GELDWÄSCHE-MONITORING: LAUFPARAMETER, FALLSTEUERUNG UND
      * ZÄHLER. OHNE EINGABE GELTEN DIE STANDARDWERTE.
       01 GW-VARIABLEN.
           05 GW-VON-DATUM            PIC X(8).
           05 GW-BIS-DATUM            PIC X(8).
           05 GW-SCHWELLE             PIC 9(8)V99.
           05 GW-TAGE                 PIC 9(3).
           05 GW-STANDARD-SCHWELLE    PIC 9(8)V99 VALUE 10000.00.
           05 GW-STANDARD-TAGE        PIC 9(3) VALUE 7.
           05 GW-FALL-ID.
              10 GW-FALL-ART          PIC X(1).
              10 GW-FALL-DATUM        PIC X(8).
              10 GW-FALL-LFDNR        PIC 9(8).
           05 GW-FALL-ZUSTAND         PIC X(1).
              88 GW-FALL-NEU          VALUE 'N'.
              88 GW-FALL-OFFEN        VALUE 'O'.
              88 GW-FALL-ERLEDIGT     VALUE 'E'.
           05 GW-NEU-ANZAHL           PIC 9(5).
           05 GW-OFFEN-ANZAHL         PIC 9(5).
           05 GW-ERLEDIGT-ANZAHL      PIC 9(5).
           05 GW-LISTE-ANZAHL         PIC 9(5).
           05 GW-BETRAG-ABS           PIC S9(10)V99.
           05 GW-BETRAG-EUR           PIC S9(10)V99.
           05 GW-BETRAG-AUSGABE       PIC -(9)9.99.
           05 GW-FENSTER-ENDE         PIC 9(7).
           05 GW-FENSTER-ANZAHL       PIC 9(3).
           05 GW-FENSTER-SUMME        PIC S9(10)V99.
           05 GW-FENSTER-BIS          PIC X(8).
           05 GW-KONTO-UEBERLAUF      PIC X(1).
           05 GW-EINZAHLUNG-UEBERLAUF PIC X(1).

      * KONTEN DES LAUFS MIT ANSCHRIFT. GWK-KUNDE VERWEIST AUF DAS
      * ERSTE KONTO DESSELBEN KUNDEN (NAME, VORNAME, GEBURTSDATUM).
       01 GW-KONTEN.
           05 GWK-ANZAHL              PIC 9(3) VALUE 0.
           05 GWK-INDEX               PIC 9(3).
           05 GWK-SUCH-INDEX          PIC 9(3).
           05 GWK-TABELLE.
              10 GWK-EINTRAG OCCURS 500 TIMES.
                 15 GWK-KONTO         PIC X(20).
                 15 GWK-NAME          PIC X(50).
                 15 GWK-VORNAME       PIC X(50).
                 15 GWK-GEB           PIC X(10).
                 15 GWK-STRASSE       PIC X(50).
                 15 GWK-PLZ           PIC X(10).
                 15 GWK-ORT           PIC X(50).
                 15 GWK-WAEHRUNG      PIC X(3).
                 15 GWK-BEKANNT       PIC X(1).
                 15 GWK-KUNDE         PIC 9(3).

      * BAREINZAHLUNGEN UNTER DEM SCHWELLENWERT IN BUCHUNGS-
      * REIHENFOLGE FÜR DIE PRÜFUNG AUF STÜCKELUNG.
       01 GW-EINZAHLUNGEN.
           05 GWE-ANZAHL              PIC 9(4) VALUE 0.
           05 GWE-INDEX               PIC 9(4).
           05 GWE-FENSTER-INDEX       PIC 9(4).
           05 GWE-TABELLE.
              10 GWE-EINTRAG OCCURS 1000 TIMES.
                 15 GWE-LFDNR         PIC 9(8).
                 15 GWE-KONTO         PIC X(20).
                 15 GWE-DATUM         PIC X(8).
                 15 GWE-ZEIT          PIC X(6).
                 15 GWE-TAG           PIC 9(7).
                 15 GWE-BETRAG        PIC S9(10)V99.
                 15 GWE-BETRAG-EUR    PIC S9(10)V99.
                 15 GWE-REFERENZ      PIC X(20).
                 15 GWE-KONTO-INDEX   PIC 9(3).
                 15 GWE-KUNDE         PIC 9(3).
                 15 GWE-VERBRAUCHT    PIC X(1).

       PROCEDURE DIVISION.
       HAUPTSTEUERUNG.
           PERFORM DATEIEN-ÖFFNEN
           PERFORM SYSTEMDATEN-HOLEN
           PERFORM NAECHSTE-TRANSAKTIONSNUMMER
           PERFORM JOBBETRIEB-PRUEFEN
           IF JOB-BATCH
               PERFORM JOBBETRIEB-DURCHFUEHREN
           ELSE
               PERFORM HAUPTSCHLEIFE
                   UNTIL PROGRAMM-ENDE
           END-IF
           PERFORM DATEIEN-SCHLIESSEN
           MOVE JOB-HOECHST-RC TO RETURN-CODE
           STOP RUN.

       DATEIEN-ÖFFNEN.
                       KURS-STATUS
               MOVE 'J' TO FEHLER-STATUS
           END-IF
           OPEN I-O FESTGELD-KONDITIONEN
           IF NOT FGKOND-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER FESTGELDKONDITIONEN: "
                       FGKOND-STATUS
               MOVE 'J' TO FEHLER-STATUS
           END-IF
           OPEN I-O GELDWAESCHE-FAELLE
           IF NOT GWFALL-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER GELDWÄSCHE-"
                       "PRÜFFÄLLE: " GWFALL-STATUS
               MOVE 'J' TO FEHLER-STATUS
           END-IF
           OPEN I-O MONATSSALDEN-DATEI
           IF NOT MONSALD-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER MONATSSALDEN: "
                       MONSALD-STATUS
               MOVE 'J' TO FEHLER-STATUS
           END-IF
           OPEN EXTEND CLEARING-SAMMEL
           IF NOT CLEARSAM-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER CLEARING-SAMMEL"
           CLOSE DAUERAUFTRAG-DATEI
           CLOSE LAUFKONTROLL-DATEI
           CLOSE WECHSELKURS-DATEI
           CLOSE FESTGELD-KONDITIONEN
           CLOSE GELDWAESCHE-FAELLE
           CLOSE MONATSSALDEN-DATEI
           CLOSE CLEARING-SAMMEL
           CLOSE AENDERUNGS-DATEI.

           DISPLAY "S - KONTOSTAND ANZEIGEN"
           DISPLAY "F - KUNDE SUCHEN (NAME/VORNAME/ORT)"
           DISPLAY "U - ÜBERWEISUNG"
           DISPLAY "L - BUCHUNG STORNIEREN (VIER-AUGEN-FREIGABE)"
           DISPLAY "P - KONTO SPERREN/ENTSPERREN/SCHLIESSEN"
           DISPLAY "K - KONTOAUSZUG DRUCKEN"
           DISPLAY "D - DAUERAUFTRAG ANLEGEN"
           DISPLAY "T - DAUERAUFTRÄGE AUSFÜHREN (TAGESLAUF)"
           DISPLAY "B - ZAHLUNGSDATEI BUCHEN (BATCHLAUF)"
           DISPLAY "R - TAGESABSTIMMUNG (SALDEN/ÜBERWEISUNGEN)"
           DISPLAY "J - MONATSENDE/JAHRESABSCHLUSS"
           DISPLAY "W - KASSENJOURNAL JE BEDIENER (TAGESENDE)"
           DISPLAY "V - WECHSELKURSE PFLEGEN"
           DISPLAY "H - KURSHISTORIE ANZEIGEN"
           DISPLAY "C - CLEARINGDATEI SCHNEIDEN (TAGESENDE)"
           DISPLAY "Q - CLEARING-EINGANG BUCHEN (TAGESLAUF)"
           DISPLAY "G - STEUERREPORT KAPITALERTRAG (JAHR)"
           DISPLAY "N - ÄNDERUNGSHISTORIE KONTO ANZEIGEN"
           DISPLAY "Y - FESTGELD (FÄLLIGKEIT/VORSCHAU/KONDITIONEN)"
           DISPLAY "M - GELDWÄSCHE-MONITORING (BARGELD)"
           DISPLAY "Z - ZINSLAUF DURCHFÜHREN"
           DISPLAY "X - PROGRAMM BEENDEN"
           DISPLAY " "
               WHEN KONTOSTAND      PERFORM KONTOSTAND-ANZEIGEN
               WHEN UEBERWEISUNG-FUNKTION
                   PERFORM UEBERWEISUNG-DURCHFUEHREN
               WHEN STORNO-FUNKTION PERFORM BUCHUNG-STORNIEREN
               WHEN KONTO-STATUS-FUNKTION PERFORM KONTO-STATUS-AENDERN
               WHEN KONTOAUSZUG-FUNKTION  PERFORM KONTOAUSZUG-DRUCKEN
               WHEN DAUERAUFTRAG-ANLEGEN-FUNKTION
                   PERFORM BATCH-ZAHLUNGSLAUF
               WHEN ABSTIMMUNG-FUNKTION
                   PERFORM TAGESABSTIMMUNG-DURCHFUEHREN
               WHEN ABSCHLUSS-FUNKTION
                   PERFORM ABSCHLUSSMENU
               WHEN KASSENJOURNAL-FUNKTION
                   PERFORM KASSENJOURNAL-DRUCKEN
               WHEN KUNDENSUCHE-FUNKTION
                   PERFORM KURSHISTORIE-ANZEIGEN
               WHEN CLEARING-FUNKTION
                   PERFORM CLEARING-SCHNITT-DURCHFUEHREN
               WHEN CLEARING-EINGANG-FUNKTION
                   PERFORM CLEARING-EINGANG-DURCHFUEHREN
               WHEN STEUERREPORT-FUNKTION
                   PERFORM STEUERREPORT-DRUCKEN
               WHEN AENDERUNGSHISTORIE-FUNKTION
                   PERFORM AENDERUNGSHISTORIE-ANZEIGEN
               WHEN FESTGELD-FUNKTION
                   PERFORM FESTGELDMENU
               WHEN GELDWAESCHE-FUNKTION
                   PERFORM GELDWAESCHEMENU
               WHEN ZINSLAUF-STARTEN PERFORM ZINSLAUF-DURCHFUEHREN
               WHEN PROGRAMM-ENDE   CONTINUE
               WHEN OTHER          DISPLAY "UNGÜLTIGE EINGABE"
           IF DATEI-OK
               DISPLAY "KONTO EXISTIERT BEREITS"
           ELSE
               MOVE SPACES TO KUNDEN-FESTGELD
               MOVE 0 TO KUNDEN-FG-LAUFZEIT
               PERFORM KUNDENDATEN-ERFASSEN
               MOVE 'A' TO KUNDEN-STATUS
               MOVE 0 TO KUNDEN-KONTOSTAND
                       "KEINER): " WITH NO ADVANCING
               ACCEPT EING-FREISTELLUNG
               MOVE EING-FREISTELLUNG TO KUNDEN-FREISTELLUNG
           END-IF
           IF FESTGELDKONTO
               PERFORM FESTGELD-DATEN-ERFASSEN
           ELSE
               MOVE SPACES TO KUNDEN-FESTGELD
               MOVE 0 TO KUNDEN-FG-LAUFZEIT
           END-IF.

      * FESTGELDANGABEN: LAUFZEIT NUR BEI EINER NEUEN ANLAGE (BEGINN
      * LEER ODER LETZTE FÄLLIGKEIT BEREITS GEBUCHT), WÄHREND DER
      * LAUFZEIT BLEIBEN BEGINN UND FÄLLIGKEIT UNVERÄNDERT. IST
      * KEIN ZINSSATZ ERFASST, GILT DER AKTUELLE SATZ DER
      * KONDITIONENDATEI FÜR DIE LAUFZEIT.
       FESTGELD-DATEN-ERFASSEN.
           IF KUNDEN-FG-BEGINN = SPACES
               OR (KUNDEN-FG-FAELLIG NOT > AKTUELLES-DATUM
                   AND KUNDEN-LETZTE-ZINSBUCHUNG NOT = SPACES
                   AND KUNDEN-LETZTE-ZINSBUCHUNG
                       NOT < KUNDEN-FG-FAELLIG)
               MOVE 0 TO EING-FG-LAUFZEIT
               PERFORM FESTGELD-LAUFZEIT-ERFASSEN
                   UNTIL EING-FG-LAUFZEIT > 0
               MOVE EING-FG-LAUFZEIT TO KUNDEN-FG-LAUFZEIT
               MOVE AKTUELLES-DATUM TO KUNDEN-FG-BEGINN
               PERFORM FESTGELD-FAELLIGKEIT-BERECHNEN
               DISPLAY "ANLAGE VOM " KUNDEN-FG-BEGINN " FÄLLIG AM "
                       KUNDEN-FG-FAELLIG
           ELSE
               DISPLAY "LAUFENDE ANLAGE " KUNDEN-FG-LAUFZEIT
                       " MONATE, FÄLLIG AM " KUNDEN-FG-FAELLIG
           END-IF
           IF KUNDEN-ZINSEN = 0
               MOVE KUNDEN-FG-LAUFZEIT TO FG-SUCH-LAUFZEIT
               MOVE AKTUELLES-DATUM TO FG-SUCH-DATUM
               PERFORM FESTGELD-KONDITION-SUCHEN
               IF FG-GEFUNDENER-ZINS > 0
                   MOVE FG-GEFUNDENER-ZINS TO KUNDEN-ZINSEN
                   MOVE FG-GEFUNDENER-ZINS TO FG-ZINS-AUSGABE
                   DISPLAY "ZINSSATZ LT. KONDITIONEN: " FG-ZINS-AUSGABE
               ELSE
                   DISPLAY "HINWEIS: KEINE KONDITION FÜR "
                           KUNDEN-FG-LAUFZEIT " MONATE HINTERLEGT"
               END-IF
           END-IF
           MOVE 'N' TO FG-EINGABE-OK
           PERFORM FESTGELD-WEISUNG-ERFASSEN
               UNTIL FG-EINGABE-OK = 'J'.

       FESTGELD-LAUFZEIT-ERFASSEN.
           DISPLAY "LAUFZEIT IN MONATEN: " WITH NO ADVANCING
           ACCEPT EING-FG-LAUFZEIT
           IF EING-FG-LAUFZEIT NOT NUMERIC
               MOVE 0 TO EING-FG-LAUFZEIT
           END-IF
           IF EING-FG-LAUFZEIT = 0
               DISPLAY "LAUFZEIT MUSS GRÖSSER NULL SEIN"
           END-IF.

      * WEISUNG ZUR FÄLLIGKEIT UND VERRECHNUNGSKONTO. DAS
      * VERRECHNUNGSKONTO IST BEI JEDER WEISUNG PFLICHT; ES MUSS EIN
      * NICHT GESCHLOSSENES GIROKONTO IN DER WÄHRUNG DES FESTGELDS
      * SEIN, DAS DEMSELBEN KUNDEN GEHÖRT (NAME, VORNAME UND
      * GEBURTSDATUM WIE BEI DER KUNDENSUCHE). ERGEBNIS IN
      * FG-EINGABE-OK.
       FESTGELD-WEISUNG-ERFASSEN.
           DISPLAY "WEISUNG ZUR FÄLLIGKEIT (A=AUSZAHLEN, "
                   "P=PROLONGIEREN): " WITH NO ADVANCING
           ACCEPT EING-FG-WEISUNG
           IF EING-FG-WEISUNG NOT = 'A' AND EING-FG-WEISUNG NOT = 'P'
               DISPLAY "UNGÜLTIGE WEISUNG"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "VERRECHNUNGSKONTO (GIRO): " WITH NO ADVANCING
           ACCEPT EING-FG-VERRECHNUNG
           IF EING-FG-VERRECHNUNG = SPACES
               DISPLAY "EIN VERRECHNUNGSKONTO IST ANZUGEBEN"
               EXIT PARAGRAPH
           END-IF
           PERFORM FESTGELD-VERRECHNUNG-PRUEFEN
           IF FG-EINGABE-OK NOT = 'J'
               EXIT PARAGRAPH
           END-IF
           MOVE EING-FG-WEISUNG TO KUNDEN-FG-WEISUNG
           MOVE EING-FG-VERRECHNUNG TO KUNDEN-FG-VERRECHNUNG
           MOVE 'J' TO FG-EINGABE-OK.

      * LIEST DAS VERRECHNUNGSKONTO; DER KUNDEN-SATZ DES FESTGELDS
      * WIRD DAFÜR GESICHERT UND DANACH WIEDERHERGESTELLT.
       FESTGELD-VERRECHNUNG-PRUEFEN.
           MOVE 'N' TO FG-EINGABE-OK
           MOVE KUNDEN-SATZ TO FG-KUNDEN-SICHERUNG
           MOVE KUNDEN-NAME TO SUCH-NAME
           MOVE KUNDEN-VORNAME TO SUCH-VORNAME
           MOVE KUNDEN-GEBURTSDATUM TO SUCH-GEBURTSDATUM
           MOVE KUNDEN-WAEHRUNG TO TEMP-WAEHRUNG
           MOVE EING-FG-VERRECHNUNG TO KUNDEN-KONTONUMMER
           READ KUNDEN-DATEI
               KEY IS KUNDEN-KONTONUMMER
           EVALUATE TRUE
               WHEN NOT DATEI-OK
                   DISPLAY "VERRECHNUNGSKONTO NICHT GEFUNDEN"
               WHEN NOT GIROKONTO
                   DISPLAY "VERRECHNUNGSKONTO MUSS EIN GIROKONTO SEIN"
               WHEN GELOESCHT
                   DISPLAY "VERRECHNUNGSKONTO IST GESCHLOSSEN"
               WHEN KUNDEN-NAME NOT = SUCH-NAME
                   OR KUNDEN-VORNAME NOT = SUCH-VORNAME
                   OR KUNDEN-GEBURTSDATUM NOT = SUCH-GEBURTSDATUM
                   DISPLAY "VERRECHNUNGSKONTO GEHÖRT EINEM ANDEREN "
                           "KUNDEN"
               WHEN KUNDEN-WAEHRUNG NOT = TEMP-WAEHRUNG
                   DISPLAY "VERRECHNUNGSKONTO IN ANDERER WÄHRUNG"
               WHEN OTHER
                   MOVE 'J' TO FG-EINGABE-OK
           END-EVALUATE
           MOVE FG-KUNDEN-SICHERUNG TO KUNDEN-SATZ.

      * ERRECHNET AUS KUNDEN-FG-BEGINN UND KUNDEN-FG-LAUFZEIT DIE
      * FÄLLIGKEIT (GLEICHER TAG N MONATE SPÄTER, BEI KÜRZEREM
      * MONAT DER MONATSLETZTE).
       FESTGELD-FAELLIGKEIT-BERECHNEN.
           MOVE KUNDEN-FG-BEGINN TO FG-DATUM
           COMPUTE FG-MONATE = FG-DATUM-MONAT - 1 + KUNDEN-FG-LAUFZEIT
           DIVIDE FG-MONATE BY 12 GIVING FG-JAHRE
               REMAINDER FG-MONAT-REST
           ADD FG-JAHRE TO FG-DATUM-JAHR
           COMPUTE FG-DATUM-MONAT = FG-MONAT-REST + 1
           MOVE FG-MONATSTAGE (FG-DATUM-MONAT) TO FG-LETZTER-TAG
           IF FG-DATUM-MONAT = 2
               DIVIDE FG-DATUM-JAHR BY 4 GIVING FG-SCHALTJAHR-QUOTIENT
                   REMAINDER FG-SCHALTJAHR-REST
               IF FG-SCHALTJAHR-REST = 0
                   MOVE 29 TO FG-LETZTER-TAG
                   DIVIDE FG-DATUM-JAHR BY 100
                       GIVING FG-SCHALTJAHR-QUOTIENT
                       REMAINDER FG-SCHALTJAHR-REST
                   IF FG-SCHALTJAHR-REST = 0
                       DIVIDE FG-DATUM-JAHR BY 400
                           GIVING FG-SCHALTJAHR-QUOTIENT
                           REMAINDER FG-SCHALTJAHR-REST
                       IF FG-SCHALTJAHR-REST NOT = 0
                           MOVE 28 TO FG-LETZTER-TAG
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF FG-DATUM-TAG > FG-LETZTER-TAG
               MOVE FG-LETZTER-TAG TO FG-DATUM-TAG
           END-IF
           MOVE FG-DATUM TO KUNDEN-FG-FAELLIG.

      * EIN FESTGELD IST BIS ZUR FÄLLIGKEIT GEBUNDEN: AUSZAHLUNGEN
      * UND ÜBERWEISUNGEN ZU LASTEN DES KONTOS WERDEN ABGELEHNT.
      * ERWARTET DEN KUNDEN-SATZ IM PUFFER, ERGEBNIS IN
      * FG-GESPERRT ('J'/'N').
       FESTGELD-SPERRE-PRUEFEN.
           MOVE 'N' TO FG-GESPERRT
           IF FESTGELDKONTO
               AND KUNDEN-FG-FAELLIG NOT = SPACES
               AND KUNDEN-FG-FAELLIG > AKTUELLES-DATUM
               MOVE 'J' TO FG-GESPERRT
           END-IF.

       KONTO-AENDERN.
               MOVE KUNDEN-SATZ TO KUNDEN-SATZ-ALT
               MOVE KUNDEN-WAEHRUNG TO TEMP-WAEHRUNG
               PERFORM KUNDENDATEN-ERFASSEN
      * EIN LAUFENDES FESTGELD BLEIBT BIS ZUR FÄLLIGKEIT FESTGELD,
      * SONST WÄRE DIE VERFÜGUNGSSPERRE ÜBER DEN KONTOTYP ZU
      * UMGEHEN.
               IF ALT-KONTOTYP = 'F' AND NOT FESTGELDKONTO
                   AND ALT-FG-FAELLIG NOT = SPACES
                   AND ALT-FG-FAELLIG > AKTUELLES-DATUM
                   DISPLAY "FESTGELD LÄUFT BIS " ALT-FG-FAELLIG
                           " - KONTOTYP NICHT ÄNDERBAR, ÄNDERUNG "
                           "VERWORFEN"
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO UMRECHNUNG-DELTA
               IF KUNDEN-WAEHRUNG NOT = TEMP-WAEHRUNG
                   PERFORM KONTOWAEHRUNG-UMRECHNEN
           DISPLAY "AUSZAHLUNG DURCHFÜHREN"
           DISPLAY "======================"
           PERFORM KONTO-EINGABE-PRUEFEN
           IF DATENSATZ-GEFUNDEN = 'J'
               PERFORM FESTGELD-SPERRE-PRUEFEN
               IF FG-GESPERRT = 'J'
                   DISPLAY "FESTGELD BIS " KUNDEN-FG-FAELLIG
                           " GEBUNDEN - AUSZAHLUNG NICHT MÖGLICH"
                   MOVE 'N' TO DATENSATZ-GEFUNDEN
               END-IF
           END-IF
           IF DATENSATZ-GEFUNDEN = 'J'
               DISPLAY "AKTUELLER STAND: " KUNDEN-KONTOSTAND
               COMPUTE VERFUEGBARER-BETRAG =
               DISPLAY "QUELLKONTO NICHT GEFUNDEN"
               MOVE 'N' TO DATENSATZ-GEFUNDEN
           END-IF
           IF DATENSATZ-GEFUNDEN = 'J'
               PERFORM FESTGELD-SPERRE-PRUEFEN
               IF FG-GESPERRT = 'J'
                   DISPLAY "FESTGELD BIS " KUNDEN-FG-FAELLIG
                           " GEBUNDEN - ÜBERWEISUNG NICHT MÖGLICH"
                   MOVE 'N' TO DATENSATZ-GEFUNDEN
               END-IF
           END-IF
           IF DATENSATZ-GEFUNDEN = 'J'
               MOVE KUNDEN-KONTONUMMER TO TEMP-KONTONUMMER
               MOVE KUNDEN-WAEHRUNG TO TEMP-WAEHRUNG
           MOVE TEMP-ZIELKONTO TO CLEAR-ZIELKONTO
           MOVE BETRAG-EINGABE TO CLEAR-BETRAG
           MOVE 'U' TO CLEAR-TYP
           MOVE CLEARING-REFERENZ-MERKER TO CLEAR-REF-TEXT
      * DIE 'C'-BUCHUNG WIRD UNMITTELBAR DANACH MIT DER NÄCHSTEN
      * LAUFENDEN NUMMER PROTOKOLLIERT.
           MOVE AKTUELLES-DATUM TO CLEAR-REF-DATUM
           MOVE NAECHSTE-TRANSAKT-NR TO CLEAR-REF-LFDNR
           WRITE CLEARING-SATZ
           IF NOT CLEARSAM-OK
               DISPLAY "FEHLER BEIM SCHREIBEN DER CLEARING-SAMMEL"

      * GEZÄHLT UND SUMMIERT WIRD NUR, WAS WIRKLICH IN DER
      * AUSGANGSDATEI ANGEKOMMEN IST - DER SUMMENSATZ MUSS ZUM
      * GELIEFERTEN DATEIINHALT PASSEN. STORNIERTE ANWEISUNGEN
      * (TYP 'X') BLEIBEN AUSSEN VOR.
       CLEARING-SATZ-UEBERTRAGEN.
           READ CLEARING-SAMMEL NEXT RECORD
               AT END CONTINUE
           END-READ
           IF CLEARSAM-OK AND NOT CLEAR-STORNIERT
               WRITE CLEARING-AUSGANG-SATZ FROM CLEARING-SATZ
               IF CLEARAUS-OK
                   ADD 1 TO CLEARING-ANZAHL
               END-IF
           END-IF.

      * STORNIERT EINE GEBUCHTE TRANSAKTION ÜBER IHRE LAUFENDE
      * NUMMER: NACH DEN PRÜFUNGEN (STORNO-ORIGINAL-PRUEFEN) MUSS
      * EIN ZWEITER BEDIENER FREIGEBEN, DANN WIRD DIE GEGENBUCHUNG
      * ALS TYP 'R' MIT BEZUG AUF DIE URSPRUNGSBUCHUNG GESCHRIEBEN.
       BUCHUNG-STORNIEREN.
           DISPLAY " "
           DISPLAY "BUCHUNG STORNIEREN"
           DISPLAY "=================="
           DISPLAY "LAUFENDE NUMMER DER BUCHUNG (8-STELLIG): "
                   WITH NO ADVANCING
           ACCEPT STORNO-NR-EINGABE
           IF STORNO-NR-EINGABE NOT NUMERIC
               DISPLAY "UNGÜLTIGE LAUFENDE NUMMER"
               EXIT PARAGRAPH
           END-IF
           MOVE STORNO-NR-EINGABE TO TRANSAKT-LFDNR
           READ TRANSAKTIONS-DATEI
               KEY IS TRANSAKT-LFDNR
           IF NOT TRANSAKT-OK
               DISPLAY "BUCHUNG " STORNO-NR-EINGABE " NICHT GEFUNDEN"
               EXIT PARAGRAPH
           END-IF
           MOVE TRANSAKTIONS-SATZ TO STORNO-ORIGINAL-SATZ
           DISPLAY "KONTO:     " ORIG-KONTONUMMER
           DISPLAY "DATUM:     " ORIG-DATUM " " ORIG-ZEIT
           DISPLAY "TYP:       " ORIG-TYP
           DISPLAY "BETRAG:    " ORIG-BETRAG
           DISPLAY "BEDIENER:  " ORIG-REFERENZ
           DISPLAY "BEMERKUNG: " ORIG-BEMERKUNG
           PERFORM STORNO-ORIGINAL-PRUEFEN
           IF STORNO-ZULAESSIG NOT = 'J'
               EXIT PARAGRAPH
           END-IF
           IF ORIG-UEBERWEISUNG
               DISPLAY "GEGENBUCHUNG " GEGEN-LFDNR " AUF KONTO "
                       GEGEN-KONTONUMMER " WIRD MITSTORNIERT"
           END-IF
           PERFORM STORNO-FREIGABE-EINHOLEN
           IF STORNO-FREIGEGEBEN = 'J'
               PERFORM STORNO-BUCHEN
           ELSE
               DISPLAY "STORNO ABGEBROCHEN"
           END-IF.

      * PRÜFT DIE IN STORNO-ORIGINAL-SATZ (UND IM TRANSAKTIONS-
      * PUFFER) STEHENDE BUCHUNG UND LIEFERT STORNO-ZULAESSIG
      * ('J'/'N'). STORNIERBAR SIND NUR SCHALTER- UND ÜBERWEISUNGS-
      * BUCHUNGEN (E/A/U/C) MIT BETRAG; ZINS- UND STEUERBUCHUNGEN
      * LAUFEN ÜBER DEN FREISTELLUNGSVERBRAUCH UND WERDEN NICHT
      * EINZELN STORNIERT. BEI ÜBERWEISUNGEN WIRD DAS GEGENLEG
      * NACH STORNO-GEGENLEG-SATZ GELESEN.
       STORNO-ORIGINAL-PRUEFEN.
           MOVE 'N' TO STORNO-ZULAESSIG
           IF SALDOVORTRAG
               DISPLAY "SALDOVORTRÄGE KÖNNEN NICHT STORNIERT WERDEN"
               EXIT PARAGRAPH
           END-IF
           IF STORNOBUCHUNG
               DISPLAY "EINE STORNOBUCHUNG KANN NICHT STORNIERT "
                       "WERDEN"
               EXIT PARAGRAPH
           END-IF
           IF NOT (EINZAHLUNG OR AUSZAHLUNG OR UEBERWEISUNG
               OR CLEARING-UEBERWEISUNG)
               OR TRANSAKT-BETRAG = 0
               DISPLAY "BUCHUNGSART NICHT STORNIERBAR"
               EXIT PARAGRAPH
           END-IF
           MOVE ORIG-KONTONUMMER TO STORNO-SUCH-KONTO
           MOVE ORIG-LFDNR TO STORNO-SUCH-LFDNR
           MOVE ORIG-DATUM TO STORNO-SUCH-DATUM
           MOVE 'R' TO STORNO-SUCH-TYP
           PERFORM STORNO-BEREITS-PRUEFEN
           IF STORNO-VORHANDEN = 'J'
               DISPLAY "BUCHUNG WURDE BEREITS STORNIERT"
               EXIT PARAGRAPH
           END-IF
           MOVE ORIG-KONTONUMMER TO STORNO-SUCH-KONTO
           PERFORM STORNO-KONTO-PRUEFEN
           IF DATENSATZ-GEFUNDEN = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ORIG-UEBERWEISUNG
               PERFORM STORNO-GEGENLEG-SUCHEN
               IF DATENSATZ-GEFUNDEN = 'N'
                   DISPLAY "GEGENBUCHUNG DER ÜBERWEISUNG NICHT "
                           "GEFUNDEN - STORNO NICHT MÖGLICH"
                   EXIT PARAGRAPH
               END-IF
               MOVE GEGEN-KONTONUMMER TO STORNO-SUCH-KONTO
               MOVE GEGEN-LFDNR TO STORNO-SUCH-LFDNR
               MOVE GEGEN-DATUM TO STORNO-SUCH-DATUM
               MOVE 'R' TO STORNO-SUCH-TYP
               PERFORM STORNO-BEREITS-PRUEFEN
               IF STORNO-VORHANDEN = 'J'
                   DISPLAY "GEGENBUCHUNG WURDE BEREITS STORNIERT"
                   EXIT PARAGRAPH
               END-IF
               MOVE GEGEN-KONTONUMMER TO STORNO-SUCH-KONTO
               PERFORM STORNO-KONTO-PRUEFEN
               IF DATENSATZ-GEFUNDEN = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF ORIG-CLEARING
               PERFORM STORNO-CLEARING-PRUEFEN
               IF STORNO-GESCHNITTEN = 'J'
                   DISPLAY "ANWEISUNG IST BEREITS IN DEN CLEARING-"
                           "AUSGANG GESCHNITTEN - RÜCKRUF NUR ÜBER "
                           "DIE CLEARINGSTELLE"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'J' TO STORNO-ZULAESSIG.

      * SUCHT AUF DEM KONTO STORNO-SUCH-KONTO AB DEM DATUM DER
      * URSPRUNGSBUCHUNG EINE BUCHUNG VOM TYP STORNO-SUCH-TYP
      * ('R' = STORNO, 'G' = CLEARING-RÜCKGABE) MIT BEZUG AUF
      * STORNO-SUCH-LFDNR/STORNO-SUCH-DATUM. ERGEBNIS IN
      * STORNO-VORHANDEN ('J'/'N').
       STORNO-BEREITS-PRUEFEN.
           MOVE 'N' TO STORNO-VORHANDEN
           MOVE STORNO-SUCH-KONTO TO TRANSAKT-KONTONUMMER
           MOVE STORNO-SUCH-DATUM TO TRANSAKT-DATUM
           START TRANSAKTIONS-DATEI
               KEY IS GREATER THAN OR EQUAL TRANSAKT-KONTO-DATUM
           IF TRANSAKT-OK
               PERFORM STORNO-BEREITS-SATZ
                   UNTIL NOT TRANSAKT-OK
               MOVE SPACES TO TRANSAKT-STATUS
           END-IF.

       STORNO-BEREITS-SATZ.
           READ TRANSAKTIONS-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF TRANSAKT-OK
               IF TRANSAKT-KONTONUMMER NOT = STORNO-SUCH-KONTO
                   MOVE '10' TO TRANSAKT-STATUS
               ELSE
                   IF TRANSAKT-TYP = STORNO-SUCH-TYP
                       IF STORNO-ORIG-LFDNR = STORNO-SUCH-LFDNR
                           AND STORNO-ORIG-DATUM = STORNO-SUCH-DATUM
                           MOVE 'J' TO STORNO-VORHANDEN
                           MOVE '10' TO TRANSAKT-STATUS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * EIN STORNO DARF AUF EIN GESPERRTES KONTO GEBUCHT WERDEN
      * (KORREKTUR), NICHT ABER AUF EIN GESCHLOSSENES.
       STORNO-KONTO-PRUEFEN.
           MOVE 'N' TO DATENSATZ-GEFUNDEN
           MOVE STORNO-SUCH-KONTO TO KUNDEN-KONTONUMMER
           READ KUNDEN-DATEI
               KEY IS KUNDEN-KONTONUMMER
           IF NOT DATEI-OK
               DISPLAY "KONTO " STORNO-SUCH-KONTO
                       " NICHT GEFUNDEN - STORNO NICHT MÖGLICH"
           ELSE
               IF GELOESCHT
                   DISPLAY "KONTO " STORNO-SUCH-KONTO
                           " IST GESCHLOSSEN - STORNO NICHT MÖGLICH"
               ELSE
                   MOVE 'J' TO DATENSATZ-GEFUNDEN
               END-IF
           END-IF.

      * DIE BEIDEN LEGS EINER ÜBERWEISUNG WERDEN UNMITTELBAR
      * NACHEINANDER PROTOKOLLIERT (BELASTUNG, DANN GUTSCHRIFT).
      * DAS GEGENLEG HAT DAHER DIE NÄCHSTE BZW. VORHERGEHENDE
      * LAUFENDE NUMMER UND MUSS IN DATUM, ZEIT UND BEDIENER
      * ÜBEREINSTIMMEN, BEI UMGEKEHRTEM VORZEICHEN DES BETRAGS.
       STORNO-GEGENLEG-SUCHEN.
           MOVE 'N' TO DATENSATZ-GEFUNDEN
           IF ORIG-BETRAG < 0
               ADD 1 TO ORIG-LFDNR GIVING TRANSAKT-LFDNR
           ELSE
               IF ORIG-LFDNR < 2
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT 1 FROM ORIG-LFDNR GIVING TRANSAKT-LFDNR
           END-IF
           READ TRANSAKTIONS-DATEI
               KEY IS TRANSAKT-LFDNR
           IF TRANSAKT-OK
               IF UEBERWEISUNG
                   AND TRANSAKT-DATUM = ORIG-DATUM
                   AND TRANSAKT-ZEIT = ORIG-ZEIT
                   AND TRANSAKT-REFERENZ = ORIG-REFERENZ
                   AND TRANSAKT-BETRAG = (0 - ORIG-BETRAG)
                   MOVE TRANSAKTIONS-SATZ TO STORNO-GEGENLEG-SATZ
                   MOVE 'J' TO DATENSATZ-GEFUNDEN
               END-IF
           END-IF.

      * EINE CLEARING-ANWEISUNG GILT ALS GESCHNITTEN, WENN NACH
      * IHRER BUCHUNG EIN CLEARING-SCHNITT (LAUFKONTROLLE TYP 'C')
      * BEENDET WURDE ODER EIN SCHNITT UNTERBROCHEN IST.
      * ERGEBNIS IN STORNO-GESCHNITTEN ('J'/'N').
       STORNO-CLEARING-PRUEFEN.
           MOVE 'N' TO STORNO-GESCHNITTEN
           MOVE 'C' TO LAUF-TYP
           MOVE ORIG-DATUM TO LAUF-DATUM
           START LAUFKONTROLL-DATEI
               KEY IS GREATER THAN OR EQUAL LAUF-SCHLUESSEL
           IF LAUFKTRL-OK
               PERFORM STORNO-CLEARING-LAUF-PRUEFEN
                   UNTIL NOT LAUFKTRL-OK
               MOVE SPACES TO LAUFKTRL-STATUS
           END-IF.

       STORNO-CLEARING-LAUF-PRUEFEN.
           READ LAUFKONTROLL-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF LAUFKTRL-OK
               IF LAUF-TYP NOT = 'C'
                   MOVE '10' TO LAUFKTRL-STATUS
               ELSE
                   IF LAUF-LAEUFT
                       OR LAUF-DATUM > ORIG-DATUM
                       OR LAUF-ENDEZEIT NOT < ORIG-ZEIT
                       MOVE 'J' TO STORNO-GESCHNITTEN
                       MOVE '10' TO LAUFKTRL-STATUS
                   END-IF
               END-IF
           END-IF.

      * VIER-AUGEN-PRINZIP: DER FREIGEBENDE BEDIENER MUSS SICH VOM
      * ERFASSENDEN BEDIENER UND VOM BEDIENER DER URSPRUNGS-
      * BUCHUNG UNTERSCHEIDEN. ERGEBNIS IN STORNO-FREIGEGEBEN.
       STORNO-FREIGABE-EINHOLEN.
           MOVE 'N' TO STORNO-FREIGEGEBEN
           DISPLAY " "
           DISPLAY "FREIGABE DURCH ZWEITEN BEDIENER"
           DISPLAY "KENNUNG DES FREIGEBENDEN BEDIENERS: "
                   WITH NO ADVANCING
           ACCEPT STORNO-FREIGEBER-EINGABE
           IF STORNO-FREIGEBER-EINGABE = SPACES
               DISPLAY "OHNE FREIGABE KEIN STORNO"
               EXIT PARAGRAPH
           END-IF
           IF STORNO-FREIGEBER-EINGABE = SYSTEM-BENUTZER
               DISPLAY "FREIGABE DURCH DEN ERFASSENDEN BEDIENER "
                       "IST NICHT ZULÄSSIG"
               EXIT PARAGRAPH
           END-IF
           IF STORNO-FREIGEBER-EINGABE = ORIG-REFERENZ
               DISPLAY "FREIGABE DURCH DEN BEDIENER DER URSPRUNGS"
                       "BUCHUNG IST NICHT ZULÄSSIG"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "STORNO FREIGEBEN? (J/N): " WITH NO ADVANCING
           ACCEPT STORNO-BESTAETIGUNG
           IF STORNO-BESTAETIGUNG = 'J' OR 'j'
               MOVE 'J' TO STORNO-FREIGEGEBEN
           END-IF.

      * BUCHT DIE GEGENBUCHUNG(EN). EINE NOCH NICHT GESCHNITTENE
      * CLEARING-ANWEISUNG WIRD VORHER IN DER SAMMELDATEI ALS
      * STORNIERT GEKENNZEICHNET; WIRD SIE DORT NICHT GEFUNDEN,
      * UNTERBLEIBT DAS STORNO.
       STORNO-BUCHEN.
           IF ORIG-CLEARING
               PERFORM STORNO-CLEARING-ZURUECKNEHMEN
               IF STORNO-CLEAR-GEFUNDEN NOT = 'J'
                   DISPLAY "ANWEISUNG NICHT IN DER CLEARING-SAMMEL"
                           "DATEI - STORNO NICHT MÖGLICH"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ORIG-KONTONUMMER TO STORNO-BUCH-KONTO
           COMPUTE STORNO-BUCH-BETRAG = 0 - ORIG-BETRAG
           MOVE ORIG-LFDNR TO SBA-ORIG-LFDNR
           MOVE ORIG-DATUM TO SBA-ORIG-DATUM
           PERFORM STORNO-LEG-BUCHEN
           IF STORNO-LEG-OK = 'J' AND ORIG-UEBERWEISUNG
               MOVE GEGEN-KONTONUMMER TO STORNO-BUCH-KONTO
               COMPUTE STORNO-BUCH-BETRAG = 0 - GEGEN-BETRAG
               MOVE GEGEN-LFDNR TO SBA-ORIG-LFDNR
               MOVE GEGEN-DATUM TO SBA-ORIG-DATUM
               PERFORM STORNO-LEG-BUCHEN
           END-IF
           IF STORNO-LEG-OK = 'J'
               DISPLAY "STORNO ERFOLGREICH GEBUCHT"
           END-IF.

      * ERWARTET KONTO, BETRAG MIT VORZEICHEN UND DEN BEZUG
      * (SBA-ORIG-LFDNR, SBA-ORIG-DATUM); BUCHT DEN BETRAG AUF DAS
      * KONTO UND PROTOKOLLIERT IHN ALS TYP 'R'. ERGEBNIS IN
      * STORNO-LEG-OK.
       STORNO-LEG-BUCHEN.
           MOVE 'N' TO STORNO-LEG-OK
           MOVE STORNO-BUCH-KONTO TO KUNDEN-KONTONUMMER
           READ KUNDEN-DATEI
               KEY IS KUNDEN-KONTONUMMER
           IF NOT DATEI-OK
               DISPLAY "FEHLER BEIM LESEN DES KONTOS "
                       STORNO-BUCH-KONTO ": " KUNDEN-DATEI-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD STORNO-BUCH-BETRAG TO KUNDEN-KONTOSTAND
           MOVE AKTUELLES-DATUM TO KUNDEN-LETZTE-AENDERUNG
           PERFORM KONTOSTAND-EUR-AKTUALISIEREN
           REWRITE KUNDEN-SATZ
           IF NOT DATEI-OK
               DISPLAY "FEHLER BEIM STORNO AUF KONTO "
                       STORNO-BUCH-KONTO ": " KUNDEN-DATEI-STATUS
               EXIT PARAGRAPH
           END-IF
           IF (KUNDEN-KONTOSTAND + KUNDEN-DISPO-LIMIT) < 0
               DISPLAY "HINWEIS: KONTO " STORNO-BUCH-KONTO
                       " NACH STORNO ÜBER DEN DISPORAHMEN HINAUS "
                       "BELASTET"
           END-IF
           MOVE 'J' TO STORNO-LEG-OK
           MOVE STORNO-BUCH-KONTO TO KONTO-EINGABE
           MOVE 'R' TO TRANSAKT-TYP-EINGABE
           MOVE STORNO-BUCH-BETRAG TO BUCHUNGS-BETRAG
           MOVE "STORNO " TO SBA-KENNUNG
           MOVE STORNO-FREIGEBER-EINGABE TO SBA-FREIGEBER
           MOVE STORNO-BEZUG-AUFBAU TO MELDUNG
           PERFORM TRANSAKTION-PROTOKOLLIEREN.

      * KENNZEICHNET DIE ZUR CLEARING-BUCHUNG GEHÖRENDE, NOCH NICHT
      * STORNIERTE ANWEISUNG IN DER SAMMELDATEI MIT TYP 'X'. DAS
      * ZIELKONTO STEHT IN DER BEMERKUNG HINTER "EXTERN AN ".
      * ERGEBNIS IN STORNO-CLEAR-GEFUNDEN ('J'/'N').
       STORNO-CLEARING-ZURUECKNEHMEN.
           MOVE 'N' TO STORNO-CLEAR-GEFUNDEN
           MOVE SPACES TO STORNO-ZIELKONTO
           UNSTRING ORIG-BEMERKUNG DELIMITED BY "EXTERN AN "
               INTO STORNO-TEXT-REST STORNO-ZIELKONTO
           END-UNSTRING
           COMPUTE STORNO-CLEAR-BETRAG = 0 - ORIG-BETRAG
           CLOSE CLEARING-SAMMEL
           OPEN I-O CLEARING-SAMMEL
           IF NOT CLEARSAM-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER SAMMELDATEI: "
                       CLEARSAM-STATUS
               OPEN EXTEND CLEARING-SAMMEL
               EXIT PARAGRAPH
           END-IF
           PERFORM STORNO-CLEARING-SATZ-SUCHEN
               UNTIL NOT CLEARSAM-OK
               OR STORNO-CLEAR-GEFUNDEN = 'J'
           CLOSE CLEARING-SAMMEL
           OPEN EXTEND CLEARING-SAMMEL.

       STORNO-CLEARING-SATZ-SUCHEN.
           READ CLEARING-SAMMEL NEXT RECORD
               AT END CONTINUE
           END-READ
           IF CLEARSAM-OK
               IF CLEAR-QUELLKONTO = ORIG-KONTONUMMER
                   AND CLEAR-ZIELKONTO = STORNO-ZIELKONTO
                   AND CLEAR-BETRAG = STORNO-CLEAR-BETRAG
                   AND CLEAR-REF-DATUM = ORIG-DATUM
                   AND CLEAR-REF-LFDNR = ORIG-LFDNR
                   AND NOT CLEAR-STORNIERT
                   MOVE 'X' TO CLEAR-TYP
                   REWRITE CLEARING-SATZ
                   IF CLEARSAM-OK
                       MOVE 'J' TO STORNO-CLEAR-GEFUNDEN
                   ELSE
                       DISPLAY "FEHLER BEIM KENNZEICHNEN DER "
                               "ANWEISUNG: " CLEARSAM-STATUS
                   END-IF
               END-IF
           END-IF.

       KONTO-EINGABE-PRUEFEN.
           MOVE 'N' TO DATENSATZ-GEFUNDEN
           DISPLAY "KONTONUMMER: " WITH NO ADVANCING
               MOVE KUNDEN-FREISTELLUNG TO AENDER-ZAHL-ANZEIGE
               MOVE AENDER-ZAHL-ANZEIGE TO AENDER-NEU-MERKER
               PERFORM AENDERUNG-PROTOKOLLIEREN
           END-IF
           IF KUNDEN-FG-LAUFZEIT NOT = ALT-FG-LAUFZEIT
               MOVE "FG-LAUFZEIT" TO AENDER-FELD-MERKER
               MOVE ALT-FG-LAUFZEIT TO AENDER-ALT-MERKER
               MOVE KUNDEN-FG-LAUFZEIT TO AENDER-NEU-MERKER
               PERFORM AENDERUNG-PROTOKOLLIEREN
           END-IF
           IF KUNDEN-FG-FAELLIG NOT = ALT-FG-FAELLIG
               MOVE "FG-FAELLIGKEIT" TO AENDER-FELD-MERKER
               MOVE ALT-FG-FAELLIG TO AENDER-ALT-MERKER
               MOVE KUNDEN-FG-FAELLIG TO AENDER-NEU-MERKER
               PERFORM AENDERUNG-PROTOKOLLIEREN
           END-IF
           IF KUNDEN-FG-VERRECHNUNG NOT = ALT-FG-VERRECHNUNG
               MOVE "FG-VERRECHNUNG" TO AENDER-FELD-MERKER
               MOVE ALT-FG-VERRECHNUNG TO AENDER-ALT-MERKER
               MOVE KUNDEN-FG-VERRECHNUNG TO AENDER-NEU-MERKER
               PERFORM AENDERUNG-PROTOKOLLIEREN
           END-IF
           IF KUNDEN-FG-WEISUNG NOT = ALT-FG-WEISUNG
               MOVE "FG-WEISUNG" TO AENDER-FELD-MERKER
               MOVE ALT-FG-WEISUNG TO AENDER-ALT-MERKER
               MOVE KUNDEN-FG-WEISUNG TO AENDER-NEU-MERKER
               PERFORM AENDERUNG-PROTOKOLLIEREN
           END-IF.

      * ERWARTET FELDNAME, ALTEN UND NEUEN WERT IN DEN
           ELSE
               DISPLAY "ZINSSATZ % P.A.: " AUSG-ZINSSATZ
           END-IF
           IF FESTGELDKONTO AND KUNDEN-FG-BEGINN NOT = SPACES
               DISPLAY "LAUFZEIT (MONATE): " KUNDEN-FG-LAUFZEIT
               DISPLAY "ANLAGE VOM: " KUNDEN-FG-BEGINN
                       "  FÄLLIG AM: " KUNDEN-FG-FAELLIG
               DISPLAY "VERRECHNUNGSKONTO: " KUNDEN-FG-VERRECHNUNG
               IF FG-AUSZAHLEN
                   DISPLAY "WEISUNG: AUSZAHLEN"
               ELSE
                   DISPLAY "WEISUNG: PROLONGIEREN"
               END-IF
           END-IF
           DISPLAY "STATUS: " AUSG-STATUS.

      * BERECHNET DEN EUR-GEGENWERT DES AKTUELLEN KONTOSTANDS NEU.
           END-IF.

      * LIEST KUNDEN-DATEI SEQUENTIELL UND VERZINST ALLE AKTIVEN
      * SPARKONTEN MIT DEM AUF DEM KONTO HINTERLEGTEN ZINSSATZ
      * (MONATSANTEILIG). FESTGELDER WERDEN NICHT MONATLICH,
      * SONDERN ZUR FÄLLIGKEIT IM FÄLLIGKEITSLAUF FÜR DIE GESAMTE
      * LAUFZEIT VERZINST. DER LAUF IST ÜBER DIE
      * LAUFKONTROLLE GEGEN DOPPELSTART GESICHERT UND SETZT NACH
      * EINEM ABBRUCH AM LETZTEN CHECKPOINT WIEDER AUF.
       ZINSLAUF-DURCHFUEHREN.
      * BETRAG. DEM KONTO WIRD DER NETTOBETRAG GUTGESCHRIEBEN,
      * DAMIT TAGESABSTIMMUNG UND KONTOAUSZUG AUFGEHEN.
       ZINSEN-FUER-KONTO-BUCHEN.
           IF AKTIV AND SPARKONTO
               AND KUNDEN-ZINSEN > 0 AND KUNDEN-KONTOSTAND > 0
               AND KUNDEN-LETZTE-ZINSBUCHUNG (1:4)
                   NOT = AKTUELLES-DATUM (1:4)
               DISPLAY "BIS DATUM (JJJJMMTT): " WITH NO ADVANCING
               ACCEPT STATEMENT-BIS-DATUM
               PERFORM STATEMENT-NETTO-ERMITTELN
               PERFORM STATEMENT-STORNOS-SAMMELN
               IF STATEMENT-STORNO-UEBERLAUF = 'J'
                   DISPLAY "ABBRUCH: MEHR ALS 200 STORNIERTE "
                           "BUCHUNGEN AB DEM VON-DATUM - KONTOAUSZUG "
                           "NICHT GEDRUCKT"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY " "
               DISPLAY "KONTOAUSZUG FÜR " KONTO-EINGABE
               DISPLAY "ZEITRAUM " STATEMENT-VON-DATUM " BIS "
               END-IF
           END-IF.

      * SAMMELT DIE LAUFENDEN NUMMERN DER STORNIERTEN BUCHUNGEN
      * DES KONTOS AB DEM VON-DATUM. DAS STORNO KANN NACH DEM
      * BIS-DATUM LIEGEN, DESHALB BIS ZUM ENDE DES KONTOS LESEN.
      * PASST DIE TABELLE NICHT, STEHT STATEMENT-STORNO-UEBERLAUF
      * AUF 'J' UND DER AUSZUG WIRD NICHT GEDRUCKT.
       STATEMENT-STORNOS-SAMMELN.
           MOVE 0 TO STATEMENT-STORNO-ANZAHL
           MOVE 'N' TO STATEMENT-STORNO-UEBERLAUF
           MOVE KONTO-EINGABE TO TRANSAKT-KONTONUMMER
           MOVE STATEMENT-VON-DATUM TO TRANSAKT-DATUM
           START TRANSAKTIONS-DATEI
               KEY IS GREATER THAN OR EQUAL TRANSAKT-KONTO-DATUM
           IF TRANSAKT-OK
               PERFORM STATEMENT-STORNO-SATZ
                   UNTIL NOT TRANSAKT-OK
               MOVE SPACES TO TRANSAKT-STATUS
           END-IF.

       STATEMENT-STORNO-SATZ.
           READ TRANSAKTIONS-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF TRANSAKT-OK
               IF TRANSAKT-KONTONUMMER NOT = KONTO-EINGABE
                   MOVE '10' TO TRANSAKT-STATUS
               ELSE
                   IF STORNOBUCHUNG
                       AND STORNO-ORIG-DATUM NOT < STATEMENT-VON-DATUM
                       IF STATEMENT-STORNO-ANZAHL < 200
                           ADD 1 TO STATEMENT-STORNO-ANZAHL
                           MOVE STORNO-ORIG-LFDNR TO STATEMENT-STORNO-NR
                               (STATEMENT-STORNO-ANZAHL)
                       ELSE
                           MOVE 'J' TO STATEMENT-STORNO-UEBERLAUF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       STATEMENT-ZEILEN-DRUCKEN.
           MOVE 0 TO STATEMENT-ZEILEN
           MOVE KONTO-EINGABE TO TRANSAKT-KONTONUMMER
           MOVE STATEMENT-VON-DATUM TO TRANSAKT-DATUM
           START TRANSAKTIONS-DATEI
               KEY IS GREATER THAN OR EQUAL TRANSAKT-KONTO-DATUM
           IF TRANSAKT-OK
               PERFORM STATEMENT-ZEILE-DRUCKEN
                   UNTIL NOT TRANSAKT-OK
               MOVE SPACES TO TRANSAKT-STATUS
           END-IF
           IF STATEMENT-ZEILEN = 0
               DISPLAY "KEINE BEWEGUNGEN IM ZEITRAUM"
           END-IF.

       STATEMENT-ZEILE-DRUCKEN.
           READ TRANSAKTIONS-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF TRANSAKT-OK
               IF TRANSAKT-KONTONUMMER NOT = KONTO-EINGABE
                   OR TRANSAKT-DATUM > STATEMENT-BIS-DATUM
                   MOVE '10' TO TRANSAKT-STATUS
               ELSE
                   IF STORNOBUCHUNG
                       DISPLAY TRANSAKT-DATUM " " TRANSAKT-TYP " "
                               TRANSAKT-BETRAG " STORNO ZU NR "
                               STORNO-ORIG-LFDNR " VOM "
                               STORNO-ORIG-DATUM
                   ELSE
                       PERFORM STATEMENT-STORNO-PRUEFEN
                       IF STATEMENT-STORNIERT = 'J'
                           DISPLAY TRANSAKT-DATUM " " TRANSAKT-TYP
                                   " " TRANSAKT-BETRAG " "
                                   TRANSAKT-BEMERKUNG " *STORNIERT*"
                       ELSE
                           DISPLAY TRANSAKT-DATUM " " TRANSAKT-TYP
                                   " " TRANSAKT-BETRAG " "
                                   TRANSAKT-BEMERKUNG
                       END-IF
                   END-IF
                   ADD 1 TO STATEMENT-ZEILEN
               END-IF
           END-IF.

      * ERGEBNIS IN STATEMENT-STORNIERT ('J'/'N').
       STATEMENT-STORNO-PRUEFEN.
           MOVE 'N' TO STATEMENT-STORNIERT
           PERFORM STATEMENT-STORNO-VERGLEICHEN
               VARYING STATEMENT-STORNO-INDEX FROM 1 BY 1
               UNTIL STATEMENT-STORNO-INDEX > STATEMENT-STORNO-ANZAHL
               OR STATEMENT-STORNIERT = 'J'.

       STATEMENT-STORNO-VERGLEICHEN.
           IF STATEMENT-STORNO-NR (STATEMENT-STORNO-INDEX)
               = TRANSAKT-LFDNR
               MOVE 'J' TO STATEMENT-STORNIERT
           END-IF.

       DAUERAUFTRAG-ANLEGEN.
           PERFORM LAUFKONTROLLE-STARTEN
           IF LAUF-STARTEN-OK = 'J'
               MOVE 0 TO DAUERAUFTRAG-ANZAHL
               MOVE 0 TO DAUERAUFTRAG-GELESEN
               IF LAUF-WIEDERAUFNAHME = 'J'
                   MOVE LAUF-CHECKPOINT-MERKER TO DAUER-ID
                   MOVE LAUF-ANZAHL TO DAUERAUFTRAG-ANZAHL
                           AT END CONTINUE
                       END-READ
                       IF DAUERAUFTRAG-OK
                           ADD 1 TO DAUERAUFTRAG-GELESEN
                           PERFORM DAUERAUFTRAG-PRUEFEN-UND-BUCHEN
                           MOVE DAUER-ID TO LAUF-CHECKPOINT-MERKER
                           MOVE DAUERAUFTRAG-ANZAHL TO LAUF-ANZAHL
                   MOVE 'J' TO DATENSATZ-GEFUNDEN
                   MOVE KUNDEN-WAEHRUNG TO TEMP-WAEHRUNG
                   PERFORM KONTO-STATUS-PRUEFEN
                   MOVE 'N' TO FG-GESPERRT
                   IF DATENSATZ-GEFUNDEN = 'N'
                       DISPLAY "DAUERAUFTRAG " DAUER-ID
                               ": QUELLKONTO GESPERRT"
                   ELSE
                       PERFORM FESTGELD-SPERRE-PRUEFEN
                   END-IF
                   IF FG-GESPERRT = 'J'
                       DISPLAY "DAUERAUFTRAG " DAUER-ID
                               ": FESTGELD BIS " KUNDEN-FG-FAELLIG
                               " GEBUNDEN"
                       MOVE 'N' TO DATENSATZ-GEFUNDEN
                   END-IF
                   IF DATENSATZ-GEFUNDEN = 'J'
                       IF (KUNDEN-KONTOSTAND + KUNDEN-DISPO-LIMIT)
                           >= BETRAG-EINGABE
                           MOVE 'J' TO UEBERWEISUNG-ERFOLGREICH
                       "KONTROLLE: " LAUFKTRL-STATUS
           END-IF.

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
      * PROTOKOLLIERT JEDEN SCHRITT IM JOBPROTOKOLL UND BRICHT BEIM
      * ERSTEN SCHRITT MIT RÜCKKEHRCODE 8 ODER HÖHER AB. BEI
      * WIEDERHOLUNG DES JOBS WERDEN DIE AM VERARBEITUNGSTAG
      * BEREITS ABGESCHLOSSENEN SCHRITTE (LAUFKONTROLLE STATUS 'B')
      * ÜBERSPRUNGEN; DER ABGEBROCHENE SCHRITT SETZT ÜBER SEINEN
      * OFFENEN LAUFKONTROLLSATZ WIEDER AUF.
       JOBBETRIEB-DURCHFUEHREN.
           DISPLAY " "
           DISPLAY "BANKENAPPLIKATION - JOBBETRIEB"
           DISPLAY "=============================="
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
           IF FEHLER-STATUS = 'J'
               MOVE SPACE TO JOB-SCHRITT
               MOVE 12 TO JOB-RC
               MOVE "DATEIFEHLER BEIM PROGRAMMSTART" TO JOB-TEXT
               PERFORM JOB-ABWEISEN
           END-IF
           PERFORM JOB-SATZ-VERARBEITEN
               UNTIL NOT JOBSTEU-OK OR JOB-ABBRUCH = 'J'
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

      * DER KOPFSATZ LEGT DEN VERARBEITUNGSTAG FEST (Z.B. WENN DER
      * JOB NACH MITTERNACHT LÄUFT ODER AM FOLGETAG WIEDERHOLT
      * WIRD). ER GILT ALS BUCHUNGSDATUM UND ALS DATUM DER
      * LAUFKONTROLLE UND MUSS VOR DEM ERSTEN SCHRITT STEHEN.
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
           MOVE STEU-DATUM TO AKTUELLES-DATUM
           DISPLAY "VERARBEITUNGSTAG: " AKTUELLES-DATUM.

      * SCHRITT DES ANDEREN PROGRAMMS: ER WIRD HIER NICHT AUS-
      * GEFÜHRT, MUSS ABER AM VERARBEITUNGSTAG ABGESCHLOSSEN SEIN,
      * BEVOR EIN NACHFOLGENDER EIGENER SCHRITT STARTEN DARF.
      * FOLGT KEIN EIGENER SCHRITT MEHR, ENDET DER JOB REGULÄR.
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
      * SONST START- UND ENDESATZ IM JOBPROTOKOLL. ERFOLGREICH IST
      * ER NUR MIT ABGESCHLOSSENEM LAUFKONTROLLSATZ.
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
               STRING "AM " AKTUELLES-DATUM
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
               WHEN 'B' PERFORM JOB-ZAHLUNGSLAUF
               WHEN 'T' PERFORM JOB-DAUERAUFTRAGSLAUF
               WHEN 'C' PERFORM JOB-CLEARINGSCHNITT
               WHEN 'R' PERFORM JOB-TAGESABSTIMMUNG
               WHEN 'W' PERFORM JOB-KASSENJOURNAL
           END-EVALUATE
           IF JOB-RC < 8
               PERFORM JOB-LAUF-ERLEDIGT-PRUEFEN
               IF JOB-LAUF-ERLEDIGT = 'N'
                   MOVE 8 TO JOB-RC
                   MOVE "LAUF NICHT ABGESCHLOSSEN" TO JOB-TEXT
               END-IF
           END-IF
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

      * SCHRITT 'B': ZAHLUNGSDATEI AUS STEU-DATEI (LEER = ZAHLDAT).
      * RÜCKLÄUFER SIND KEIN FEHLER, ERGEBEN ABER RÜCKKEHRCODE 4.
      * DER ZAHLUNGSLAUF FÜHRT SEINE LAUFKONTROLLE SELBST.
       JOB-ZAHLUNGSLAUF.
           IF STEU-DATEI = SPACES
               MOVE "ZAHLDAT" TO ZAHLUNG-DATEINAME
           ELSE
               MOVE STEU-DATEI TO ZAHLUNG-DATEINAME
           END-IF
           PERFORM BATCH-ZAHLUNGSLAUF
           IF LAUF-STARTEN-OK NOT = 'J'
               MOVE 8 TO JOB-RC
               MOVE "LAUFKONTROLLE NICHT GESTARTET" TO JOB-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE BATCH-GELESEN TO JOB-GELESEN
           MOVE BATCH-GEBUCHT TO JOB-VERARBEITET
           MOVE BATCH-ABGELEHNT TO JOB-ABGELEHNT
           IF BATCH-FEHLER = 'J'
               MOVE 8 TO JOB-RC
               MOVE "DATEIFEHLER - LAUFKONTROLLE BLEIBT OFFEN"
                   TO JOB-TEXT
               EXIT PARAGRAPH
           END-IF
           IF BATCH-ABGELEHNT > 0
               MOVE 4 TO JOB-RC
               MOVE "ABGELEHNTE ANWEISUNGEN IN DER RÜCKLÄUFERDATEI"
                   TO JOB-TEXT
           END-IF.

      * SCHRITT 'T': DER DAUERAUFTRAGSLAUF FÜHRT SEINE
      * LAUFKONTROLLE SELBST.
       JOB-DAUERAUFTRAGSLAUF.
           PERFORM DAUERAUFTRAG-LAUF-DURCHFUEHREN
           MOVE DAUERAUFTRAG-GELESEN TO JOB-GELESEN
           MOVE DAUERAUFTRAG-ANZAHL TO JOB-VERARBEITET.

      * SCHRITT 'C': DER CLEARINGSCHNITT FÜHRT SEINE LAUFKONTROLLE
      * SELBST UND LÄSST SIE BEI SCHREIBFEHLERN OFFEN.
       JOB-CLEARINGSCHNITT.
           MOVE 0 TO CLEARING-ANZAHL
           PERFORM CLEARING-SCHNITT-DURCHFUEHREN
           MOVE CLEARING-ANZAHL TO JOB-GELESEN
           MOVE CLEARING-ANZAHL TO JOB-VERARBEITET.

      * SCHRITT 'R': JEDE SALDENABWEICHUNG UND JEDE EINSEITIGE
      * ÜBERWEISUNG LÄSST DEN SCHRITT SCHEITERN (LAUFKONTROLLE TYP
      * 'R' BLEIBT OFFEN); EINE UNVOLLSTÄNDIGE ABSTIMMUNG
      * (TABELLENÜBERLAUF, TRANSAKTIONEN OHNE KONTO) ERGIBT
      * RÜCKKEHRCODE 4.
       JOB-TAGESABSTIMMUNG.
           PERFORM LAUFKONTROLLE-STARTEN
           IF LAUF-STARTEN-OK NOT = 'J'
               MOVE 8 TO JOB-RC
               MOVE "LAUFKONTROLLE NICHT GESTARTET" TO JOB-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM TAGESABSTIMMUNG-DURCHFUEHREN
           MOVE ABSTIMM-KONTEN-ANZAHL TO JOB-GELESEN
           MOVE ABSTIMM-KONTEN-ANZAHL TO JOB-VERARBEITET
           COMPUTE JOB-ABGELEHNT =
               ABSTIMM-FEHLER-ANZAHL + UABGL-ANZAHL
           IF JOB-ABGELEHNT > 0
               MOVE 8 TO JOB-RC
               MOVE "ABWEICHUNGEN - LAUFKONTROLLE BLEIBT OFFEN"
                   TO JOB-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE ABSTIMM-KONTEN-ANZAHL TO LAUF-ANZAHL
           PERFORM LAUFKONTROLLE-BEENDEN
           IF ABSTIMM-UEBERLAUF = 'J' OR UABGL-UEBERLAUF = 'J'
               OR ABSTIMM-OHNE-KONTO > 0
               MOVE 4 TO JOB-RC
               MOVE "ABSTIMMUNG UNVOLLSTÄNDIG" TO JOB-TEXT
           END-IF.

      * SCHRITT 'W': JOURNALTAG AUS STEU-DATUM (LEER =
      * VERARBEITUNGSTAG), GESICHERT ÜBER LAUFKONTROLLE TYP 'W'.
       JOB-KASSENJOURNAL.
           IF STEU-DATUM NOT = SPACES AND STEU-DATUM NOT NUMERIC
               MOVE 12 TO JOB-RC
               MOVE "JOURNALTAG IN DER STEUERDATEI UNGÜLTIG"
                   TO JOB-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM LAUFKONTROLLE-STARTEN
           IF LAUF-STARTEN-OK NOT = 'J'
               MOVE 8 TO JOB-RC
               MOVE "LAUFKONTROLLE NICHT GESTARTET" TO JOB-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM KASSENJOURNAL-DRUCKEN
           MOVE JOURNAL-ZEILEN TO JOB-GELESEN
           MOVE JOURNAL-ZEILEN TO JOB-VERARBEITET
           MOVE JOURNAL-ZEILEN TO LAUF-ANZAHL
           PERFORM LAUFKONTROLLE-BEENDEN
           IF JOURNAL-UEBERLAUF = 'J'
               MOVE 4 TO JOB-RC
               MOVE "MEHR ALS 20 BEDIENER - SUMMEN UNVOLLSTÄNDIG"
                   TO JOB-TEXT
           END-IF.

      * LIEFERT JOB-LAUF-ERLEDIGT = 'J', WENN DER LAUF DES TYPS
      * LAUF-TYP-MERKER AM VERARBEITUNGSTAG ABGESCHLOSSEN IST.
       JOB-LAUF-ERLEDIGT-PRUEFEN.
           MOVE 'N' TO JOB-LAUF-ERLEDIGT
           MOVE LAUF-TYP-MERKER TO LAUF-TYP
           MOVE AKTUELLES-DATUM TO LAUF-DATUM
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
           MOVE AKTUELLES-DATUM TO JLOG-DATUM
           ACCEPT JLOG-ZEIT FROM TIME
           MOVE JOB-PROGRAMM TO JLOG-PROGRAMM
           MOVE JOB-SCHRITT TO JLOG-SCHRITT
           MOVE JOB-SATZART TO JLOG-ART
           MOVE JOB-GELESEN TO JLOG-GELESEN
           MOVE JOB-VERARBEITET TO JLOG-VERARBEITET
           MOVE JOB-ABGELEHNT TO JLOG-ABGELEHNT
           MOVE JOB-RC TO JLOG-RC
           MOVE SYSTEM-BENUTZER TO JLOG-BENUTZER
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

      * LIEST DIE ZAHLUNGSDATEI SATZWEISE, BUCHT JEDE ANWEISUNG MIT
      * DEN GLEICHEN SALDO-, DISPO- UND STATUSPRÜFUNGEN WIE DIE
      * INTERAKTIVEN FUNKTIONEN UND SCHREIBT JEDE ABGELEHNTE
      * ANWEISUNG MIT GRUNDCODE IN DIE RÜCKLÄUFERDATEI. AUS MENÜ
      * UND JOB IST DER LAUF ÜBER DIE LAUFKONTROLLE (TYP 'B')
      * GESICHERT: EIN ZWEITER LAUF AM SELBEN TAG WIRD ABGELEHNT,
      * NACH EINEM ABBRUCH WERDEN DIE BEREITS VERARBEITETEN
      * ANWEISUNGEN ÜBERLESEN UND DIE RÜCKLÄUFERDATEI FORT-
      * GESCHRIEBEN. DATEIFEHLER STEHEN IN BATCH-FEHLER UND LASSEN
      * DIE LAUFKONTROLLE OFFEN.
       BATCH-ZAHLUNGSLAUF.
           DISPLAY " "
           DISPLAY "ZAHLUNGSDATEI BUCHEN (BATCHLAUF)"
           DISPLAY "================================"
           MOVE 'N' TO BATCH-FEHLER
           MOVE 'B' TO LAUF-TYP-MERKER
           PERFORM LAUFKONTROLLE-STARTEN
           IF LAUF-STARTEN-OK NOT = 'J'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO BATCH-GELESEN
           MOVE 0 TO BATCH-GEBUCHT
           MOVE 0 TO BATCH-ABGELEHNT
           MOVE 0 TO BATCH-SATZNR
           MOVE 0 TO BATCH-CP-SATZNR
           MOVE 0 TO BATCH-CP-ABGELEHNT
           IF LAUF-WIEDERAUFNAHME = 'J'
               MOVE LAUF-CHECKPOINT-MERKER TO BATCH-CHECKPOINT
               IF BATCH-CP-SATZNR NOT NUMERIC
                   OR BATCH-CP-ABGELEHNT NOT NUMERIC
                   MOVE 0 TO BATCH-CP-SATZNR
                   MOVE 0 TO BATCH-CP-ABGELEHNT
               END-IF
               MOVE LAUF-ANZAHL TO BATCH-GEBUCHT
               MOVE BATCH-CP-ABGELEHNT TO BATCH-ABGELEHNT
               MOVE BATCH-CP-SATZNR TO BATCH-GELESEN
           END-IF
           OPEN INPUT ZAHLUNGS-DATEI
           IF NOT ZAHLUNG-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER ZAHLUNGSDATEI: "
                       ZAHLUNG-STATUS
               MOVE 'J' TO BATCH-FEHLER
           ELSE
               IF BATCH-CP-SATZNR > 0
                   OPEN EXTEND RUECKLAEUFER-DATEI
               ELSE
                   OPEN OUTPUT RUECKLAEUFER-DATEI
               END-IF
               IF NOT RUECK-OK
                   DISPLAY "FEHLER BEIM ÖFFNEN DER RÜCKLÄUFERDATEI: "
                           RUECK-STATUS
                   MOVE 'J' TO BATCH-FEHLER
               ELSE
                   PERFORM BATCH-ANWEISUNG-VERARBEITEN
                       UNTIL NOT ZAHLUNG-OK
               END-IF
               CLOSE ZAHLUNGS-DATEI
           END-IF
           IF BATCH-FEHLER = 'N'
               MOVE BATCH-GEBUCHT TO LAUF-ANZAHL
               PERFORM LAUFKONTROLLE-BEENDEN
           END-IF
           DISPLAY "GELESENE ANWEISUNGEN:   " BATCH-GELESEN
           DISPLAY "GEBUCHTE ANWEISUNGEN:   " BATCH-GEBUCHT
           DISPLAY "ABGELEHNTE ANWEISUNGEN: " BATCH-ABGELEHNT.
               AT END CONTINUE
           END-READ
           IF ZAHLUNG-OK
               ADD 1 TO BATCH-SATZNR
               IF BATCH-SATZNR NOT > BATCH-CP-SATZNR
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO BATCH-GELESEN
               MOVE '00' TO BATCH-GRUND
               PERFORM BATCH-ANWEISUNG-PRUEFEN
               ELSE
                   PERFORM BATCH-ABLEHNUNG-SCHREIBEN
               END-IF
               PERFORM BATCH-CHECKPOINT-SCHREIBEN
           ELSE
               IF NOT ZAHLUNG-EOF
                   DISPLAY "FEHLER BEIM LESEN DER ZAHLUNGSDATEI: "
                           ZAHLUNG-STATUS
                   MOVE 'J' TO BATCH-FEHLER
               END-IF
           END-IF.

      * SCHREIBT NACH JEDER ANWEISUNG SATZNUMMER, ABGELEHNTE UND
      * GEBUCHTE IN DEN LAUFKONTROLLSATZ (TYP 'B').
       BATCH-CHECKPOINT-SCHREIBEN.
           MOVE BATCH-SATZNR TO BATCH-CP-SATZNR
           MOVE BATCH-ABGELEHNT TO BATCH-CP-ABGELEHNT
           MOVE BATCH-CHECKPOINT TO LAUF-CHECKPOINT-MERKER
           MOVE BATCH-GEBUCHT TO LAUF-ANZAHL
           PERFORM LAUFKONTROLLE-CHECKPOINT.

      * PRÜFT EINE EINZELNE ANWEISUNG GEGEN DIE GLEICHEN REGELN WIE
      * DIE INTERAKTIVEN FUNKTIONEN UND HINTERLÄSST BEI ABLEHNUNG
      * DEN GRUNDCODE IN BATCH-GRUND (SIEHE FD RUECKLAEUFER-DATEI).
           END-IF
           MOVE KUNDEN-WAEHRUNG TO TEMP-WAEHRUNG
           IF ZAHL-AUSZAHLUNG OR ZAHL-UEBERWEISUNG
               PERFORM FESTGELD-SPERRE-PRUEFEN
               IF FG-GESPERRT = 'J'
                   MOVE '10' TO BATCH-GRUND
                   EXIT PARAGRAPH
               END-IF
               IF (KUNDEN-KONTOSTAND + KUNDEN-DISPO-LIMIT)
                   < ZAHL-BETRAG
                   MOVE '06' TO BATCH-GRUND
                       RUECK-STATUS
           END-IF.

      * BUCHT DIE EINGANGSDATEI DER CLEARINGSTELLE: GUTSCHRIFTEN
      * ANDERER BANKEN (TYP 'I') UND RÜCKGABEN EIGENER CLEARING-
      * ÜBERWEISUNGEN (TYP 'G'). GEBUCHT WIRD ERST, WENN ANZAHL UND
      * SUMME DER DATEI ZUM SUMMENSATZ PASSEN; SONST BLEIBT DIE
      * LAUFKONTROLLE OFFEN UND DER LAUF KANN MIT BERICHTIGTER
      * DATEI WIEDERHOLT WERDEN. NACH EINEM ABBRUCH SETZT DER LAUF
      * HINTER DEM ZULETZT VERARBEITETEN SATZ WIEDER AUF.
       CLEARING-EINGANG-DURCHFUEHREN.
           DISPLAY " "
           DISPLAY "CLEARING-EINGANG BUCHEN"
           DISPLAY "======================="
           MOVE 'E' TO LAUF-TYP-MERKER
           PERFORM LAUFKONTROLLE-STARTEN
           IF LAUF-STARTEN-OK NOT = 'J'
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEARING-EINGANG-ABSTIMMEN
           IF CEIN-DATEI-FEHLER = 'J'
               DISPLAY "LAUFKONTROLLE BLEIBT OFFEN - LAUF MIT "
                       "BERICHTIGTER DATEI WIEDERHOLEN"
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEARING-EINGANG-VERARBEITEN.

      * ERSTER DURCHLAUF: ZÄHLT DIE BEWEGUNGSSÄTZE, SUMMIERT IHRE
      * BETRÄGE UND VERGLEICHT BEIDES MIT DEM SUMMENSATZ, DER DEN
      * SCHLUSS DER DATEI BILDEN MUSS. ERGEBNIS IN
      * CEIN-DATEI-FEHLER ('J' = NICHT BUCHEN).
       CLEARING-EINGANG-ABSTIMMEN.
           MOVE 0 TO CEIN-ANZAHL
           MOVE 0 TO CEIN-SUMME
           MOVE 0 TO CEIN-SOLL-ANZAHL
           MOVE 0 TO CEIN-SOLL-SUMME
           MOVE 'N' TO CEIN-SUMMENSATZ-DA
           MOVE 'N' TO CEIN-DATEI-FEHLER
           OPEN INPUT CLEARING-EINGANG
           IF NOT CLEAREIN-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER EINGANGSDATEI: "
                       CLEAREIN-STATUS
               MOVE 'J' TO CEIN-DATEI-FEHLER
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEARING-EINGANG-ZAEHLEN
               UNTIL NOT CLEAREIN-OK
           MOVE SPACES TO CLEAREIN-STATUS
           CLOSE CLEARING-EINGANG
           IF CEIN-DATEI-FEHLER = 'J'
               EXIT PARAGRAPH
           END-IF
           IF CEIN-SUMMENSATZ-DA = 'N'
               DISPLAY "ABBRUCH: EINGANGSDATEI OHNE SUMMENSATZ - "
                       "NICHTS GEBUCHT"
               MOVE 'J' TO CEIN-DATEI-FEHLER
               EXIT PARAGRAPH
           END-IF
           IF CEIN-ANZAHL NOT = CEIN-SOLL-ANZAHL
               OR CEIN-SUMME NOT = CEIN-SOLL-SUMME
               DISPLAY "ABBRUCH: DATEI STIMMT NICHT MIT DEM "
                       "SUMMENSATZ ÜBEREIN - NICHTS GEBUCHT"
               DISPLAY "DATEI:      ANZAHL " CEIN-ANZAHL
                       " SUMME " CEIN-SUMME
               DISPLAY "SUMMENSATZ: ANZAHL " CEIN-SOLL-ANZAHL
                       " SUMME " CEIN-SOLL-SUMME
               MOVE 'J' TO CEIN-DATEI-FEHLER
           END-IF.

       CLEARING-EINGANG-ZAEHLEN.
           READ CLEARING-EINGANG NEXT RECORD
               AT END CONTINUE
           END-READ
           IF CLEAREIN-OK
               IF CEIN-SUMMENSATZ-DA = 'J'
                   DISPLAY "ABBRUCH: SÄTZE HINTER DEM SUMMENSATZ - "
                           "NICHTS GEBUCHT"
                   MOVE 'J' TO CEIN-DATEI-FEHLER
                   MOVE '10' TO CLEAREIN-STATUS
               ELSE
                   IF CEIN-SUMMENSATZ
                       MOVE 'J' TO CEIN-SUMMENSATZ-DA
                       IF CEIN-SUM-ANZAHL NUMERIC
                           AND CEIN-BETRAG NUMERIC
                           MOVE CEIN-SUM-ANZAHL TO CEIN-SOLL-ANZAHL
                           MOVE CEIN-BETRAG TO CEIN-SOLL-SUMME
                       ELSE
                           DISPLAY "ABBRUCH: SUMMENSATZ UNLESBAR - "
                                   "NICHTS GEBUCHT"
                           MOVE 'J' TO CEIN-DATEI-FEHLER
                       END-IF
                   ELSE
                       ADD 1 TO CEIN-ANZAHL
                       IF CEIN-BETRAG NUMERIC
                           ADD CEIN-BETRAG TO CEIN-SUMME
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF NOT CLEAREIN-EOF
                   DISPLAY "FEHLER BEIM LESEN DER EINGANGSDATEI: "
                           CLEAREIN-STATUS
                   MOVE 'J' TO CEIN-DATEI-FEHLER
               END-IF
           END-IF.

      * ZWEITER DURCHLAUF: BUCHT SATZ FÜR SATZ UND SCHREIBT NACH
      * JEDEM SATZ DEN CHECKPOINT (SATZNUMMER UND ABGEWIESENE).
      * BEI WIEDERAUFNAHME WERDEN DIE BEREITS VERARBEITETEN SÄTZE
      * ÜBERLESEN UND DIE ABWEISUNGSDATEI FORTGESCHRIEBEN.
       CLEARING-EINGANG-VERARBEITEN.
           MOVE 0 TO CEIN-GELESEN
           MOVE 0 TO CEIN-GEBUCHT
           MOVE 0 TO CEIN-ABGELEHNT
           MOVE 0 TO CEIN-SATZNR
           MOVE 0 TO CEIN-CP-SATZNR
           MOVE 0 TO CEIN-CP-ABGELEHNT
           IF LAUF-WIEDERAUFNAHME = 'J'
               MOVE LAUF-CHECKPOINT-MERKER TO CEIN-CHECKPOINT
               IF CEIN-CP-SATZNR NOT NUMERIC
                   OR CEIN-CP-ABGELEHNT NOT NUMERIC
                   MOVE 0 TO CEIN-CP-SATZNR
                   MOVE 0 TO CEIN-CP-ABGELEHNT
               END-IF
               MOVE LAUF-ANZAHL TO CEIN-GEBUCHT
               MOVE CEIN-CP-ABGELEHNT TO CEIN-ABGELEHNT
               OPEN EXTEND CLEARING-ABWEISUNG
           ELSE
               OPEN OUTPUT CLEARING-ABWEISUNG
           END-IF
           IF NOT CLEARREJ-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER ABWEISUNGSDATEI: "
                       CLEARREJ-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLEARING-EINGANG
           IF NOT CLEAREIN-OK
               DISPLAY "FEHLER BEIM ÖFFNEN DER EINGANGSDATEI: "
                       CLEAREIN-STATUS
               CLOSE CLEARING-ABWEISUNG
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEARING-EINGANG-SATZ-VERARBEITEN
               UNTIL NOT CLEAREIN-OK
           MOVE SPACES TO CLEAREIN-STATUS
           CLOSE CLEARING-EINGANG
           CLOSE CLEARING-ABWEISUNG
           IF CEIN-DATEI-FEHLER = 'J'
               DISPLAY "ABBRUCH: LESEFEHLER - WIEDERAUFNAHME HINTER "
                       "SATZ " CEIN-CP-SATZNR
           ELSE
               MOVE CEIN-GEBUCHT TO LAUF-ANZAHL
               PERFORM LAUFKONTROLLE-BEENDEN
           END-IF
           DISPLAY "VERARBEITETE SÄTZE:     " CEIN-GELESEN
           DISPLAY "GEBUCHTE SÄTZE:         " CEIN-GEBUCHT
           DISPLAY "ABGEWIESENE SÄTZE:      " CEIN-ABGELEHNT.

       CLEARING-EINGANG-SATZ-VERARBEITEN.
           READ CLEARING-EINGANG NEXT RECORD
               AT END CONTINUE
           END-READ
           IF CLEAREIN-OK
               ADD 1 TO CEIN-SATZNR
               IF CEIN-SATZNR > CEIN-CP-SATZNR
                   AND NOT CEIN-SUMMENSATZ
                   ADD 1 TO CEIN-GELESEN
                   MOVE '00' TO CEIN-GRUND
                   EVALUATE TRUE
                       WHEN CEIN-GUTSCHRIFT
                           PERFORM CLEARING-GUTSCHRIFT-BUCHEN
                       WHEN CEIN-RUECKGABE
                           PERFORM CLEARING-RUECKGABE-BUCHEN
                       WHEN OTHER
                           MOVE '08' TO CEIN-GRUND
                   END-EVALUATE
                   IF CEIN-SATZ-OK
                       ADD 1 TO CEIN-GEBUCHT
                   ELSE
                       PERFORM CLEARING-ABWEISUNG-SCHREIBEN
                   END-IF
                   MOVE CEIN-SATZNR TO CEIN-CP-SATZNR
                   MOVE CEIN-ABGELEHNT TO CEIN-CP-ABGELEHNT
                   MOVE CEIN-CHECKPOINT TO LAUF-CHECKPOINT-MERKER
                   MOVE CEIN-GEBUCHT TO LAUF-ANZAHL
                   PERFORM LAUFKONTROLLE-CHECKPOINT
               END-IF
           ELSE
               IF NOT CLEAREIN-EOF
                   DISPLAY "FEHLER BEIM LESEN DER EINGANGSDATEI: "
                           CLEAREIN-STATUS
                   MOVE 'J' TO CEIN-DATEI-FEHLER
               END-IF
           END-IF.

      * GUTSCHRIFT EINER ANDEREN BANK AUF UNSER ZIELKONTO, MIT DEN
      * STATUSPRÜFUNGEN DES ZAHLUNGSLAUFS. DER CLEARINGVERKEHR
      * LÄUFT IN EUR, FREMDWÄHRUNGSKONTEN WERDEN ABGEWIESEN.
      * GRUNDCODE IN CEIN-GRUND (SIEHE FD CLEARING-ABWEISUNG).
       CLEARING-GUTSCHRIFT-BUCHEN.
           IF CEIN-BETRAG NOT NUMERIC OR CEIN-BETRAG = 0
               MOVE '07' TO CEIN-GRUND
               EXIT PARAGRAPH
           END-IF
           MOVE CEIN-ZIELKONTO TO KUNDEN-KONTONUMMER
           READ KUNDEN-DATEI
               KEY IS KUNDEN-KONTONUMMER
           IF NOT DATEI-OK
               IF DATEI-NICHT-GEFUNDEN
                   MOVE '10' TO CEIN-GRUND
               ELSE
                   MOVE '03' TO CEIN-GRUND
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'J' TO DATENSATZ-GEFUNDEN
           PERFORM KONTO-STATUS-PRUEFEN
           IF DATENSATZ-GEFUNDEN = 'N'
               MOVE '04' TO CEIN-GRUND
               EXIT PARAGRAPH
           END-IF
           IF NOT WAEHRUNG-EUR
               MOVE '05' TO CEIN-GRUND
               EXIT PARAGRAPH
           END-IF
           ADD CEIN-BETRAG TO KUNDEN-KONTOSTAND
           MOVE AKTUELLES-DATUM TO KUNDEN-LETZTE-AENDERUNG
           PERFORM KONTOSTAND-EUR-AKTUALISIEREN
           REWRITE KUNDEN-SATZ
           IF NOT DATEI-OK
               MOVE '09' TO CEIN-GRUND
               EXIT PARAGRAPH
           END-IF
           MOVE CEIN-ZIELKONTO TO KONTO-EINGABE
           MOVE 'I' TO TRANSAKT-TYP-EINGABE
           MOVE CEIN-BETRAG TO BUCHUNGS-BETRAG
           MOVE SPACES TO MELDUNG
           STRING "CLEARING VON " CEIN-QUELLKONTO " " CEIN-REFERENZ
               DELIMITED BY SIZE INTO MELDUNG
           PERFORM TRANSAKTION-PROTOKOLLIEREN.

      * RÜCKGABE EINER EIGENEN CLEARING-ÜBERWEISUNG: DER BETRAG
      * GEHT AUF DAS QUELLKONTO ZURÜCK, AUCH WENN DIESES INZWISCHEN
      * GESPERRT IST (KORREKTUR UNSERER BELASTUNG); NUR EIN
      * GESCHLOSSENES KONTO WIRD ABGEWIESEN.
       CLEARING-RUECKGABE-BUCHEN.
           IF CEIN-BETRAG NOT NUMERIC OR CEIN-BETRAG = 0
               MOVE '07' TO CEIN-GRUND
               EXIT PARAGRAPH
           END-IF
           PERFORM CLEARING-RUECKGABE-ZUORDNEN
           IF CEIN-ORIG-GEFUNDEN = 'N'
               MOVE '11' TO CEIN-GRUND
               EXIT PARAGRAPH
           END-IF
           MOVE CEIN-QUELLKONTO TO STORNO-SUCH-KONTO
           MOVE CEIN-ORIG-LFDNR TO STORNO-SUCH-LFDNR
           MOVE CEIN-REF-DATUM TO STORNO-SUCH-DATUM
           MOVE 'G' TO STORNO-SUCH-TYP
           PERFORM STORNO-BEREITS-PRUEFEN
           IF STORNO-VORHANDEN = 'J'
               MOVE '12' TO CEIN-GRUND
               EXIT PARAGRAPH
           END-IF
           MOVE CEIN-QUELLKONTO TO KUNDEN-KONTONUMMER
           READ KUNDEN-DATEI
               KEY IS KUNDEN-KONTONUMMER
           IF NOT DATEI-OK
               MOVE '01' TO CEIN-GRUND
               EXIT PARAGRAPH
           END-IF
           IF GELOESCHT
               MOVE '02' TO CEIN-GRUND
               EXIT PARAGRAPH
           END-IF
           ADD CEIN-BETRAG TO KUNDEN-KONTOSTAND
           MOVE AKTUELLES-DATUM TO KUNDEN-LETZTE-AENDERUNG
           PERFORM KONTOSTAND-EUR-AKTUALISIEREN
           REWRITE KUNDEN-SATZ
           IF NOT DATEI-OK
               MOVE '09' TO CEIN-GRUND
               EXIT PARAGRAPH
           END-IF
           MOVE CEIN-QUELLKONTO TO KONTO-EINGABE
           MOVE 'G' TO TRANSAKT-TYP-EINGABE
           MOVE CEIN-BETRAG TO BUCHUNGS-BETRAG
           MOVE "RUECKG " TO SBA-KENNUNG
           MOVE CEIN-ORIG-LFDNR TO SBA-ORIG-LFDNR
           MOVE CEIN-REF-DATUM TO SBA-ORIG-DATUM
           MOVE "CLEARINGSTELLE" TO SBA-FREIGEBER
           MOVE STORNO-BEZUG-AUFBAU TO MELDUNG
           PERFORM TRANSAKTION-PROTOKOLLIEREN.

      * SUCHT DIE ZURÜCKGEGEBENE 'C'-BUCHUNG: QUELLKONTO UND DATUM
      * AUS DER REFERENZ, GLEICHER BETRAG, GLEICHES ZIELKONTO.
      * VORRANG HAT DIE BUCHUNG MIT DER LAUFENDEN NUMMER AUS DER
      * REFERENZ; IST DIESE DURCH EINEN JAHRESABSCHLUSS NEU
      * VERGEBEN, GILT DIE ERSTE PASSENDE BUCHUNG DES TAGES.
      * ERGEBNIS IN CEIN-ORIG-GEFUNDEN UND CEIN-ORIG-LFDNR.
       CLEARING-RUECKGABE-ZUORDNEN.
           MOVE 'N' TO CEIN-ORIG-GEFUNDEN
           MOVE 0 TO CEIN-ORIG-LFDNR
           IF CEIN-REF-DATUM NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE CEIN-SOLL-BETRAG = 0 - CEIN-BETRAG
           MOVE CEIN-QUELLKONTO TO TRANSAKT-KONTONUMMER
           MOVE CEIN-REF-DATUM TO TRANSAKT-DATUM
           START TRANSAKTIONS-DATEI
               KEY IS GREATER THAN OR EQUAL TRANSAKT-KONTO-DATUM
           IF TRANSAKT-OK
               PERFORM CLEARING-RUECKGABE-SATZ
                   UNTIL NOT TRANSAKT-OK
               MOVE SPACES TO TRANSAKT-STATUS
           END-IF.

       CLEARING-RUECKGABE-SATZ.
           READ TRANSAKTIONS-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF TRANSAKT-OK
               IF TRANSAKT-KONTONUMMER NOT = CEIN-QUELLKONTO
                   OR TRANSAKT-DATUM NOT = CEIN-REF-DATUM
                   MOVE '10' TO TRANSAKT-STATUS
               ELSE
                   IF CLEARING-UEBERWEISUNG
                       AND TRANSAKT-BETRAG = CEIN-SOLL-BETRAG
                       MOVE SPACES TO CEIN-BEM-ZIELKONTO
                       UNSTRING TRANSAKT-BEMERKUNG
                           DELIMITED BY "EXTERN AN "
                           INTO CEIN-BEM-REST CEIN-BEM-ZIELKONTO
                       END-UNSTRING
                       IF CEIN-BEM-ZIELKONTO = CEIN-ZIELKONTO
                           IF CEIN-ORIG-GEFUNDEN = 'N'
                               OR TRANSAKT-LFDNR = CEIN-REF-LFDNR
                               MOVE 'J' TO CEIN-ORIG-GEFUNDEN
                               MOVE TRANSAKT-LFDNR TO CEIN-ORIG-LFDNR
                           END-IF
                           IF TRANSAKT-LFDNR = CEIN-REF-LFDNR
                               MOVE '10' TO TRANSAKT-STATUS
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CLEARING-ABWEISUNG-SCHREIBEN.
           ADD 1 TO CEIN-ABGELEHNT
           MOVE CLEAREIN-SATZ TO CREJ-SATZ
           MOVE CEIN-GRUND TO CREJ-GRUND
           WRITE CLEARREJ-SATZ
           IF NOT CLEARREJ-OK
               DISPLAY "FEHLER BEIM SCHREIBEN DER ABWEISUNGSDATEI: "
                       CLEARREJ-STATUS
           END-IF.

       FESTGELDMENU.
           DISPLAY " "
           DISPLAY "FESTGELD"
           DISPLAY "========"
           DISPLAY "F - FÄLLIGKEITSLAUF (TAGESLAUF)"
           DISPLAY "V - VORSCHAU FÄLLIGKEITEN 30 TAGE"
           DISPLAY "K - FESTGELDKONDITIONEN PFLEGEN"
           DISPLAY "ZURÜCK (X)"
           DISPLAY " "
           DISPLAY "IHRE WAHL: " WITH NO ADVANCING
           ACCEPT FESTGELDMENU-AUSWAHL
           EVALUATE TRUE
               WHEN FG-FAELLIGKEITSLAUF-WAHL
                   PERFORM FESTGELD-FAELLIGKEITSLAUF
               WHEN FG-VORSCHAU-WAHL
                   PERFORM FESTGELD-VORSCHAU
               WHEN FG-KONDITIONEN-WAHL
                   PERFORM FESTGELD-KONDITION-PFLEGEN
               WHEN OTHER           CONTINUE
           END-EVALUATE.

      * TÄGLICHER FÄLLIGKEITSLAUF: JEDES AKTIVE FESTGELD, DESSEN
      * FÄLLIGKEIT ERREICHT UND NOCH NICHT GEBUCHT IST (LETZTE
      * ZINSBUCHUNG VOR DER FÄLLIGKEIT), ERHÄLT DEN ZINS DER
      * GESAMTEN LAUFZEIT IN EINER BUCHUNG UND WIRD DANN NACH
      * WEISUNG AUSGEZAHLT ODER PROLONGIERT. DER LAUF IST ÜBER DIE
      * LAUFKONTROLLE (TYP 'F') GESICHERT; DA DIE AUSZAHLUNG
      * ANDERE KONTEN LIEST, WIRD NACH JEDEM KONTO HINTER DEM
      * CHECKPOINT NEU AUFGESETZT. ZUM SCHLUSS WERDEN DIE
      * FÄLLIGKEITSMITTEILUNGEN GEDRUCKT.
       FESTGELD-FAELLIGKEITSLAUF.
           DISPLAY " "
           DISPLAY "FESTGELD-FÄLLIGKEITSLAUF"
           DISPLAY "========================"
           MOVE 'F' TO LAUF-TYP-MERKER
           PERFORM LAUFKONTROLLE-STARTEN
           IF LAUF-STARTEN-OK NOT = 'J'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO FG-ANZAHL
           IF LAUF-WIEDERAUFNAHME = 'J'
               MOVE LAUF-CHECKPOINT-MERKER TO KUNDEN-KONTONUMMER
               MOVE LAUF-ANZAHL TO FG-ANZAHL
           ELSE
               MOVE LOW-VALUES TO KUNDEN-KONTONUMMER
           END-IF
           START KUNDEN-DATEI
               KEY IS GREATER THAN KUNDEN-KONTONUMMER
           IF DATEI-OK
               PERFORM FESTGELD-FAELLIG-SATZ
                   UNTIL NOT DATEI-OK
               MOVE SPACES TO KUNDEN-DATEI-STATUS
           END-IF
           MOVE FG-ANZAHL TO LAUF-ANZAHL
           PERFORM LAUFKONTROLLE-BEENDEN
           DISPLAY "ANZAHL FÄLLIGE FESTGELDER: " FG-ANZAHL
           PERFORM FESTGELD-MITTEILUNGEN-DRUCKEN.

       FESTGELD-FAELLIG-SATZ.
           READ KUNDEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF DATEI-OK
               MOVE KUNDEN-KONTONUMMER TO FG-LAUF-KONTO
               PERFORM FESTGELD-KONTO-FAELLIG-BUCHEN
               MOVE FG-LAUF-KONTO TO LAUF-CHECKPOINT-MERKER
               MOVE FG-ANZAHL TO LAUF-ANZAHL
               PERFORM LAUFKONTROLLE-CHECKPOINT
               MOVE FG-LAUF-KONTO TO KUNDEN-KONTONUMMER
               START KUNDEN-DATEI
                   KEY IS GREATER THAN KUNDEN-KONTONUMMER
           END-IF.

      * ZINS = KONTOSTAND * ZINSSATZ * LAUFZEIT IN MONATEN / 12,
      * KEST UND FREISTELLUNG WIE IM ZINSLAUF (BRUTTO ALS TYP 'Z',
      * STEUER ALS TYP 'K'). DIE ZINSBUCHUNG UND GGF. DIE
      * PROLONGATION GEHEN IN EINEM REWRITE AUF DAS KONTO; ERST
      * DANACH WIRD BEI WEISUNG 'A' AUSGEZAHLT.
       FESTGELD-KONTO-FAELLIG-BUCHEN.
           IF NOT (AKTIV AND FESTGELDKONTO)
               OR KUNDEN-FG-FAELLIG = SPACES
               OR KUNDEN-FG-FAELLIG > AKTUELLES-DATUM
               OR KUNDEN-KONTOSTAND NOT > 0
               EXIT PARAGRAPH
           END-IF
           IF KUNDEN-LETZTE-ZINSBUCHUNG NOT = SPACES
               AND KUNDEN-LETZTE-ZINSBUCHUNG NOT < KUNDEN-FG-FAELLIG
               EXIT PARAGRAPH
           END-IF
           MOVE KUNDEN-ZINSEN TO FG-ALT-ZINS
           COMPUTE ZINSBETRAG ROUNDED =
               KUNDEN-KONTOSTAND * KUNDEN-ZINSEN / 100
               * KUNDEN-FG-LAUFZEIT / 12
           MOVE 0 TO STEUER-BETRAG
           IF ZINSBETRAG > 0
               PERFORM STEUER-ANTEIL-ERMITTELN
               COMPUTE KUNDEN-KONTOSTAND =
                   KUNDEN-KONTOSTAND + ZINSBETRAG - STEUER-BETRAG
           END-IF
           MOVE AKTUELLES-DATUM TO KUNDEN-LETZTE-AENDERUNG
           MOVE AKTUELLES-DATUM TO KUNDEN-LETZTE-ZINSBUCHUNG
           IF NOT FG-AUSZAHLEN
               PERFORM FESTGELD-PROLONGIEREN
           END-IF
           PERFORM KONTOSTAND-EUR-AKTUALISIEREN
           REWRITE KUNDEN-SATZ
           IF NOT DATEI-OK
               DISPLAY "FEHLER BEI FÄLLIGKEITSBUCHUNG FÜR "
                       KUNDEN-KONTONUMMER ": " KUNDEN-DATEI-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FG-ANZAHL
           MOVE KUNDEN-KONTONUMMER TO KONTO-EINGABE
           IF ZINSBETRAG > 0
               MOVE 'Z' TO TRANSAKT-TYP-EINGABE
               MOVE ZINSBETRAG TO BUCHUNGS-BETRAG
               MOVE "ZINSGUTSCHRIFT FESTGELD" TO MELDUNG
               PERFORM TRANSAKTION-PROTOKOLLIEREN
               IF STEUER-BETRAG > 0
                   MOVE 'K' TO TRANSAKT-TYP-EINGABE
                   COMPUTE BUCHUNGS-BETRAG = 0 - STEUER-BETRAG
                   MOVE "KAPITALERTRAGSTEUER" TO MELDUNG
                   PERFORM TRANSAKTION-PROTOKOLLIEREN
               END-IF
           END-IF
           IF KUNDEN-ZINSEN NOT = FG-ALT-ZINS
               MOVE "ZINSSATZ" TO AENDER-FELD-MERKER
               MOVE FG-ALT-ZINS TO AENDER-ZAHL-ANZEIGE
               MOVE AENDER-ZAHL-ANZEIGE TO AENDER-ALT-MERKER
               MOVE KUNDEN-ZINSEN TO AENDER-ZAHL-ANZEIGE
               MOVE AENDER-ZAHL-ANZEIGE TO AENDER-NEU-MERKER
               PERFORM AENDERUNG-PROTOKOLLIEREN
           END-IF
           IF FG-AUSZAHLEN
               PERFORM FESTGELD-AUSZAHLEN
           END-IF.

      * NEUE ANLAGE AB DER BISHERIGEN FÄLLIGKEIT ÜBER DIE GLEICHE
      * LAUFZEIT ZUM HEUTE GÜLTIGEN SATZ DER KONDITIONENDATEI.
      * FEHLT EINE KONDITION, BLEIBT DER BISHERIGE SATZ STEHEN.
       FESTGELD-PROLONGIEREN.
           MOVE KUNDEN-FG-LAUFZEIT TO FG-SUCH-LAUFZEIT
           MOVE AKTUELLES-DATUM TO FG-SUCH-DATUM
           PERFORM FESTGELD-KONDITION-SUCHEN
           IF FG-GEFUNDENER-ZINS > 0
               MOVE FG-GEFUNDENER-ZINS TO KUNDEN-ZINSEN
           ELSE
               DISPLAY "FESTGELD " KUNDEN-KONTONUMMER ": KEINE "
                       "KONDITION FÜR " KUNDEN-FG-LAUFZEIT
                       " MONATE - BISHERIGER ZINSSATZ BLEIBT"
           END-IF
           MOVE KUNDEN-FG-FAELLIG TO KUNDEN-FG-BEGINN
           PERFORM FESTGELD-FAELLIGKEIT-BERECHNEN
           MOVE 'P' TO KUNDEN-FG-WEISUNG.

      * ÜBERWEIST DEN GESAMTEN KONTOSTAND AUF DAS VERRECHNUNGS-
      * KONTO ÜBER DENSELBEN PFAD WIE DIE SCHALTERÜBERWEISUNG.
      * SCHLÄGT SIE FEHL, BLEIBT DAS GELD AUF DEM (NUN FÄLLIGEN
      * UND DAMIT VERFÜGBAREN) FESTGELD STEHEN UND DIE MITTEILUNG
      * WEIST DARAUF HIN.
       FESTGELD-AUSZAHLEN.
           IF KUNDEN-FG-VERRECHNUNG = SPACES
               DISPLAY "FESTGELD " KUNDEN-KONTONUMMER
                       ": KEIN VERRECHNUNGSKONTO - NICHT AUSGEZAHLT"
               EXIT PARAGRAPH
           END-IF
           MOVE KUNDEN-KONTONUMMER TO TEMP-KONTONUMMER
           MOVE KUNDEN-FG-VERRECHNUNG TO TEMP-ZIELKONTO
           MOVE KUNDEN-WAEHRUNG TO TEMP-WAEHRUNG
           MOVE KUNDEN-KONTOSTAND TO BETRAG-EINGABE
           MOVE SPACES TO CLEARING-REFERENZ-MERKER
           STRING "FESTGELD " KUNDEN-KONTONUMMER
               DELIMITED BY SIZE INTO CLEARING-REFERENZ-MERKER
           PERFORM UEBERWEISUNG-BUCHEN
           IF UEBERWEISUNG-ERFOLGREICH NOT = 'J'
               DISPLAY "FESTGELD " TEMP-KONTONUMMER
                       ": AUSZAHLUNG AUF " TEMP-ZIELKONTO
                       " FEHLGESCHLAGEN"
           END-IF.

      * ERWARTET LAUFZEIT IN FG-SUCH-LAUFZEIT UND STICHTAG IN
      * FG-SUCH-DATUM. LIEFERT DEN ZINSSATZ DES JÜNGSTEN SATZES,
      * DESSEN GÜLTIG-AB-DATUM DEN STICHTAG NICHT ÜBERSCHREITET, IN
      * FG-GEFUNDENER-ZINS (0, WENN KEINE KONDITION HINTERLEGT).
       FESTGELD-KONDITION-SUCHEN.
           MOVE 0 TO FG-GEFUNDENER-ZINS
           MOVE FG-SUCH-LAUFZEIT TO FGK-LAUFZEIT
           MOVE LOW-VALUES TO FGK-GUELTIG-AB
           START FESTGELD-KONDITIONEN
               KEY IS GREATER THAN FGK-SCHLUESSEL
           IF FGKOND-OK
               PERFORM FESTGELD-KONDITION-LESEN
                   UNTIL NOT FGKOND-OK
               MOVE SPACES TO FGKOND-STATUS
           END-IF.

       FESTGELD-KONDITION-LESEN.
           READ FESTGELD-KONDITIONEN NEXT RECORD
               AT END CONTINUE
           END-READ
           IF FGKOND-OK
               IF FGK-LAUFZEIT NOT = FG-SUCH-LAUFZEIT
                   OR FGK-GUELTIG-AB > FG-SUCH-DATUM
                   MOVE '10' TO FGKOND-STATUS
               ELSE
                   MOVE FGK-ZINSSATZ TO FG-GEFUNDENER-ZINS
               END-IF
           END-IF.

      * ERFASST ODER KORRIGIERT DEN ZINSSATZ JE LAUFZEIT UND
      * GÜLTIG-AB-DATUM (WIE DIE WECHSELKURSPFLEGE).
       FESTGELD-KONDITION-PFLEGEN.
           DISPLAY " "
           DISPLAY "FESTGELDKONDITIONEN PFLEGEN"
           DISPLAY "==========================="
           DISPLAY "LAUFZEIT IN MONATEN: " WITH NO ADVANCING
           ACCEPT EING-FG-LAUFZEIT
           IF EING-FG-LAUFZEIT NOT NUMERIC OR EING-FG-LAUFZEIT = 0
               DISPLAY "UNGÜLTIGE LAUFZEIT"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "GÜLTIG AB (JJJJMMTT): " WITH NO ADVANCING
           ACCEPT KURS-DATUM-EINGABE
           IF KURS-DATUM-EINGABE NOT NUMERIC
               DISPLAY "UNGÜLTIGES DATUM"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ZINSSATZ % P.A.: " WITH NO ADVANCING
           ACCEPT EING-ZINSSATZ
           IF EING-ZINSSATZ NOT > 0
               DISPLAY "ZINSSATZ MUSS GRÖSSER NULL SEIN"
               EXIT PARAGRAPH
           END-IF
           MOVE EING-FG-LAUFZEIT TO FGK-LAUFZEIT
           MOVE KURS-DATUM-EINGABE TO FGK-GUELTIG-AB
           READ FESTGELD-KONDITIONEN
               KEY IS FGK-SCHLUESSEL
           IF FGKOND-OK
               MOVE EING-ZINSSATZ TO FGK-ZINSSATZ
               MOVE AKTUELLES-DATUM TO FGK-ERFASST-AM
               MOVE SYSTEM-BENUTZER TO FGK-BENUTZER
               REWRITE FESTGELD-KONDITION-SATZ
               IF FGKOND-OK
                   DISPLAY "KONDITION GEÄNDERT"
               ELSE
                   DISPLAY "FEHLER BEIM SPEICHERN: " FGKOND-STATUS
               END-IF
           ELSE
               MOVE EING-FG-LAUFZEIT TO FGK-LAUFZEIT
               MOVE KURS-DATUM-EINGABE TO FGK-GUELTIG-AB
               MOVE EING-ZINSSATZ TO FGK-ZINSSATZ
               MOVE AKTUELLES-DATUM TO FGK-ERFASST-AM
               MOVE SYSTEM-BENUTZER TO FGK-BENUTZER
               WRITE FESTGELD-KONDITION-SATZ
               IF FGKOND-OK
                   DISPLAY "KONDITION ANGELEGT"
               ELSE
                   DISPLAY "FEHLER BEIM ANLEGEN: " FGKOND-STATUS
               END-IF
           END-IF.

      * FÄLLIGKEITSMITTEILUNGEN: SAMMELT ALLE FESTGELDER, DEREN
      * FÄLLIGKEIT HEUTE GEBUCHT WURDE (LETZTE ZINSBUCHUNG =
      * HEUTE), UND DRUCKT JE KUNDE (NAME, VORNAME, GEBURTSDATUM
      * WIE BEI DER KUNDENSUCHE) EINE MITTEILUNG MIT ALLEN SEINEN
      * FÄLLIGEN ANLAGEN. DA DIE DATEN AUS KUNDENDATEI UND
      * TRANSAKTIONSPROTOKOLL STAMMEN, SIND AUCH DIE VOR EINER
      * UNTERBRECHUNG GEBUCHTEN KONTEN ENTHALTEN.
       FESTGELD-MITTEILUNGEN-DRUCKEN.
           MOVE 0 TO FGM-ANZAHL
           MOVE 0 TO FGM-KUNDEN-ANZAHL
           MOVE 'N' TO FGM-UEBERLAUF
           MOVE LOW-VALUES TO KUNDEN-KONTONUMMER
           START KUNDEN-DATEI KEY IS GREATER THAN KUNDEN-KONTONUMMER
           IF DATEI-OK
               PERFORM FESTGELD-MITTEILUNG-SAMMELN
                   UNTIL NOT DATEI-OK
               MOVE SPACES TO KUNDEN-DATEI-STATUS
           END-IF
           PERFORM FESTGELD-MITTEILUNG-KUNDE
               VARYING FGM-INDEX FROM 1 BY 1
               UNTIL FGM-INDEX > FGM-ANZAHL
           DISPLAY " "
           DISPLAY "GEDRUCKTE FÄLLIGKEITSMITTEILUNGEN: "
                   FGM-KUNDEN-ANZAHL
           IF FGM-UEBERLAUF = 'J'
               DISPLAY "HINWEIS: MEHR ALS 200 FÄLLIGE FESTGELDER - "
                       "MITTEILUNGEN UNVOLLSTÄNDIG"
           END-IF.

       FESTGELD-MITTEILUNG-SAMMELN.
           READ KUNDEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF DATEI-OK
               IF FESTGELDKONTO
                   AND KUNDEN-LETZTE-ZINSBUCHUNG = AKTUELLES-DATUM
                   IF FGM-ANZAHL < 200
                       ADD 1 TO FGM-ANZAHL
                       MOVE KUNDEN-KONTONUMMER TO FGM-KONTO (FGM-ANZAHL)
                       MOVE KUNDEN-NAME TO FGM-NAME (FGM-ANZAHL)
                       MOVE KUNDEN-VORNAME TO FGM-VORNAME (FGM-ANZAHL)
                       MOVE KUNDEN-GEBURTSDATUM TO FGM-GEB (FGM-ANZAHL)
                       MOVE 'N' TO FGM-GEDRUCKT (FGM-ANZAHL)
                   ELSE
                       MOVE 'J' TO FGM-UEBERLAUF
                   END-IF
               END-IF
           END-IF.

      * KOPF DER MITTEILUNG MIT ANSCHRIFT AUS DEM ERSTEN KONTO DES
      * KUNDEN, DANACH ALLE NOCH NICHT GEDRUCKTEN KONTEN DESSELBEN
      * KUNDEN.
       FESTGELD-MITTEILUNG-KUNDE.
           IF FGM-GEDRUCKT (FGM-INDEX) = 'J'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FGM-KUNDEN-ANZAHL
           MOVE FGM-KONTO (FGM-INDEX) TO KUNDEN-KONTONUMMER
           READ KUNDEN-DATEI
               KEY IS KUNDEN-KONTONUMMER
           DISPLAY " "
           DISPLAY "=================================================="
           DISPLAY "FÄLLIGKEITSMITTEILUNG FESTGELD VOM "
                   AKTUELLES-DATUM
           DISPLAY " "
           DISPLAY FGM-VORNAME (FGM-INDEX) (1:30) " "
                   FGM-NAME (FGM-INDEX) (1:30)
           IF DATEI-OK
               DISPLAY KUNDEN-STRASSE
               DISPLAY KUNDEN-PLZ " " KUNDEN-ORT
           END-IF
           PERFORM FESTGELD-MITTEILUNG-KONTO
               VARYING FGM-KONTO-INDEX FROM FGM-INDEX BY 1
               UNTIL FGM-KONTO-INDEX > FGM-ANZAHL.

       FESTGELD-MITTEILUNG-KONTO.
           IF FGM-GEDRUCKT (FGM-KONTO-INDEX) = 'J'
               OR FGM-NAME (FGM-KONTO-INDEX) NOT = FGM-NAME (FGM-INDEX)
               OR FGM-VORNAME (FGM-KONTO-INDEX)
                   NOT = FGM-VORNAME (FGM-INDEX)
               OR FGM-GEB (FGM-KONTO-INDEX) NOT = FGM-GEB (FGM-INDEX)
               EXIT PARAGRAPH
           END-IF
           MOVE 'J' TO FGM-GEDRUCKT (FGM-KONTO-INDEX)
           MOVE FGM-KONTO (FGM-KONTO-INDEX) TO KUNDEN-KONTONUMMER
           READ KUNDEN-DATEI
               KEY IS KUNDEN-KONTONUMMER
           IF NOT DATEI-OK
               DISPLAY "KONTO " FGM-KONTO (FGM-KONTO-INDEX)
                       " NICHT LESBAR: " KUNDEN-DATEI-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM FESTGELD-MITTEILUNG-BUCHUNGEN
           DISPLAY " "
           DISPLAY "FESTGELDKONTO " KUNDEN-KONTONUMMER " ("
                   KUNDEN-WAEHRUNG ")"
           MOVE FGM-ZINS TO FG-BETRAG-AUSGABE
           DISPLAY "  ZINSEN BRUTTO:          " FG-BETRAG-AUSGABE
           MOVE FGM-STEUER TO FG-BETRAG-AUSGABE
           DISPLAY "  KAPITALERTRAGSTEUER:    " FG-BETRAG-AUSGABE
           IF FG-AUSZAHLEN
               MOVE FGM-AUSGEZAHLT TO FG-BETRAG-AUSGABE
               DISPLAY "  AUSGEZAHLT AUF KONTO " KUNDEN-FG-VERRECHNUNG
               DISPLAY "  BETRAG:                 " FG-BETRAG-AUSGABE
               IF KUNDEN-KONTOSTAND NOT = 0
                   MOVE KUNDEN-KONTOSTAND TO FG-BETRAG-AUSGABE
                   DISPLAY "  AUSZAHLUNG NICHT ERFOLGT, GUTHABEN "
                           FG-BETRAG-AUSGABE " - BITTE RÜCKSPRACHE"
               END-IF
           ELSE
               MOVE KUNDEN-KONTOSTAND TO FG-BETRAG-AUSGABE
               MOVE KUNDEN-ZINSEN TO FG-ZINS-AUSGABE
               DISPLAY "  NEUE ANLAGE:            " FG-BETRAG-AUSGABE
               DISPLAY "  LAUFZEIT " KUNDEN-FG-LAUFZEIT " MONATE VOM "
                       KUNDEN-FG-BEGINN " BIS " KUNDEN-FG-FAELLIG
               DISPLAY "  ZINSSATZ % P.A.:        " FG-ZINS-AUSGABE
           END-IF.

      * SUMMIERT DIE HEUTIGEN BUCHUNGEN DES KONTOS: ZINS (TYP 'Z'),
      * STEUER (TYP 'K') UND DIE AUSZAHLUNG (BELASTUNG TYP 'U'),
      * JEWEILS ALS ABSOLUTBETRAG.
       FESTGELD-MITTEILUNG-BUCHUNGEN.
           MOVE 0 TO FGM-ZINS
           MOVE 0 TO FGM-STEUER
           MOVE 0 TO FGM-AUSGEZAHLT
           MOVE KUNDEN-KONTONUMMER TO TRANSAKT-KONTONUMMER
           MOVE AKTUELLES-DATUM TO TRANSAKT-DATUM
           START TRANSAKTIONS-DATEI
               KEY IS GREATER THAN OR EQUAL TRANSAKT-KONTO-DATUM
           IF TRANSAKT-OK
               PERFORM FESTGELD-MITTEILUNG-BUCHUNG
                   UNTIL NOT TRANSAKT-OK
               MOVE SPACES TO TRANSAKT-STATUS
           END-IF.

       FESTGELD-MITTEILUNG-BUCHUNG.
           READ TRANSAKTIONS-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF TRANSAKT-OK
               IF TRANSAKT-KONTONUMMER NOT = KUNDEN-KONTONUMMER
                   OR TRANSAKT-DATUM NOT = AKTUELLES-DATUM
                   MOVE '10' TO TRANSAKT-STATUS
               ELSE
                   EVALUATE TRUE
                       WHEN ZINSGUTSCHRIFT
                           ADD TRANSAKT-BETRAG TO FGM-ZINS
                       WHEN STEUERABZUG
                           SUBTRACT TRANSAKT-BETRAG FROM FGM-STEUER
                       WHEN UEBERWEISUNG AND TRANSAKT-BETRAG < 0
                           SUBTRACT TRANSAKT-BETRAG FROM FGM-AUSGEZAHLT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      * LISTET DIE AKTIVEN FESTGELDER, DIE IN DEN NÄCHSTEN 30 TAGEN
      * (AB MORGEN) FÄLLIG WERDEN, NACH FÄLLIGKEITSDATUM MIT
      * BETRAG, KUNDE, ORT UND WEISUNG, DAZU DIE SUMME IN EUR.
       FESTGELD-VORSCHAU.
           DISPLAY " "
           DISPLAY "FESTGELD-FÄLLIGKEITEN DER NÄCHSTEN 30 TAGE"
           DISPLAY "=========================================="
           MOVE AKTUELLES-DATUM TO DATUM-NUMERISCH
           COMPUTE JULIANISCH-TAG =
               FUNCTION INTEGER-OF-DATE(DATUM-NUMERISCH) + 30
           COMPUTE DATUM-NUMERISCH =
               FUNCTION DATE-OF-INTEGER(JULIANISCH-TAG)
           MOVE DATUM-NUMERISCH TO FG-BIS-DATUM
           MOVE 0 TO FGV-ANZAHL
           MOVE 0 TO FGV-SUMME-EUR
           MOVE 'N' TO FGV-UEBERLAUF
           MOVE LOW-VALUES TO KUNDEN-KONTONUMMER
           START KUNDEN-DATEI KEY IS GREATER THAN KUNDEN-KONTONUMMER
           IF DATEI-OK
               PERFORM FESTGELD-VORSCHAU-SAMMELN
                   UNTIL NOT DATEI-OK
               MOVE SPACES TO KUNDEN-DATEI-STATUS
           END-IF
           IF FGV-ANZAHL = 0
               DISPLAY "KEINE FESTGELDER BIS " FG-BIS-DATUM " FÄLLIG"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FÄLLIG   KONTONUMMER                BETRAG WÄH "
                   "NAME                 ORT             W"
           MOVE AKTUELLES-DATUM TO DATUM-NUMERISCH
           COMPUTE JULIANISCH-TAG =
               FUNCTION INTEGER-OF-DATE(DATUM-NUMERISCH)
           PERFORM FESTGELD-VORSCHAU-TAG
               VARYING FG-TAG-INDEX FROM 1 BY 1
               UNTIL FG-TAG-INDEX > 30
           MOVE FGV-SUMME-EUR TO FG-BETRAG-AUSGABE
           DISPLAY " "
           DISPLAY "ANZAHL: " FGV-ANZAHL "  SUMME IN EUR: "
                   FG-BETRAG-AUSGABE
           IF FGV-UEBERLAUF = 'J'
               DISPLAY "HINWEIS: MEHR ALS 200 FÄLLIGE FESTGELDER - "
                       "LISTE UNVOLLSTÄNDIG"
           END-IF.

       FESTGELD-VORSCHAU-SAMMELN.
           READ KUNDEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF DATEI-OK
               IF AKTIV AND FESTGELDKONTO
                   AND KUNDEN-FG-FAELLIG NOT = SPACES
                   AND KUNDEN-FG-FAELLIG > AKTUELLES-DATUM
                   AND KUNDEN-FG-FAELLIG NOT > FG-BIS-DATUM
                   IF FGV-ANZAHL < 200
                       ADD 1 TO FGV-ANZAHL
                       MOVE KUNDEN-KONTONUMMER TO FGV-KONTO (FGV-ANZAHL)
                       MOVE KUNDEN-FG-FAELLIG
                           TO FGV-FAELLIG (FGV-ANZAHL)
                       MOVE KUNDEN-KONTOSTAND TO FGV-BETRAG (FGV-ANZAHL)
                       MOVE KUNDEN-WAEHRUNG TO FGV-WAEHRUNG (FGV-ANZAHL)
                       MOVE KUNDEN-NAME TO FGV-NAME (FGV-ANZAHL)
                       MOVE KUNDEN-ORT TO FGV-ORT (FGV-ANZAHL)
                       MOVE KUNDEN-FG-WEISUNG
                           TO FGV-WEISUNG (FGV-ANZAHL)
                       ADD KUNDEN-KONTOSTAND-EUR TO FGV-SUMME-EUR
                   ELSE
                       MOVE 'J' TO FGV-UEBERLAUF
                   END-IF
               END-IF
           END-IF.

      * DRUCKT DIE AM FG-TAG-INDEX-TEN TAG NACH HEUTE FÄLLIGEN
      * EINTRÄGE (JULIANISCH-TAG = HEUTE).
       FESTGELD-VORSCHAU-TAG.
           COMPUTE DATUM-NUMERISCH =
               FUNCTION DATE-OF-INTEGER(JULIANISCH-TAG + FG-TAG-INDEX)
           MOVE DATUM-NUMERISCH TO FG-TAG-DATUM
           PERFORM FESTGELD-VORSCHAU-ZEILE
               VARYING FGV-INDEX FROM 1 BY 1
               UNTIL FGV-INDEX > FGV-ANZAHL.

       FESTGELD-VORSCHAU-ZEILE.
           IF FGV-FAELLIG (FGV-INDEX) = FG-TAG-DATUM
               MOVE FGV-BETRAG (FGV-INDEX) TO FG-BETRAG-AUSGABE
               DISPLAY FGV-FAELLIG (FGV-INDEX) " "
                       FGV-KONTO (FGV-INDEX) " "
                       FG-BETRAG-AUSGABE " "
                       FGV-WAEHRUNG (FGV-INDEX) " "
                       FGV-NAME (FGV-INDEX) " "
                       FGV-ORT (FGV-INDEX) " "
                       FGV-WEISUNG (FGV-INDEX)
           END-IF.

       GELDWAESCHEMENU.
           DISPLAY " "
           DISPLAY "GELDWÄSCHE-MONITORING"
           DISPLAY "====================="
           DISPLAY "L - MONITORINGLAUF BARBUCHUNGEN (DATUMSBEREICH)"
           DISPLAY "B - PRÜFFALL BEARBEITEN (GEKLÄRT/GEMELDET)"
           DISPLAY "O - OFFENE PRÜFFÄLLE ANZEIGEN"
           DISPLAY "ZURÜCK (X)"
           DISPLAY " "
           DISPLAY "IHRE WAHL: " WITH NO ADVANCING
           ACCEPT GELDWAESCHEMENU-AUSWAHL
           EVALUATE TRUE
               WHEN GW-LAUF-WAHL        PERFORM GELDWAESCHE-MONITORING
               WHEN GW-BEARBEITEN-WAHL  PERFORM GW-FALL-BEARBEITEN
               WHEN GW-OFFENE-WAHL
                   PERFORM GW-OFFENE-FAELLE-ANZEIGEN
               WHEN OTHER           CONTINUE
           END-EVALUATE.

      * MONITORINGLAUF ÜBER DAS TRANSAKTIONSPROTOKOLL EINES
      * DATUMSBEREICHS (ÜBER DEN DATUMSSCHLÜSSEL). VERGLICHEN WIRD
      * DER EUR-GEGENWERT ZUM KURS DES BUCHUNGSTAGS.
      * 1. JEDE BAREINZAHLUNG ODER -AUSZAHLUNG ÜBER DEM SCHWELLEN-
      *    WERT IST EIN EIGENER FALL (ART 'E').
      * 2. BAREINZAHLUNGEN BIS ZUM SCHWELLENWERT WERDEN GESAMMELT;
      *    LIEGEN MINDESTENS ZWEI EINZAHLUNGEN EINES KUNDEN (ÜBER
      *    ALLE SEINE KONTEN) INNERHALB DES ZEITRAUMS ZUSAMMEN ÜBER
      *    DEM SCHWELLENWERT, IST DAS EINE STÜCKELUNG (ART 'S').
      *    DER ZEITRAUM BEGINNT MIT DER ÄLTESTEN NOCH NICHT
      *    ZUGEORDNETEN EINZAHLUNG; JEDE EINZAHLUNG GEHÖRT HÖCHSTENS
      *    ZU EINEM FALL.
      * FÄLLE, DIE IN DER PRÜFFALLDATEI ALS GEKLÄRT ODER GEMELDET
      * STEHEN, WERDEN NUR GEZÄHLT, NICHT ERNEUT AUSGEWIESEN.
       GELDWAESCHE-MONITORING.
           DISPLAY " "
           DISPLAY "GELDWÄSCHE-MONITORING BARBUCHUNGEN"
           DISPLAY "=================================="
           DISPLAY "VON-DATUM (JJJJMMTT): " WITH NO ADVANCING
           ACCEPT GW-VON-DATUM
           IF GW-VON-DATUM NOT NUMERIC
               DISPLAY "UNGÜLTIGES DATUM"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BIS-DATUM (JJJJMMTT, LEER = HEUTE): "
                   WITH NO ADVANCING
           ACCEPT GW-BIS-DATUM
           IF GW-BIS-DATUM = SPACES
               MOVE AKTUELLES-DATUM TO GW-BIS-DATUM
           END-IF
           IF GW-BIS-DATUM NOT NUMERIC
               OR GW-BIS-DATUM < GW-VON-DATUM
               DISPLAY "UNGÜLTIGER DATUMSBEREICH"
               EXIT PARAGRAPH
           END-IF
           MOVE GW-STANDARD-SCHWELLE TO GW-BETRAG-AUSGABE
           DISPLAY "SCHWELLENWERT IN EUR (0 = " GW-BETRAG-AUSGABE
                   "): " WITH NO ADVANCING
           ACCEPT GW-SCHWELLE
           IF GW-SCHWELLE = 0
               MOVE GW-STANDARD-SCHWELLE TO GW-SCHWELLE
           END-IF
           DISPLAY "ZEITRAUM STÜCKELUNG IN TAGEN (0 = "
                   GW-STANDARD-TAGE "): " WITH NO ADVANCING
           ACCEPT GW-TAGE
           IF GW-TAGE = 0
               MOVE GW-STANDARD-TAGE TO GW-TAGE
           END-IF
           MOVE 0 TO GW-NEU-ANZAHL
           MOVE 0 TO GW-OFFEN-ANZAHL
           MOVE 0 TO GW-ERLEDIGT-ANZAHL
           MOVE 0 TO GWK-ANZAHL
           MOVE 0 TO GWE-ANZAHL
           MOVE 'N' TO GW-KONTO-UEBERLAUF
           MOVE 'N' TO GW-EINZAHLUNG-UEBERLAUF
           DISPLAY " "
           DISPLAY "BARBUCHUNGEN ÜBER DEM SCHWELLENWERT"
           DISPLAY "-----------------------------------"
           MOVE GW-VON-DATUM TO TRANSAKT-DATUM
           START TRANSAKTIONS-DATEI
               KEY IS GREATER THAN OR EQUAL TRANSAKT-DATUM
           IF TRANSAKT-OK
               PERFORM GW-TRANSAKTION-PRUEFEN
                   UNTIL NOT TRANSAKT-OK
               MOVE SPACES TO TRANSAKT-STATUS
           END-IF
           DISPLAY " "
           DISPLAY "STÜCKELUNG (EINZAHLUNGEN INNERHALB " GW-TAGE
                   " TAGEN)"
           DISPLAY "-------------------------------------------"
           PERFORM GW-STUECKELUNG-PRUEFEN
               VARYING GWE-INDEX FROM 1 BY 1
               UNTIL GWE-INDEX > GWE-ANZAHL
           DISPLAY " "
           DISPLAY "NEUE PRÜFFÄLLE:               " GW-NEU-ANZAHL
           DISPLAY "BEREITS ERFASST, NOCH OFFEN:  " GW-OFFEN-ANZAHL
           DISPLAY "BEREITS GEKLÄRT/GEMELDET:     "
                   GW-ERLEDIGT-ANZAHL
           IF GW-KONTO-UEBERLAUF = 'J'
               DISPLAY "HINWEIS: MEHR ALS 500 KONTEN MIT BARBUCHUNGEN "
                       "- ZEITRAUM VERKLEINERN"
           END-IF
           IF GW-EINZAHLUNG-UEBERLAUF = 'J'
               DISPLAY "HINWEIS: MEHR ALS 1000 BAREINZAHLUNGEN - "
                       "STÜCKELUNG UNVOLLSTÄNDIG, ZEITRAUM "
                       "VERKLEINERN"
           END-IF.

      * DATENÄNDERUNGEN STEHEN MIT TYP 'A' UND BETRAG 0 IM
      * PROTOKOLL UND WERDEN ÜBERGANGEN.
       GW-TRANSAKTION-PRUEFEN.
           READ TRANSAKTIONS-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF TRANSAKT-OK
               IF TRANSAKT-DATUM > GW-BIS-DATUM
                   MOVE '10' TO TRANSAKT-STATUS
               ELSE
                   IF (EINZAHLUNG OR AUSZAHLUNG)
                       AND TRANSAKT-BETRAG NOT = 0
                       PERFORM GW-BARBUCHUNG-PRUEFEN
                   END-IF
               END-IF
           END-IF.

       GW-BARBUCHUNG-PRUEFEN.
           PERFORM GW-KONTO-ERMITTELN
           IF GWK-INDEX = 0
               EXIT PARAGRAPH
           END-IF
           IF TRANSAKT-BETRAG < 0
               COMPUTE GW-BETRAG-ABS = 0 - TRANSAKT-BETRAG
           ELSE
               MOVE TRANSAKT-BETRAG TO GW-BETRAG-ABS
           END-IF
           MOVE GW-BETRAG-ABS TO GW-BETRAG-EUR
           IF GWK-WAEHRUNG (GWK-INDEX) NOT = 'EUR'
               MOVE GWK-WAEHRUNG (GWK-INDEX) TO WK-SUCH-WAEHRUNG
               MOVE TRANSAKT-DATUM TO WK-SUCH-DATUM
               PERFORM WAEHRUNGSKURS-SUCHEN
               IF WK-GEFUNDENER-KURS > 0
                   COMPUTE GW-BETRAG-EUR ROUNDED =
                       GW-BETRAG-ABS * WK-GEFUNDENER-KURS
               END-IF
           END-IF
           IF GW-BETRAG-EUR > GW-SCHWELLE
               MOVE 'E' TO GW-FALL-ART
               MOVE TRANSAKT-DATUM TO GW-FALL-DATUM
               MOVE TRANSAKT-LFDNR TO GW-FALL-LFDNR
               PERFORM GW-FALL-PRUEFEN
               IF NOT GW-FALL-ERLEDIGT
                   PERFORM GW-FALL-KOPF-DRUCKEN
                   MOVE TRANSAKT-BETRAG TO GW-BETRAG-AUSGABE
                   DISPLAY TRANSAKT-DATUM " " TRANSAKT-ZEIT " "
                           TRANSAKT-KONTONUMMER " " TRANSAKT-TYP " "
                           GW-BETRAG-AUSGABE " "
                           GWK-WAEHRUNG (GWK-INDEX) " "
                           TRANSAKT-REFERENZ
               END-IF
               IF GW-FALL-NEU
                   MOVE TRANSAKT-DATUM TO GW-FENSTER-BIS
                   MOVE 1 TO GW-FENSTER-ANZAHL
                   MOVE GW-BETRAG-EUR TO GW-FENSTER-SUMME
                   PERFORM GW-FALL-SCHREIBEN
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF EINZAHLUNG
               IF GWE-ANZAHL < 1000
                   ADD 1 TO GWE-ANZAHL
                   MOVE TRANSAKT-LFDNR TO GWE-LFDNR (GWE-ANZAHL)
                   MOVE TRANSAKT-KONTONUMMER TO GWE-KONTO (GWE-ANZAHL)
                   MOVE TRANSAKT-DATUM TO GWE-DATUM (GWE-ANZAHL)
                   MOVE TRANSAKT-ZEIT TO GWE-ZEIT (GWE-ANZAHL)
                   MOVE TRANSAKT-DATUM TO DATUM-NUMERISCH
                   COMPUTE GWE-TAG (GWE-ANZAHL) =
                       FUNCTION INTEGER-OF-DATE(DATUM-NUMERISCH)
                   MOVE TRANSAKT-BETRAG TO GWE-BETRAG (GWE-ANZAHL)
                   MOVE GW-BETRAG-EUR TO GWE-BETRAG-EUR (GWE-ANZAHL)
                   MOVE TRANSAKT-REFERENZ TO GWE-REFERENZ (GWE-ANZAHL)
                   MOVE GWK-INDEX TO GWE-KONTO-INDEX (GWE-ANZAHL)
                   MOVE GWK-KUNDE (GWK-INDEX) TO GWE-KUNDE (GWE-ANZAHL)
                   MOVE 'N' TO GWE-VERBRAUCHT (GWE-ANZAHL)
               ELSE
                   MOVE 'J' TO GW-EINZAHLUNG-UEBERLAUF
               END-IF
           END-IF.

      * LIEFERT IN GWK-INDEX DEN TABELLENPLATZ DES KONTOS DER
      * AKTUELLEN BUCHUNG (0 BEI TABELLENÜBERLAUF). EIN NEUES KONTO
      * WIRD AUS DER KUNDENDATEI GELESEN UND DEM ERSTEN BEREITS
      * BEKANNTEN KONTO DESSELBEN KUNDEN ZUGEORDNET.
       GW-KONTO-ERMITTELN.
           MOVE 0 TO GWK-INDEX
           PERFORM GW-KONTO-SUCHEN
               VARYING GWK-SUCH-INDEX FROM 1 BY 1
               UNTIL GWK-SUCH-INDEX > GWK-ANZAHL
           IF GWK-INDEX > 0
               EXIT PARAGRAPH
           END-IF
           IF GWK-ANZAHL NOT < 500
               MOVE 'J' TO GW-KONTO-UEBERLAUF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO GWK-ANZAHL
           MOVE GWK-ANZAHL TO GWK-INDEX
           MOVE TRANSAKT-KONTONUMMER TO GWK-KONTO (GWK-INDEX)
           MOVE GWK-INDEX TO GWK-KUNDE (GWK-INDEX)
           MOVE TRANSAKT-KONTONUMMER TO KUNDEN-KONTONUMMER
           READ KUNDEN-DATEI
               KEY IS KUNDEN-KONTONUMMER
           IF DATEI-OK
               MOVE KUNDEN-NAME TO GWK-NAME (GWK-INDEX)
               MOVE KUNDEN-VORNAME TO GWK-VORNAME (GWK-INDEX)
               MOVE KUNDEN-GEBURTSDATUM TO GWK-GEB (GWK-INDEX)
               MOVE KUNDEN-STRASSE TO GWK-STRASSE (GWK-INDEX)
               MOVE KUNDEN-PLZ TO GWK-PLZ (GWK-INDEX)
               MOVE KUNDEN-ORT TO GWK-ORT (GWK-INDEX)
               MOVE KUNDEN-WAEHRUNG TO GWK-WAEHRUNG (GWK-INDEX)
               MOVE 'J' TO GWK-BEKANNT (GWK-INDEX)
               PERFORM GW-KUNDE-ZUORDNEN
                   VARYING GWK-SUCH-INDEX FROM 1 BY 1
                   UNTIL GWK-SUCH-INDEX NOT < GWK-INDEX
           ELSE
               MOVE "KONTO NICHT IN KUNDENDATEI"
                   TO GWK-NAME (GWK-INDEX)
               MOVE SPACES TO GWK-VORNAME (GWK-INDEX)
               MOVE SPACES TO GWK-GEB (GWK-INDEX)
               MOVE SPACES TO GWK-STRASSE (GWK-INDEX)
               MOVE SPACES TO GWK-PLZ (GWK-INDEX)
               MOVE SPACES TO GWK-ORT (GWK-INDEX)
               MOVE 'EUR' TO GWK-WAEHRUNG (GWK-INDEX)
               MOVE 'N' TO GWK-BEKANNT (GWK-INDEX)
           END-IF.

       GW-KONTO-SUCHEN.
           IF GWK-INDEX = 0
               AND GWK-KONTO (GWK-SUCH-INDEX) = TRANSAKT-KONTONUMMER
               MOVE GWK-SUCH-INDEX TO GWK-INDEX
           END-IF.

       GW-KUNDE-ZUORDNEN.
           IF GWK-KUNDE (GWK-INDEX) = GWK-INDEX
               AND GWK-BEKANNT (GWK-SUCH-INDEX) = 'J'
               AND GWK-NAME (GWK-SUCH-INDEX) = GWK-NAME (GWK-INDEX)
               AND GWK-VORNAME (GWK-SUCH-INDEX)
                   = GWK-VORNAME (GWK-INDEX)
               AND GWK-GEB (GWK-SUCH-INDEX) = GWK-GEB (GWK-INDEX)
               MOVE GWK-KUNDE (GWK-SUCH-INDEX) TO GWK-KUNDE (GWK-INDEX)
           END-IF.

      * BILDET AB DER EINZAHLUNG GWE-INDEX DEN ZEITRAUM UND PRÜFT
      * DIE SUMME ALLER NOCH FREIEN EINZAHLUNGEN DESSELBEN KUNDEN.
       GW-STUECKELUNG-PRUEFEN.
           IF GWE-VERBRAUCHT (GWE-INDEX) = 'J'
               EXIT PARAGRAPH
           END-IF
           COMPUTE GW-FENSTER-ENDE = GWE-TAG (GWE-INDEX) + GW-TAGE - 1
           MOVE 0 TO GW-FENSTER-ANZAHL
           MOVE 0 TO GW-FENSTER-SUMME
           PERFORM GW-FENSTER-SUMMIEREN
               VARYING GWE-FENSTER-INDEX FROM GWE-INDEX BY 1
               UNTIL GWE-FENSTER-INDEX > GWE-ANZAHL
           IF GW-FENSTER-ANZAHL < 2
               OR GW-FENSTER-SUMME NOT > GW-SCHWELLE
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO GW-FALL-ART
           MOVE GWE-DATUM (GWE-INDEX) TO GW-FALL-DATUM
           MOVE GWE-LFDNR (GWE-INDEX) TO GW-FALL-LFDNR
           MOVE GWE-KUNDE (GWE-INDEX) TO GWK-INDEX
           PERFORM GW-FALL-PRUEFEN
           IF NOT GW-FALL-ERLEDIGT
               PERFORM GW-FALL-KOPF-DRUCKEN
           END-IF
           PERFORM GW-FENSTER-AUSGEBEN
               VARYING GWE-FENSTER-INDEX FROM GWE-INDEX BY 1
               UNTIL GWE-FENSTER-INDEX > GWE-ANZAHL
           IF NOT GW-FALL-ERLEDIGT
               MOVE GW-FENSTER-SUMME TO GW-BETRAG-AUSGABE
               DISPLAY "SUMME EUR: " GW-BETRAG-AUSGABE
                       "  ANZAHL: " GW-FENSTER-ANZAHL
           END-IF
           IF GW-FALL-NEU
               PERFORM GW-FALL-SCHREIBEN
           END-IF.

       GW-FENSTER-SUMMIEREN.
           IF GWE-KUNDE (GWE-FENSTER-INDEX) = GWE-KUNDE (GWE-INDEX)
               AND GWE-VERBRAUCHT (GWE-FENSTER-INDEX) = 'N'
               AND GWE-TAG (GWE-FENSTER-INDEX) NOT > GW-FENSTER-ENDE
               ADD 1 TO GW-FENSTER-ANZAHL
               ADD GWE-BETRAG-EUR (GWE-FENSTER-INDEX)
                   TO GW-FENSTER-SUMME
               MOVE GWE-DATUM (GWE-FENSTER-INDEX) TO GW-FENSTER-BIS
           END-IF.

      * DRUCKT DIE EINZAHLUNGEN DES ZEITRAUMS UND ORDNET SIE DEM
      * FALL ZU (AUCH BEI ERLEDIGTEN FÄLLEN, DAMIT SIE NICHT IN
      * EINEM SPÄTER BEGINNENDEN ZEITRAUM ERNEUT AUFTAUCHEN).
       GW-FENSTER-AUSGEBEN.
           IF GWE-KUNDE (GWE-FENSTER-INDEX) = GWE-KUNDE (GWE-INDEX)
               AND GWE-VERBRAUCHT (GWE-FENSTER-INDEX) = 'N'
               AND GWE-TAG (GWE-FENSTER-INDEX) NOT > GW-FENSTER-ENDE
               MOVE 'J' TO GWE-VERBRAUCHT (GWE-FENSTER-INDEX)
               IF NOT GW-FALL-ERLEDIGT
                   MOVE GWE-KONTO-INDEX (GWE-FENSTER-INDEX)
                       TO GWK-SUCH-INDEX
                   MOVE GWE-BETRAG (GWE-FENSTER-INDEX)
                       TO GW-BETRAG-AUSGABE
                   DISPLAY GWE-DATUM (GWE-FENSTER-INDEX) " "
                           GWE-ZEIT (GWE-FENSTER-INDEX) " "
                           GWE-KONTO (GWE-FENSTER-INDEX) " E "
                           GW-BETRAG-AUSGABE " "
                           GWK-WAEHRUNG (GWK-SUCH-INDEX) " "
                           GWE-REFERENZ (GWE-FENSTER-INDEX)
               END-IF
           END-IF.

      * SCHLÄGT DEN FALL GW-FALL-ID IN DER PRÜFFALLDATEI NACH UND
      * SETZT GW-FALL-ZUSTAND (NEU / OFFEN / ERLEDIGT).
       GW-FALL-PRUEFEN.
           MOVE GW-FALL-ID TO GWF-SCHLUESSEL
           READ GELDWAESCHE-FAELLE
               KEY IS GWF-SCHLUESSEL
           IF GWFALL-OK
               IF GWF-OFFEN
                   MOVE 'O' TO GW-FALL-ZUSTAND
                   ADD 1 TO GW-OFFEN-ANZAHL
               ELSE
                   MOVE 'E' TO GW-FALL-ZUSTAND
                   ADD 1 TO GW-ERLEDIGT-ANZAHL
               END-IF
           ELSE
               MOVE 'N' TO GW-FALL-ZUSTAND
               ADD 1 TO GW-NEU-ANZAHL
           END-IF.

      * FALLKOPF MIT KUNDE UND ANSCHRIFT AUS DEM KONTO GWK-INDEX.
       GW-FALL-KOPF-DRUCKEN.
           DISPLAY " "
           IF GW-FALL-ART = 'E'
               DISPLAY "FALL " GW-FALL-ID " - EINZELBETRAG"
                   WITH NO ADVANCING
           ELSE
               DISPLAY "FALL " GW-FALL-ID " - STÜCKELUNG"
                   WITH NO ADVANCING
           END-IF
           IF GW-FALL-OFFEN
               DISPLAY " (BEREITS ERFASST, OFFEN)"
           ELSE
               DISPLAY " (NEU)"
           END-IF
           DISPLAY "KUNDE: " GWK-VORNAME (GWK-INDEX) (1:30) " "
                   GWK-NAME (GWK-INDEX) (1:30) " GEB. "
                   GWK-GEB (GWK-INDEX)
           DISPLAY "       " GWK-STRASSE (GWK-INDEX)
           DISPLAY "       " GWK-PLZ (GWK-INDEX) " "
                   GWK-ORT (GWK-INDEX)
           DISPLAY "DATUM    ZEIT   KONTONUMMER          T "
                   "      BETRAG WÄH BEDIENER".

       GW-FALL-SCHREIBEN.
           MOVE SPACES TO GELDWAESCHE-FALL-SATZ
           MOVE GW-FALL-ID TO GWF-SCHLUESSEL
           MOVE GWK-KONTO (GWK-INDEX) TO GWF-KONTONUMMER
           MOVE GWK-NAME (GWK-INDEX) TO GWF-NAME
           MOVE GWK-VORNAME (GWK-INDEX) TO GWF-VORNAME
           MOVE GWK-GEB (GWK-INDEX) TO GWF-GEBURTSDATUM
           MOVE GW-FALL-DATUM TO GWF-DATUM-VON
           MOVE GW-FENSTER-BIS TO GWF-DATUM-BIS
           MOVE GW-FENSTER-ANZAHL TO GWF-ANZAHL
           MOVE GW-FENSTER-SUMME TO GWF-SUMME-EUR
           MOVE 'O' TO GWF-STATUS
           MOVE AKTUELLES-DATUM TO GWF-ERFASST-AM
           WRITE GELDWAESCHE-FALL-SATZ
           IF NOT GWFALL-OK
               DISPLAY "FEHLER BEIM SCHREIBEN DES PRÜFFALLS "
                       GW-FALL-ID ": " GWFALL-STATUS
           END-IF.

      * COMPLIANCE SETZT EINEN FALL AUF GEKLÄRT ODER GEMELDET (ODER
      * ZURÜCK AUF OFFEN); BEDIENER UND DATUM WERDEN VERMERKT.
       GW-FALL-BEARBEITEN.
           DISPLAY " "
           DISPLAY "PRÜFFALL BEARBEITEN"
           DISPLAY "==================="
           DISPLAY "FALLNUMMER: " WITH NO ADVANCING
           ACCEPT GW-FALL-EINGABE
           MOVE GW-FALL-EINGABE TO GWF-SCHLUESSEL
           READ GELDWAESCHE-FAELLE
               KEY IS GWF-SCHLUESSEL
           IF NOT GWFALL-OK
               DISPLAY "PRÜFFALL NICHT GEFUNDEN"
               EXIT PARAGRAPH
           END-IF
           MOVE GWF-SUMME-EUR TO GW-BETRAG-AUSGABE
           DISPLAY "KUNDE:      " GWF-VORNAME (1:30) " "
                   GWF-NAME (1:30) " GEB. " GWF-GEBURTSDATUM
           DISPLAY "KONTO:      " GWF-KONTONUMMER
           DISPLAY "ZEITRAUM:   " GWF-DATUM-VON " - " GWF-DATUM-BIS
                   "  BUCHUNGEN: " GWF-ANZAHL
           DISPLAY "SUMME EUR:  " GW-BETRAG-AUSGABE
           DISPLAY "STATUS:     " GWF-STATUS " ERFASST AM "
                   GWF-ERFASST-AM
           IF GWF-BEARBEITER NOT = SPACES
               DISPLAY "BEARBEITET: " GWF-BEARBEITER " AM "
                       GWF-BEARBEITET-AM
               DISPLAY "BEMERKUNG:  " GWF-BEMERKUNG
           END-IF
           DISPLAY "NEUER STATUS (K = GEKLÄRT, M = GEMELDET, "
                   "O = OFFEN): " WITH NO ADVANCING
           ACCEPT GW-STATUS-EINGABE
           IF GW-STATUS-EINGABE NOT = 'K'
               AND GW-STATUS-EINGABE NOT = 'M'
               AND GW-STATUS-EINGABE NOT = 'O'
               DISPLAY "UNGÜLTIGER STATUS - KEINE ÄNDERUNG"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "BEMERKUNG: " WITH NO ADVANCING
           ACCEPT GW-BEMERKUNG-EINGABE
           MOVE GW-STATUS-EINGABE TO GWF-STATUS
           MOVE GW-BEMERKUNG-EINGABE TO GWF-BEMERKUNG
           MOVE SYSTEM-BENUTZER TO GWF-BEARBEITER
           MOVE AKTUELLES-DATUM TO GWF-BEARBEITET-AM
           REWRITE GELDWAESCHE-FALL-SATZ
           IF GWFALL-OK
               DISPLAY "PRÜFFALL GEÄNDERT"
           ELSE
               DISPLAY "FEHLER BEIM SPEICHERN: " GWFALL-STATUS
           END-IF.

       GW-OFFENE-FAELLE-ANZEIGEN.
           DISPLAY " "
           DISPLAY "OFFENE GELDWÄSCHE-PRÜFFÄLLE"
           DISPLAY "==========================="
           DISPLAY "FALLNUMMER        VON      BIS      ANZ "
                   "   SUMME EUR    NAME"
           MOVE 0 TO GW-LISTE-ANZAHL
           MOVE LOW-VALUES TO GWF-SCHLUESSEL
           START GELDWAESCHE-FAELLE
               KEY IS GREATER THAN GWF-SCHLUESSEL
           IF GWFALL-OK
               PERFORM GW-OFFENER-FALL-SATZ
                   UNTIL NOT GWFALL-OK
               MOVE SPACES TO GWFALL-STATUS
           END-IF
           DISPLAY " "
           DISPLAY "ANZAHL OFFENE FÄLLE: " GW-LISTE-ANZAHL.

       GW-OFFENER-FALL-SATZ.
           READ GELDWAESCHE-FAELLE NEXT RECORD
               AT END CONTINUE
           END-READ
           IF GWFALL-OK
               IF GWF-OFFEN
                   ADD 1 TO GW-LISTE-ANZAHL
                   MOVE GWF-SUMME-EUR TO GW-BETRAG-AUSGABE
                   DISPLAY GWF-SCHLUESSEL " " GWF-DATUM-VON " "
                           GWF-DATUM-BIS " " GWF-ANZAHL " "
                           GW-BETRAG-AUSGABE " "
                           GWF-NAME (1:20)
               END-IF
           END-IF.

      * SPIELT DAS TRANSAKTIONSPROTOKOLL JE KONTO NACH, VERGLEICHT
      * DEN NACHGERECHNETEN SALDO MIT DEM GESPEICHERTEN
      * KUNDEN-KONTOSTAND UND MELDET JEDE ABWEICHUNG. ÜBERWEISUNGS-
      * BUCHUNGEN WERDEN PAARWEISE (DATUM, ZEIT, BETRAG MIT
      * UMGEKEHRTEM VORZEICHEN) ABGEGLICHEN, UM EINSEITIGE
      * ÜBERWEISUNGEN ZU ERKENNEN.
       TAGESABSTIMMUNG-DURCHFUEHREN.
           DISPLAY " "
           DISPLAY "TAGESABSTIMMUNG"
           DISPLAY "==============="
           MOVE 0 TO ABSTIMM-KONTEN-ANZAHL
           MOVE 0 TO ABSTIMM-FEHLER-ANZAHL
           MOVE 0 TO ABSTIMM-OHNE-KONTO
           MOVE 0 TO UABGL-ANZAHL
           MOVE 'N' TO ABSTIMM-UEBERLAUF
           MOVE 'N' TO UABGL-UEBERLAUF
           PERFORM ABSTIMM-KONTEN-LADEN
           MOVE 0 TO TRANSAKT-LFDNR
           START TRANSAKTIONS-DATEI
               KEY IS GREATER THAN TRANSAKT-LFDNR
           IF TRANSAKT-OK
               PERFORM ABSTIMM-TRANSAKTION-VERARBEITEN
                   UNTIL NOT TRANSAKT-OK
               MOVE SPACES TO TRANSAKT-STATUS
           END-IF
           PERFORM ABSTIMM-ERGEBNIS-MELDEN
           IF ABSTIMM-UEBERLAUF = 'J'
               DISPLAY "HINWEIS: MEHR ALS 500 KONTEN - WEITERE "
                       "KONTEN NICHT ABGESTIMMT"
           END-IF
           IF UABGL-UEBERLAUF = 'J'
               DISPLAY "HINWEIS: ÜBERWEISUNGS-ABGLEICHTABELLE VOLL - "
                       "ABGLEICH UNVOLLSTÄNDIG"
           END-IF.

       ABSTIMM-KONTEN-LADEN.
           MOVE LOW-VALUES TO KUNDEN-KONTONUMMER
           START KUNDEN-DATEI KEY IS GREATER THAN KUNDEN-KONTONUMMER
           IF DATEI-OK
               PERFORM ABSTIMM-KONTO-UEBERNEHMEN
                   UNTIL DATEI-EOF
           END-IF.

       ABSTIMM-KONTO-UEBERNEHMEN.
           READ KUNDEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF DATEI-OK
               IF ABSTIMM-KONTEN-ANZAHL < 500
                   ADD 1 TO ABSTIMM-KONTEN-ANZAHL
                   MOVE KUNDEN-KONTONUMMER
                       TO ABSTIMM-KONTO (ABSTIMM-KONTEN-ANZAHL)
                   MOVE KUNDEN-KONTOSTAND
                       TO ABSTIMM-SOLL-SALDO (ABSTIMM-KONTEN-ANZAHL)
                   MOVE 0
                       TO ABSTIMM-IST-SALDO (ABSTIMM-KONTEN-ANZAHL)
               ELSE
                   MOVE 'J' TO ABSTIMM-UEBERLAUF
               END-IF
           END-IF.

       ABSTIMM-TRANSAKTION-VERARBEITEN.
           READ TRANSAKTIONS-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF TRANSAKT-OK
               PERFORM ABSTIMM-KONTO-SUCHEN
               IF ABSTIMM-GEFUNDEN = 'J'
                   ADD TRANSAKT-BETRAG
                       TO ABSTIMM-IST-SALDO (ABSTIMM-INDEX)
               ELSE
                   ADD 1 TO ABSTIMM-OHNE-KONTO
               END-IF
               IF UEBERWEISUNG
                   PERFORM UEBERWEISUNGS-LEG-ABGLEICHEN
               END-IF
           END-IF.

      * SUCHT TRANSAKT-KONTONUMMER IN DER ABSTIMMTABELLE UND LIEFERT
      * ABSTIMM-GEFUNDEN ('J'/'N') SOWIE ABSTIMM-INDEX.
       ABSTIMM-KONTO-SUCHEN.
           MOVE 'N' TO ABSTIMM-GEFUNDEN
           MOVE 1 TO ABSTIMM-INDEX
           PERFORM UNTIL ABSTIMM-GEFUNDEN = 'J'
               OR ABSTIMM-INDEX > ABSTIMM-KONTEN-ANZAHL
               IF ABSTIMM-KONTO (ABSTIMM-INDEX)
                   = TRANSAKT-KONTONUMMER
                   MOVE 'J' TO ABSTIMM-GEFUNDEN
               ELSE
                   ADD 1 TO ABSTIMM-INDEX
               END-IF
           END-PERFORM.

      * SUCHT ZUM AKTUELLEN ÜBERWEISUNGS-LEG DAS GEGENSTÜCK
      * (GLEICHES DATUM, GLEICHE ZEIT, BETRAG MIT UMGEKEHRTEM
      * VORZEICHEN) IN DER ABGLEICHTABELLE. GEFUNDEN: PAAR IST
      * VOLLSTÄNDIG, EINTRAG WIRD ENTFERNT. NICHT GEFUNDEN: LEG
      * WIRD ALS OFFEN VORGEMERKT.
       UEBERWEISUNGS-LEG-ABGLEICHEN.
           MOVE 'N' TO UABGL-GEFUNDEN
           MOVE 1 TO UABGL-INDEX
           PERFORM UNTIL UABGL-GEFUNDEN = 'J'
               OR UABGL-INDEX > UABGL-ANZAHL
               IF UABGL-DATUM (UABGL-INDEX) = TRANSAKT-DATUM
                   AND UABGL-ZEIT (UABGL-INDEX) = TRANSAKT-ZEIT
                   AND UABGL-BETRAG (UABGL-INDEX)
                       = (0 - TRANSAKT-BETRAG)
                   MOVE 'J' TO UABGL-GEFUNDEN
               ELSE
                   ADD 1 TO UABGL-INDEX
               END-IF
           END-PERFORM
           IF UABGL-GEFUNDEN = 'J'
               MOVE UABGL-EINTRAG (UABGL-ANZAHL)
                   TO UABGL-EINTRAG (UABGL-INDEX)
               SUBTRACT 1 FROM UABGL-ANZAHL
           ELSE
               IF UABGL-ANZAHL < 200
                   ADD 1 TO UABGL-ANZAHL
                   MOVE TRANSAKT-KONTONUMMER
                       TO UABGL-KONTO (UABGL-ANZAHL)
                   MOVE TRANSAKT-DATUM TO UABGL-DATUM (UABGL-ANZAHL)
                   MOVE TRANSAKT-ZEIT TO UABGL-ZEIT (UABGL-ANZAHL)
                   MOVE TRANSAKT-BETRAG
                       TO UABGL-BETRAG (UABGL-ANZAHL)
               ELSE
                   MOVE 'J' TO UABGL-UEBERLAUF
               END-IF
           END-IF.

       ABSTIMM-ERGEBNIS-MELDEN.
           PERFORM VARYING ABSTIMM-INDEX FROM 1 BY 1
               UNTIL ABSTIMM-INDEX > ABSTIMM-KONTEN-ANZAHL
               COMPUTE ABSTIMM-DIFFERENZ =
                   ABSTIMM-SOLL-SALDO (ABSTIMM-INDEX)
                   - ABSTIMM-IST-SALDO (ABSTIMM-INDEX)
               IF ABSTIMM-DIFFERENZ NOT = 0
                   ADD 1 TO ABSTIMM-FEHLER-ANZAHL
                   DISPLAY "ABWEICHUNG KONTO "
                           ABSTIMM-KONTO (ABSTIMM-INDEX)
                           " GESPEICHERT: "
                           ABSTIMM-SOLL-SALDO (ABSTIMM-INDEX)
                           " NACHGERECHNET: "
                           ABSTIMM-IST-SALDO (ABSTIMM-INDEX)
               END-IF
           END-PERFORM
           PERFORM VARYING UABGL-INDEX FROM 1 BY 1
               UNTIL UABGL-INDEX > UABGL-ANZAHL
               DISPLAY "EINSEITIGE ÜBERWEISUNG: KONTO "
                       UABGL-KONTO (UABGL-INDEX)
                       " AM " UABGL-DATUM (UABGL-INDEX)
                       " UM " UABGL-ZEIT (UABGL-INDEX)
                       " BETRAG " UABGL-BETRAG (UABGL-INDEX)
           END-PERFORM
           DISPLAY "ABGESTIMMTE KONTEN:        " ABSTIMM-KONTEN-ANZAHL
           DISPLAY "KONTEN MIT ABWEICHUNG:     " ABSTIMM-FEHLER-ANZAHL
           DISPLAY "OFFENE ÜBERWEISUNGS-LEGS:  " UABGL-ANZAHL
           IF ABSTIMM-OHNE-KONTO > 0
               DISPLAY "TRANSAKTIONEN OHNE KONTO:  " ABSTIMM-OHNE-KONTO
           END-IF.

       ABSCHLUSSMENU.
           DISPLAY " "
           DISPLAY "MONATSENDE/JAHRESABSCHLUSS"
           DISPLAY "=========================="
           DISPLAY "M - MONATSENDE (SALDENSCHNAPPSCHUSS, PORTFOLIO)"
           DISPLAY "P - PORTFOLIOBERICHT NACHDRUCKEN"
           DISPLAY "J - JAHRESABSCHLUSS (TRANSAKTIONSARCHIVIERUNG)"
           DISPLAY "ZURÜCK (X)"
           DISPLAY " "
           DISPLAY "IHRE WAHL: " WITH NO ADVANCING
           ACCEPT ABSCHLUSSMENU-AUSWAHL
           EVALUATE TRUE
               WHEN AB-MONATSENDE-WAHL  PERFORM MONATSENDE-LAUF
               WHEN AB-NACHDRUCK-WAHL
                   PERFORM PORTFOLIOBERICHT-NACHDRUCKEN
               WHEN AB-JAHRESABSCHLUSS-WAHL
                   PERFORM JAHRESABSCHLUSS-DURCHFUEHREN
               WHEN OTHER           CONTINUE
           END-EVALUATE.

      * MONATSENDLAUF: SICHERT JE KONTO SALDO, EUR-GEGENWERT ZUM
      * KURS DES MONATSLETZTEN, STATUS, KONTOTYP UND DISPORAHMEN
      * IN DIE MONATSSALDEN UND DRUCKT DANACH DEN PORTFOLIO-
      * BERICHT. DER LAUF IST FRÜHESTENS AM MONATSLETZTEN
      * MÖGLICH. DER GESICHERTE SALDO IST DER HEUTIGE SALDO DER
      * KUNDENDATEI, ZURÜCKGERECHNET UM DIE BUCHUNGEN NACH DEM
      * STICHTAG; ER WIRD GEGEN DEN WIE IN DER TAGESABSTIMMUNG AUS
      * DEM TRANSAKTIONSPROTOKOLL BIS ZUM STICHTAG NACHGERECHNETEN
      * SALDO GEPRÜFT. KONTEN, DIE NACH DEM STICHTAG ERÖFFNET
      * WURDEN, FEHLEN IM SCHNAPPSCHUSS. STATUS UND DISPORAHMEN
      * SIND DIE HEUTIGEN. EIN MONAT WIRD NUR EINMAL GESICHERT
      * (LAUFKONTROLLE TYP 'M', DER MONAT STEHT IM CHECKPOINT);
      * EIN UNTERBROCHENER LAUF SCHREIBT BEI WIEDERHOLUNG AM
      * SELBEN TAG ALLE SÄTZE DES MONATS NEU.
       MONATSENDE-LAUF.
           DISPLAY " "
           DISPLAY "MONATSENDE - SALDENSCHNAPPSCHUSS"
           DISPLAY "================================"
           DISPLAY "MONAT (JJJJMM, LEER = ZULETZT ABGESCHLOSSENER "
                   "MONAT): " WITH NO ADVANCING
           ACCEPT MON-MONAT
           IF MON-MONAT = SPACES
               MOVE AKTUELLES-DATUM (1:6) TO MON-MONAT
               PERFORM MONAT-EINGABE-PRUEFEN
               IF MON-STICHTAG > AKTUELLES-DATUM
                   MOVE MON-VORMONAT TO MON-MONAT
               END-IF
           END-IF
           PERFORM MONAT-EINGABE-PRUEFEN
           IF MON-GUELTIG NOT = 'J'
               EXIT PARAGRAPH
           END-IF
           IF MON-STICHTAG > AKTUELLES-DATUM
               DISPLAY "MONATSENDLAUF FÜR " MON-MONAT " FRÜHESTENS "
                       "AM MONATSLETZTEN " MON-STICHTAG
               EXIT PARAGRAPH
           END-IF
           PERFORM MONATSSALDEN-VORHANDEN-PRUEFEN
           MOVE SPACES TO MON-OFFEN-MONAT
           MOVE 'M' TO LAUF-TYP
           MOVE AKTUELLES-DATUM TO LAUF-DATUM
           READ LAUFKONTROLL-DATEI
               KEY IS LAUF-SCHLUESSEL
           IF LAUFKTRL-OK AND LAUF-LAEUFT
               MOVE LAUF-CHECKPOINT (1:6) TO MON-OFFEN-MONAT
           END-IF
           IF MON-OFFEN-MONAT NOT = SPACES
               AND MON-OFFEN-MONAT NOT = MON-MONAT
               DISPLAY "UNTERBROCHENER MONATSENDLAUF FÜR "
                       MON-OFFEN-MONAT " - ZUERST DIESEN WIEDERHOLEN"
               EXIT PARAGRAPH
           END-IF
           IF MON-VORHANDEN = 'J' AND MON-OFFEN-MONAT NOT = MON-MONAT
               DISPLAY "SALDENSCHNAPPSCHUSS FÜR " MON-MONAT
                       " BEREITS VORHANDEN - NACHDRUCK ÜBER 'P'"
               EXIT PARAGRAPH
           END-IF
           PERFORM MONATSENDE-ABSTIMMEN
           IF MON-STICHTAG < AKTUELLES-DATUM
               IF ABSTIMM-UEBERLAUF = 'J'
                   DISPLAY "ABBRUCH: MEHR ALS 500 KONTEN - SALDEN "
                           "ZUM STICHTAG " MON-STICHTAG
                           " NICHT RÜCKRECHENBAR"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "HINWEIS: STICHTAG " MON-STICHTAG " LIEGT "
                       "ZURÜCK - SALDEN WERDEN UM SPÄTERE BUCHUNGEN "
                       "ZURÜCKGERECHNET"
           END-IF
           MOVE 'M' TO LAUF-TYP-MERKER
           PERFORM LAUFKONTROLLE-STARTEN
           IF LAUF-STARTEN-OK NOT = 'J'
               EXIT PARAGRAPH
           END-IF
           IF LAUF-WIEDERAUFNAHME = 'N'
               MOVE MON-MONAT TO LAUF-CHECKPOINT-MERKER
               PERFORM LAUFKONTROLLE-CHECKPOINT
           END-IF
           MOVE 0 TO MON-ANZAHL
           MOVE 0 TO MON-SPAETER-ANZAHL
           MOVE 0 TO MON-ABGESTIMMT
           MOVE 0 TO MON-ABWEICHUNGEN
           MOVE 0 TO MON-NICHT-ABGESTIMMT
           MOVE 0 TO MON-OHNE-KURS
           MOVE 0 TO MON-ABSTIMM-INDEX
           MOVE 'N' TO MON-FEHLER
           MOVE LOW-VALUES TO KUNDEN-KONTONUMMER
           START KUNDEN-DATEI KEY IS GREATER THAN KUNDEN-KONTONUMMER
           IF DATEI-OK
               PERFORM MONATSENDE-KONTO-SICHERN
                   UNTIL NOT DATEI-OK
               MOVE SPACES TO KUNDEN-DATEI-STATUS
           END-IF
           DISPLAY "GESICHERTE KONTEN:         " MON-ANZAHL
           IF MON-SPAETER-ANZAHL > 0
               DISPLAY "NACH DEM STICHTAG ERÖFFNET: "
                       MON-SPAETER-ANZAHL
           END-IF
           DISPLAY "ABGESTIMMT:                " MON-ABGESTIMMT
           DISPLAY "MIT ABWEICHUNG:            " MON-ABWEICHUNGEN
           IF MON-NICHT-ABGESTIMMT > 0
               DISPLAY "NICHT ABGESTIMMT (TABELLE VOLL): "
                       MON-NICHT-ABGESTIMMT
           END-IF
           IF ABSTIMM-OHNE-KONTO > 0
               DISPLAY "TRANSAKTIONEN OHNE KONTO:  " ABSTIMM-OHNE-KONTO
           END-IF
           IF MON-OHNE-KURS > 0
               DISPLAY "OHNE KURS ZUM STICHTAG (GESPEICHERTER EUR-"
                       "GEGENWERT): " MON-OHNE-KURS
           END-IF
           IF MON-FEHLER = 'J'
               DISPLAY "SCHREIBFEHLER - LAUFKONTROLLE BLEIBT OFFEN, "
                       "LAUF WIEDERHOLEN"
               EXIT PARAGRAPH
           END-IF
           MOVE MON-ANZAHL TO LAUF-ANZAHL
           PERFORM LAUFKONTROLLE-BEENDEN
           PERFORM PORTFOLIOBERICHT-DRUCKEN.

      * PRÜFT MON-MONAT (JJJJMM, NICHT IN DER ZUKUNFT) UND
      * ERMITTELT DEN MONATSLETZTEN (MON-STICHTAG) SOWIE DEN
      * VORMONAT. ERGEBNIS IN MON-GUELTIG.
       MONAT-EINGABE-PRUEFEN.
           MOVE 'N' TO MON-GUELTIG
           IF MON-MONAT NOT NUMERIC
               DISPLAY "UNGÜLTIGER MONAT"
               EXIT PARAGRAPH
           END-IF
           IF MON-MM < 1 OR MON-MM > 12
               DISPLAY "UNGÜLTIGER MONAT"
               EXIT PARAGRAPH
           END-IF
           IF MON-MONAT > AKTUELLES-DATUM (1:6)
               DISPLAY "MONAT LIEGT IN DER ZUKUNFT"
               EXIT PARAGRAPH
           END-IF
           IF MON-MM = 12
               COMPUTE MON-FOLGE-JAHR = MON-JAHR + 1
               MOVE 1 TO MON-FOLGE-MM
           ELSE
               MOVE MON-JAHR TO MON-FOLGE-JAHR
               COMPUTE MON-FOLGE-MM = MON-MM + 1
           END-IF
           COMPUTE DATUM-NUMERISCH =
               MON-FOLGE-JAHR * 10000 + MON-FOLGE-MM * 100 + 1
           COMPUTE JULIANISCH-TAG =
               FUNCTION INTEGER-OF-DATE(DATUM-NUMERISCH) - 1
           COMPUTE DATUM-NUMERISCH =
               FUNCTION DATE-OF-INTEGER(JULIANISCH-TAG)
           MOVE DATUM-NUMERISCH TO MON-STICHTAG
           IF MON-MM = 1
               COMPUTE MON-VOR-JAHR = MON-JAHR - 1
               MOVE 12 TO MON-VOR-MM
           ELSE
               MOVE MON-JAHR TO MON-VOR-JAHR
               COMPUTE MON-VOR-MM = MON-MM - 1
           END-IF
           MOVE 'J' TO MON-GUELTIG.

      * MON-VORHANDEN = 'J', WENN FÜR MON-MONAT BEREITS MONATS-
      * SALDEN GESPEICHERT SIND.
       MONATSSALDEN-VORHANDEN-PRUEFEN.
           MOVE 'N' TO MON-VORHANDEN
           MOVE MON-MONAT TO MSAL-MONAT
           MOVE LOW-VALUES TO MSAL-KONTONUMMER
           START MONATSSALDEN-DATEI
               KEY IS GREATER THAN MSAL-SCHLUESSEL
           IF MONSALD-OK
               READ MONATSSALDEN-DATEI NEXT RECORD
                   AT END CONTINUE
               END-READ
               IF MONSALD-OK AND MSAL-MONAT = MON-MONAT
                   MOVE 'J' TO MON-VORHANDEN
               END-IF
           END-IF.

      * RECHNET WIE DIE TAGESABSTIMMUNG JE KONTO DEN SALDO AUS DEM
      * TRANSAKTIONSPROTOKOLL NACH, ABER NUR MIT BUCHUNGEN BIS ZUM
      * STICHTAG (IST-SALDO). BUCHUNGEN NACH DEM STICHTAG WERDEN
      * VOM HEUTIGEN SALDO ABGEZOGEN, DER SOLL-SALDO IST DANACH
      * DER SALDO ZUM STICHTAG LAUT KUNDENDATEI. ERGEBNIS IN DER
      * ABSTIMMTABELLE (KONTEN IN SCHLÜSSELFOLGE DER KUNDENDATEI).
       MONATSENDE-ABSTIMMEN.
           MOVE ALL 'N' TO MON-ANGELEGT-TABELLE
           MOVE 0 TO ABSTIMM-KONTEN-ANZAHL
           MOVE 0 TO ABSTIMM-OHNE-KONTO
           MOVE 'N' TO ABSTIMM-UEBERLAUF
           PERFORM ABSTIMM-KONTEN-LADEN
           MOVE 0 TO TRANSAKT-LFDNR
           START TRANSAKTIONS-DATEI
               KEY IS GREATER THAN TRANSAKT-LFDNR
           IF TRANSAKT-OK
               PERFORM MONATSENDE-BUCHUNG-ADDIEREN
                   UNTIL NOT TRANSAKT-OK
               MOVE SPACES TO TRANSAKT-STATUS
           END-IF.

       MONATSENDE-BUCHUNG-ADDIEREN.
           READ TRANSAKTIONS-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT TRANSAKT-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM ABSTIMM-KONTO-SUCHEN
           IF ABSTIMM-GEFUNDEN NOT = 'J'
               ADD 1 TO ABSTIMM-OHNE-KONTO
               EXIT PARAGRAPH
           END-IF
           IF TRANSAKT-DATUM NOT > MON-STICHTAG
               ADD TRANSAKT-BETRAG TO ABSTIMM-IST-SALDO (ABSTIMM-INDEX)
           ELSE
               SUBTRACT TRANSAKT-BETRAG
                   FROM ABSTIMM-SOLL-SALDO (ABSTIMM-INDEX)
               IF TRANSAKT-TYP = 'N'
                   MOVE 'J' TO MON-SPAETER-ANGELEGT (ABSTIMM-INDEX)
               END-IF
           END-IF.

      * SCHREIBT DEN MONATSSALDENSATZ DES GELESENEN KONTOS. DIE
      * ABSTIMMTABELLE STEHT IN DERSELBEN SCHLÜSSELFOLGE, DER
      * EINTRAG WIRD DESHALB MITGEZÄHLT UND NUR AUF GLEICHHEIT
      * DER KONTONUMMER GEPRÜFT. OHNE EINTRAG (TABELLE VOLL, NUR
      * AM MONATSLETZTEN SELBST MÖGLICH) GILT DER HEUTIGE SALDO.
       MONATSENDE-KONTO-SICHERN.
           READ KUNDEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT DATEI-OK
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MON-ABSTIMM-INDEX
           MOVE 'N' TO ABSTIMM-GEFUNDEN
           IF MON-ABSTIMM-INDEX NOT > ABSTIMM-KONTEN-ANZAHL
               IF ABSTIMM-KONTO (MON-ABSTIMM-INDEX)
                   = KUNDEN-KONTONUMMER
                   MOVE 'J' TO ABSTIMM-GEFUNDEN
               END-IF
           END-IF
           IF ABSTIMM-GEFUNDEN = 'J'
               IF MON-SPAETER-ANGELEGT (MON-ABSTIMM-INDEX) = 'J'
                   ADD 1 TO MON-SPAETER-ANZAHL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO MONATSSALDO-SATZ
           MOVE MON-MONAT TO MSAL-MONAT
           MOVE KUNDEN-KONTONUMMER TO MSAL-KONTONUMMER
           MOVE MON-STICHTAG TO MSAL-STICHTAG
           MOVE KUNDEN-KONTOTYP TO MSAL-KONTOTYP
           MOVE KUNDEN-WAEHRUNG TO MSAL-WAEHRUNG
           MOVE KUNDEN-STATUS TO MSAL-STATUS
           MOVE KUNDEN-KONTOSTAND TO MSAL-KONTOSTAND
           MOVE 0 TO MSAL-NACHGERECHNET
           MOVE 'N' TO MSAL-ABSTIMM-KZ
           IF ABSTIMM-GEFUNDEN = 'J'
               MOVE ABSTIMM-SOLL-SALDO (MON-ABSTIMM-INDEX)
                   TO MSAL-KONTOSTAND
               MOVE ABSTIMM-IST-SALDO (MON-ABSTIMM-INDEX)
                   TO MSAL-NACHGERECHNET
               IF MSAL-NACHGERECHNET = MSAL-KONTOSTAND
                   MOVE 'J' TO MSAL-ABSTIMM-KZ
               ELSE
                   MOVE 'D' TO MSAL-ABSTIMM-KZ
               END-IF
           END-IF
           MOVE KUNDEN-DISPO-LIMIT TO MSAL-DISPO-LIMIT
           MOVE KUNDEN-NAME TO MSAL-NAME
           MOVE AKTUELLES-DATUM TO MSAL-ERSTELLT-AM
           MOVE SYSTEM-BENUTZER TO MSAL-BENUTZER
           MOVE KUNDEN-WAEHRUNG TO WK-SUCH-WAEHRUNG
           MOVE MON-STICHTAG TO WK-SUCH-DATUM
           PERFORM WAEHRUNGSKURS-SUCHEN
           MOVE WK-GEFUNDENER-KURS TO MSAL-KURS
           MOVE WK-GEFUNDEN-AB TO MSAL-KURS-AB
      * OHNE KURS WIRD DER GESPEICHERTE EUR-GEGENWERT ÜBERNOMMEN,
      * BEI ZURÜCKGERECHNETEM SALDO ANTEILIG.
           IF WK-GEFUNDENER-KURS > 0
               COMPUTE MSAL-KONTOSTAND-EUR ROUNDED =
                   MSAL-KONTOSTAND * WK-GEFUNDENER-KURS
           ELSE
               ADD 1 TO MON-OHNE-KURS
               EVALUATE TRUE
                   WHEN MSAL-KONTOSTAND = KUNDEN-KONTOSTAND
                       MOVE KUNDEN-KONTOSTAND-EUR
                           TO MSAL-KONTOSTAND-EUR
                   WHEN KUNDEN-KONTOSTAND NOT = 0
                       COMPUTE MSAL-KONTOSTAND-EUR ROUNDED =
                           KUNDEN-KONTOSTAND-EUR * MSAL-KONTOSTAND
                           / KUNDEN-KONTOSTAND
                   WHEN OTHER
                       MOVE 0 TO MSAL-KONTOSTAND-EUR
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN MSAL-ABGESTIMMT  ADD 1 TO MON-ABGESTIMMT
               WHEN MSAL-ABWEICHUNG  ADD 1 TO MON-ABWEICHUNGEN
               WHEN OTHER            ADD 1 TO MON-NICHT-ABGESTIMMT
           END-EVALUATE
           WRITE MONATSSALDO-SATZ
           IF MONSALD-DOPPELT
               REWRITE MONATSSALDO-SATZ
           END-IF
           IF MONSALD-OK
               ADD 1 TO MON-ANZAHL
           ELSE
               DISPLAY "FEHLER BEIM SCHREIBEN DER MONATSSALDEN, "
                       "KONTO " KUNDEN-KONTONUMMER ": " MONSALD-STATUS
               MOVE 'J' TO MON-FEHLER
           END-IF.

      * DRUCKT DEN PORTFOLIOBERICHT EINES FRÜHEREN MONATS ERNEUT
      * AUS DEN GESPEICHERTEN MONATSSALDEN.
       PORTFOLIOBERICHT-NACHDRUCKEN.
           DISPLAY " "
           DISPLAY "PORTFOLIOBERICHT NACHDRUCKEN"
           DISPLAY "============================"
           DISPLAY "MONAT (JJJJMM): " WITH NO ADVANCING
           ACCEPT MON-MONAT
           PERFORM MONAT-EINGABE-PRUEFEN
           IF MON-GUELTIG NOT = 'J'
               EXIT PARAGRAPH
           END-IF
           PERFORM MONATSSALDEN-VORHANDEN-PRUEFEN
           IF MON-VORHANDEN NOT = 'J'
               DISPLAY "KEIN SALDENSCHNAPPSCHUSS FÜR " MON-MONAT
               EXIT PARAGRAPH
           END-IF
           PERFORM PORTFOLIOBERICHT-DRUCKEN.

      * PORTFOLIOBERICHT ZU MON-MONAT, NUR AUS DEN MONATSSALDEN:
      * 1. ZU- UND ABGÄNGE GEGENÜBER DEM VORMONAT (NEUE KONTEN,
      *    IM MONAT GESCHLOSSENE KONTEN)
      * 2. KONTEN UND SALDEN JE KONTOTYP UND WÄHRUNG MIT VORMONAT
      *    UND VERÄNDERUNG IN EUR, SUMMEN JE KONTOTYP UND GESAMT
      *    (GESCHLOSSENE KONTEN WERDEN NICHT MITGEZÄHLT)
      * 3. ÜBERZOGENE KONTEN, DISPOAUSLASTUNG UND DIE ZEHN GRÖSSTEN
      *    ÜBERZIEHUNGEN IN EUR
      * 4. ERGEBNIS DER ABSTIMMUNG MIT DEN ABWEICHENDEN KONTEN
       PORTFOLIOBERICHT-DRUCKEN.
           MOVE 0 TO PFG-ANZAHL
           MOVE 'N' TO PFG-UEBERLAUF
           MOVE 0 TO PFV-ANZAHL
           MOVE 'N' TO PFV-UEBERLAUF
           MOVE 0 TO PFU-ANZAHL
           MOVE 0 TO PF-KONTEN-ANZAHL
           MOVE 0 TO PF-NEU-ANZAHL
           MOVE 0 TO PF-GESCHLOSSEN-ANZAHL
           MOVE 0 TO PF-UEBERZOGEN-ANZAHL
           MOVE 0 TO PF-UEBER-RAHMEN-ANZAHL
           MOVE 0 TO PF-ABGESTIMMT
           MOVE 0 TO PF-ABWEICHUNGEN
           MOVE 0 TO PF-NICHT-ABGESTIMMT
           MOVE 0 TO PF-UEBERZ-SUMME-EUR
           MOVE 0 TO PF-RAHMEN-EUR
           MOVE 0 TO PF-GENUTZT-EUR
           MOVE MON-VORMONAT TO MSAL-MONAT
           MOVE LOW-VALUES TO MSAL-KONTONUMMER
           START MONATSSALDEN-DATEI
               KEY IS GREATER THAN MSAL-SCHLUESSEL
           IF MONSALD-OK
               PERFORM PF-VORMONAT-LESEN
                   UNTIL NOT MONSALD-OK
               MOVE SPACES TO MONSALD-STATUS
           END-IF
           IF PFV-ANZAHL > 0
               MOVE 'J' TO PF-VORMONAT-VORHANDEN
           ELSE
               MOVE 'N' TO PF-VORMONAT-VORHANDEN
           END-IF
           DISPLAY " "
           DISPLAY "PORTFOLIOBERICHT MONATSENDE " MON-MONAT
                   " (STICHTAG " MON-STICHTAG ")"
           DISPLAY "=================================================="
           IF PF-VORMONAT-VORHANDEN = 'J'
               DISPLAY "VERGLEICH MIT VORMONAT " MON-VORMONAT
           ELSE
               DISPLAY "KEIN SALDENSCHNAPPSCHUSS FÜR VORMONAT "
                       MON-VORMONAT " - OHNE VERGLEICH"
           END-IF
           DISPLAY " "
           DISPLAY "ZU- UND ABGÄNGE IM MONAT"
           DISPLAY "------------------------"
           MOVE MON-MONAT TO MSAL-MONAT
           MOVE LOW-VALUES TO MSAL-KONTONUMMER
           START MONATSSALDEN-DATEI
               KEY IS GREATER THAN MSAL-SCHLUESSEL
           IF MONSALD-OK
               PERFORM PF-MONAT-LESEN
                   UNTIL NOT MONSALD-OK
               MOVE SPACES TO MONSALD-STATUS
           END-IF
           IF PF-VORMONAT-VORHANDEN = 'J'
               PERFORM PF-ENTFALLENES-KONTO
                   VARYING PFV-INDEX FROM 1 BY 1
                   UNTIL PFV-INDEX > PFV-ANZAHL
               DISPLAY "NEUE KONTEN: " PF-NEU-ANZAHL
                       "  GESCHLOSSENE KONTEN: " PF-GESCHLOSSEN-ANZAHL
               IF PFV-UEBERLAUF = 'J'
                   DISPLAY "HINWEIS: MEHR ALS 500 KONTEN IM VORMONAT "
                           "- ZU- UND ABGÄNGE UNVOLLSTÄNDIG"
               END-IF
           ELSE
               DISPLAY "OHNE VORMONAT NICHT ERMITTELBAR"
           END-IF
           DISPLAY " "
           DISPLAY "BESTAND JE KONTOTYP UND WÄHRUNG"
           DISPLAY "-------------------------------"
           DISPLAY "TYP WÄH KONTEN  VORM  SALDO IN WÄHRUNG   "
                   "   SALDO IN EUR    VORMONAT EUR VERÄNDERUNG EUR"
           MOVE SPACE TO PF-TYP-MERKER
           MOVE 0 TO PF-GES-ANZAHL
           MOVE 0 TO PF-GES-VOR-ANZAHL
           MOVE 0 TO PF-GES-EUR
           MOVE 0 TO PF-GES-VOR-EUR
           PERFORM PF-GRUPPE-DRUCKEN
               VARYING PFG-INDEX FROM 1 BY 1
               UNTIL PFG-INDEX > PFG-ANZAHL
           IF PFG-ANZAHL > 0
               PERFORM PF-TYPSUMME-DRUCKEN
           END-IF
           MOVE PF-GES-ANZAHL TO PF-ZAHL-1
           MOVE PF-GES-VOR-ANZAHL TO PF-ZAHL-2
           MOVE PF-GES-EUR TO PF-BETRAG-2
           MOVE PF-GES-VOR-EUR TO PF-BETRAG-3
           COMPUTE PF-BETRAG-4 = PF-GES-EUR - PF-GES-VOR-EUR
           DISPLAY "GESAMT  " PF-ZAHL-1 " " PF-ZAHL-2
                   "                    " PF-BETRAG-2 " " PF-BETRAG-3
                   " " PF-BETRAG-4
           IF PFG-UEBERLAUF = 'J'
               DISPLAY "HINWEIS: MEHR ALS 30 KOMBINATIONEN AUS "
                       "KONTOTYP UND WÄHRUNG - TABELLE UNVOLLSTÄNDIG"
           END-IF
           DISPLAY " "
           DISPLAY "ÜBERZIEHUNGEN UND DISPOAUSLASTUNG (EUR)"
           DISPLAY "---------------------------------------"
           MOVE PF-UEBERZ-SUMME-EUR TO PF-BETRAG-1
           DISPLAY "ÜBERZOGENE KONTEN:       " PF-UEBERZOGEN-ANZAHL
                   "  ÜBERZIEHUNG GESAMT: " PF-BETRAG-1
           DISPLAY "DAVON ÜBER DEM DISPORAHMEN: "
                   PF-UEBER-RAHMEN-ANZAHL
           MOVE 0 TO PF-QUOTE
           IF PF-RAHMEN-EUR > 0
               COMPUTE PF-QUOTE ROUNDED =
                   PF-GENUTZT-EUR * 100 / PF-RAHMEN-EUR
           END-IF
           MOVE PF-RAHMEN-EUR TO PF-BETRAG-1
           MOVE PF-GENUTZT-EUR TO PF-BETRAG-2
           MOVE PF-QUOTE TO PF-QUOTE-AUSGABE
           DISPLAY "DISPORAHMEN GESAMT: " PF-BETRAG-1
                   "  GENUTZT: " PF-BETRAG-2
                   "  AUSLASTUNG: " PF-QUOTE-AUSGABE " %"
           IF PFU-ANZAHL > 0
               DISPLAY " "
               DISPLAY "GRÖSSTE ÜBERZIEHUNGEN"
               DISPLAY "KONTONUMMER          WÄH            SALDO "
                   "      DISPORAHMEN  ÜBERZIEHUNG EUR NAME"
               PERFORM PF-UEBERZIEHUNG-DRUCKEN
                   VARYING PFU-INDEX FROM 1 BY 1
                   UNTIL PFU-INDEX > PFU-ANZAHL
           END-IF
           DISPLAY " "
           DISPLAY "ABSTIMMUNG GEGEN DAS TRANSAKTIONSPROTOKOLL"
           DISPLAY "-----------------------------------------"
           DISPLAY "ABGESTIMMT:        " PF-ABGESTIMMT
           DISPLAY "MIT ABWEICHUNG:    " PF-ABWEICHUNGEN
           DISPLAY "NICHT ABGESTIMMT:  " PF-NICHT-ABGESTIMMT
           IF PF-ABWEICHUNGEN > 0
               MOVE MON-MONAT TO MSAL-MONAT
               MOVE LOW-VALUES TO MSAL-KONTONUMMER
               START MONATSSALDEN-DATEI
                   KEY IS GREATER THAN MSAL-SCHLUESSEL
               IF MONSALD-OK
                   PERFORM PF-ABWEICHUNG-LESEN
                       UNTIL NOT MONSALD-OK
                   MOVE SPACES TO MONSALD-STATUS
               END-IF
           END-IF.

      * VORMONAT: SUMMEN JE KONTOTYP UND WÄHRUNG UND KONTENLISTE
      * FÜR DIE ZU- UND ABGÄNGE.
       PF-VORMONAT-LESEN.
           READ MONATSSALDEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT MONSALD-OK
               EXIT PARAGRAPH
           END-IF
           IF MSAL-MONAT NOT = MON-VORMONAT
               MOVE '10' TO MONSALD-STATUS
               EXIT PARAGRAPH
           END-IF
           IF PFV-ANZAHL < 500
               ADD 1 TO PFV-ANZAHL
               MOVE MSAL-KONTONUMMER TO PFV-KONTO (PFV-ANZAHL)
               MOVE MSAL-STATUS TO PFV-STATUS (PFV-ANZAHL)
               MOVE 'N' TO PFV-GEFUNDEN (PFV-ANZAHL)
           ELSE
               MOVE 'J' TO PFV-UEBERLAUF
           END-IF
           PERFORM PF-GRUPPE-SUCHEN
           IF PFG-TREFFER > 0
               IF NOT MSAL-GELOESCHT
                   ADD 1 TO PFG-VOR-KONTEN (PFG-TREFFER)
               END-IF
               ADD MSAL-KONTOSTAND-EUR TO PFG-VOR-EUR (PFG-TREFFER)
           END-IF.

      * BERICHTSMONAT: SUMMEN, ZU- UND ABGÄNGE, ÜBERZIEHUNGEN UND
      * ABSTIMMERGEBNIS.
       PF-MONAT-LESEN.
           READ MONATSSALDEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT MONSALD-OK
               EXIT PARAGRAPH
           END-IF
           IF MSAL-MONAT NOT = MON-MONAT
               MOVE '10' TO MONSALD-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PF-KONTEN-ANZAHL
           PERFORM PF-GRUPPE-SUCHEN
           IF PFG-TREFFER > 0
               IF NOT MSAL-GELOESCHT
                   ADD 1 TO PFG-KONTEN (PFG-TREFFER)
               END-IF
               ADD MSAL-KONTOSTAND TO PFG-SALDO (PFG-TREFFER)
               ADD MSAL-KONTOSTAND-EUR TO PFG-EUR (PFG-TREFFER)
           END-IF
           IF PF-VORMONAT-VORHANDEN = 'J'
               PERFORM PF-ZU-ABGANG-PRUEFEN
           END-IF
           IF MSAL-KURS > 0
               COMPUTE PF-LIMIT-EUR ROUNDED =
                   MSAL-DISPO-LIMIT * MSAL-KURS
           ELSE
               MOVE MSAL-DISPO-LIMIT TO PF-LIMIT-EUR
           END-IF
           ADD PF-LIMIT-EUR TO PF-RAHMEN-EUR
           IF MSAL-KONTOSTAND < 0
               ADD 1 TO PF-UEBERZOGEN-ANZAHL
               COMPUTE PF-UEBERZ-EUR = 0 - MSAL-KONTOSTAND-EUR
               ADD PF-UEBERZ-EUR TO PF-UEBERZ-SUMME-EUR
               IF PF-UEBERZ-EUR > PF-LIMIT-EUR
                   ADD PF-LIMIT-EUR TO PF-GENUTZT-EUR
               ELSE
                   ADD PF-UEBERZ-EUR TO PF-GENUTZT-EUR
               END-IF
               IF (MSAL-KONTOSTAND + MSAL-DISPO-LIMIT) < 0
                   ADD 1 TO PF-UEBER-RAHMEN-ANZAHL
               END-IF
               PERFORM PF-UEBERZIEHUNG-MERKEN
           END-IF
           EVALUATE TRUE
               WHEN MSAL-ABGESTIMMT  ADD 1 TO PF-ABGESTIMMT
               WHEN MSAL-ABWEICHUNG  ADD 1 TO PF-ABWEICHUNGEN
               WHEN OTHER            ADD 1 TO PF-NICHT-ABGESTIMMT
           END-EVALUATE.

      * NEU: IM VORMONAT NICHT VORHANDEN. GESCHLOSSEN: JETZT
      * STATUS 'L', IM VORMONAT NOCH NICHT (ODER NICHT VORHANDEN).
       PF-ZU-ABGANG-PRUEFEN.
           MOVE 0 TO PFV-TREFFER
           PERFORM PF-VORKONTO-VERGLEICHEN
               VARYING PFV-INDEX FROM 1 BY 1
               UNTIL PFV-INDEX > PFV-ANZAHL OR PFV-TREFFER > 0
           IF PFV-TREFFER = 0
               IF PFV-UEBERLAUF = 'J'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PF-NEU-ANZAHL
               DISPLAY "NEU           " MSAL-KONTONUMMER " "
                       MSAL-KONTOTYP " " MSAL-WAEHRUNG " " MSAL-NAME
               IF MSAL-GELOESCHT
                   ADD 1 TO PF-GESCHLOSSEN-ANZAHL
                   DISPLAY "GESCHLOSSEN   " MSAL-KONTONUMMER " "
                           MSAL-KONTOTYP " " MSAL-WAEHRUNG " "
                           MSAL-NAME
               END-IF
           ELSE
               MOVE 'J' TO PFV-GEFUNDEN (PFV-TREFFER)
               IF MSAL-GELOESCHT
                   AND PFV-STATUS (PFV-TREFFER) NOT = 'L'
                   ADD 1 TO PF-GESCHLOSSEN-ANZAHL
                   DISPLAY "GESCHLOSSEN   " MSAL-KONTONUMMER " "
                           MSAL-KONTOTYP " " MSAL-WAEHRUNG " "
                           MSAL-NAME
               END-IF
           END-IF.

       PF-VORKONTO-VERGLEICHEN.
           IF PFV-KONTO (PFV-INDEX) = MSAL-KONTONUMMER
               MOVE PFV-INDEX TO PFV-TREFFER
           END-IF.

      * KONTEN DES VORMONATS, DIE IM BERICHTSMONAT FEHLEN, GELTEN
      * ALS ABGANG, SOFERN SIE NICHT SCHON GESCHLOSSEN WAREN.
       PF-ENTFALLENES-KONTO.
           IF PFV-GEFUNDEN (PFV-INDEX) = 'N'
               AND PFV-STATUS (PFV-INDEX) NOT = 'L'
               ADD 1 TO PF-GESCHLOSSEN-ANZAHL
               DISPLAY "ENTFALLEN     " PFV-KONTO (PFV-INDEX)
           END-IF.

      * LIEFERT IN PFG-TREFFER DEN EINTRAG ZU MSAL-KONTOTYP UND
      * MSAL-WAEHRUNG. EIN NEUER EINTRAG WIRD AN SEINER STELLE IN
      * DER SORTIERFOLGE EINGEFÜGT; BEI VOLLER TABELLE IST
      * PFG-TREFFER 0.
       PF-GRUPPE-SUCHEN.
           MOVE MSAL-KONTOTYP TO PF-SUCH-TYP
           MOVE MSAL-WAEHRUNG TO PF-SUCH-WAEHRUNG
           MOVE 0 TO PFG-TREFFER
           PERFORM PF-GRUPPE-VERGLEICHEN
               VARYING PFG-INDEX FROM 1 BY 1
               UNTIL PFG-INDEX > PFG-ANZAHL OR PFG-TREFFER > 0
           IF PFG-TREFFER > 0
               IF PFG-SCHLUESSEL (PFG-TREFFER) = PF-SUCH-SCHLUESSEL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PFG-ANZAHL = 30
               MOVE 'J' TO PFG-UEBERLAUF
               MOVE 0 TO PFG-TREFFER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PFG-ANZAHL
           IF PFG-TREFFER = 0
               MOVE PFG-ANZAHL TO PFG-TREFFER
           ELSE
               PERFORM PF-GRUPPE-VERSCHIEBEN
                   VARYING PFG-INDEX FROM PFG-ANZAHL BY -1
                   UNTIL PFG-INDEX NOT > PFG-TREFFER
           END-IF
           MOVE PF-SUCH-SCHLUESSEL TO PFG-SCHLUESSEL (PFG-TREFFER)
           MOVE 0 TO PFG-KONTEN (PFG-TREFFER)
           MOVE 0 TO PFG-VOR-KONTEN (PFG-TREFFER)
           MOVE 0 TO PFG-SALDO (PFG-TREFFER)
           MOVE 0 TO PFG-EUR (PFG-TREFFER)
           MOVE 0 TO PFG-VOR-EUR (PFG-TREFFER).

       PF-GRUPPE-VERGLEICHEN.
           IF PFG-SCHLUESSEL (PFG-INDEX) NOT < PF-SUCH-SCHLUESSEL
               MOVE PFG-INDEX TO PFG-TREFFER
           END-IF.

       PF-GRUPPE-VERSCHIEBEN.
           MOVE PFG-EINTRAG (PFG-INDEX - 1) TO PFG-EINTRAG (PFG-INDEX).

      * ÜBERNIMMT DAS GELESENE KONTO IN DIE LISTE DER ZEHN
      * GRÖSSTEN ÜBERZIEHUNGEN (PF-UEBERZ-EUR), ABSTEIGEND.
       PF-UEBERZIEHUNG-MERKEN.
           MOVE 0 TO PFU-TREFFER
           PERFORM PF-UEBERZIEHUNG-VERGLEICHEN
               VARYING PFU-INDEX FROM 1 BY 1
               UNTIL PFU-INDEX > PFU-ANZAHL OR PFU-TREFFER > 0
           IF PFU-TREFFER = 0
               IF PFU-ANZAHL = 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO PFU-ANZAHL
               MOVE PFU-ANZAHL TO PFU-TREFFER
           ELSE
               IF PFU-ANZAHL < 10
                   ADD 1 TO PFU-ANZAHL
               END-IF
               PERFORM PF-UEBERZIEHUNG-VERSCHIEBEN
                   VARYING PFU-INDEX FROM PFU-ANZAHL BY -1
                   UNTIL PFU-INDEX NOT > PFU-TREFFER
           END-IF
           MOVE MSAL-KONTONUMMER TO PFU-KONTO (PFU-TREFFER)
           MOVE MSAL-NAME TO PFU-NAME (PFU-TREFFER)
           MOVE MSAL-WAEHRUNG TO PFU-WAEHRUNG (PFU-TREFFER)
           MOVE MSAL-KONTOSTAND TO PFU-SALDO (PFU-TREFFER)
           MOVE MSAL-DISPO-LIMIT TO PFU-LIMIT (PFU-TREFFER)
           MOVE PF-UEBERZ-EUR TO PFU-EUR (PFU-TREFFER).

       PF-UEBERZIEHUNG-VERGLEICHEN.
           IF PF-UEBERZ-EUR > PFU-EUR (PFU-INDEX)
               MOVE PFU-INDEX TO PFU-TREFFER
           END-IF.

       PF-UEBERZIEHUNG-VERSCHIEBEN.
           MOVE PFU-EINTRAG (PFU-INDEX - 1) TO PFU-EINTRAG (PFU-INDEX).

      * ZEILE JE KONTOTYP UND WÄHRUNG, BEI WECHSEL DES KONTOTYPS
      * VORHER DIE SUMME DES VORIGEN TYPS.
       PF-GRUPPE-DRUCKEN.
           IF PFG-TYP (PFG-INDEX) NOT = PF-TYP-MERKER
               IF PF-TYP-MERKER NOT = SPACE
                   PERFORM PF-TYPSUMME-DRUCKEN
               END-IF
               MOVE PFG-TYP (PFG-INDEX) TO PF-TYP-MERKER
               MOVE 0 TO PF-TYP-ANZAHL
               MOVE 0 TO PF-TYP-VOR-ANZAHL
               MOVE 0 TO PF-TYP-EUR
               MOVE 0 TO PF-TYP-VOR-EUR
           END-IF
           ADD PFG-KONTEN (PFG-INDEX) TO PF-TYP-ANZAHL
           ADD PFG-VOR-KONTEN (PFG-INDEX) TO PF-TYP-VOR-ANZAHL
           ADD PFG-EUR (PFG-INDEX) TO PF-TYP-EUR
           ADD PFG-VOR-EUR (PFG-INDEX) TO PF-TYP-VOR-EUR
           MOVE PFG-KONTEN (PFG-INDEX) TO PF-ZAHL-1
           MOVE PFG-VOR-KONTEN (PFG-INDEX) TO PF-ZAHL-2
           MOVE PFG-SALDO (PFG-INDEX) TO PF-BETRAG-1
           MOVE PFG-EUR (PFG-INDEX) TO PF-BETRAG-2
           MOVE PFG-VOR-EUR (PFG-INDEX) TO PF-BETRAG-3
           COMPUTE PF-BETRAG-4 =
               PFG-EUR (PFG-INDEX) - PFG-VOR-EUR (PFG-INDEX)
           DISPLAY " " PFG-TYP (PFG-INDEX) "  "
                   PFG-WAEHRUNG (PFG-INDEX) " " PF-ZAHL-1 " "
                   PF-ZAHL-2 " " PF-BETRAG-1 " " PF-BETRAG-2 " "
                   PF-BETRAG-3 " " PF-BETRAG-4.

       PF-TYPSUMME-DRUCKEN.
           ADD PF-TYP-ANZAHL TO PF-GES-ANZAHL
           ADD PF-TYP-VOR-ANZAHL TO PF-GES-VOR-ANZAHL
           ADD PF-TYP-EUR TO PF-GES-EUR
           ADD PF-TYP-VOR-EUR TO PF-GES-VOR-EUR
           MOVE PF-TYP-ANZAHL TO PF-ZAHL-1
           MOVE PF-TYP-VOR-ANZAHL TO PF-ZAHL-2
           MOVE PF-TYP-EUR TO PF-BETRAG-2
           MOVE PF-TYP-VOR-EUR TO PF-BETRAG-3
           COMPUTE PF-BETRAG-4 = PF-TYP-EUR - PF-TYP-VOR-EUR
           DISPLAY "SUMME " PF-TYP-MERKER " " PF-ZAHL-1 " " PF-ZAHL-2
                   "                   " PF-BETRAG-2 " " PF-BETRAG-3
                   " " PF-BETRAG-4.

       PF-UEBERZIEHUNG-DRUCKEN.
           MOVE PFU-SALDO (PFU-INDEX) TO PF-BETRAG-1
           MOVE PFU-LIMIT (PFU-INDEX) TO PF-BETRAG-2
           MOVE PFU-EUR (PFU-INDEX) TO PF-BETRAG-3
           DISPLAY PFU-KONTO (PFU-INDEX) " "
                   PFU-WAEHRUNG (PFU-INDEX) " " PF-BETRAG-1 " "
                   PF-BETRAG-2 " " PF-BETRAG-3 " "
                   PFU-NAME (PFU-INDEX).

       PF-ABWEICHUNG-LESEN.
           READ MONATSSALDEN-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF NOT MONSALD-OK
               EXIT PARAGRAPH
           END-IF
           IF MSAL-MONAT NOT = MON-MONAT
               MOVE '10' TO MONSALD-STATUS
               EXIT PARAGRAPH
           END-IF
           IF MSAL-ABWEICHUNG
               MOVE MSAL-KONTOSTAND TO PF-BETRAG-1
               MOVE MSAL-NACHGERECHNET TO PF-BETRAG-2
               DISPLAY "ABWEICHUNG KONTO " MSAL-KONTONUMMER
                       " GESICHERT: " PF-BETRAG-1
                       " NACHGERECHNET: " PF-BETRAG-2
           END-IF.

      * VERSCHIEBT ALLE TRANSAKTIONEN BIS EINSCHLIESSLICH STICHTAG
           MOVE 0 TO VORTRAG-ANZAHL
           MOVE 'N' TO VORTRAG-UEBERLAUF
           MOVE 'N' TO JAHR-FEHLER
           MOVE 0 TO JAHR-STORNO-ANZAHL
           MOVE 'N' TO JAHR-STORNO-UEBERLAUF
           MOVE 0 TO TRANSAKT-LFDNR
           START TRANSAKTIONS-DATEI
               KEY IS GREATER THAN TRANSAKT-LFDNR
                   UNTIL NOT TRANSAKT-OK
               MOVE SPACES TO TRANSAKT-STATUS
           END-IF
           IF JAHR-STORNO-UEBERLAUF = 'J'
               DISPLAY "ABBRUCH: MEHR ALS 200 STORNO- UND RÜCKGABE"
                       "BUCHUNGEN NACH DEM STICHTAG - DATEI "
                       "UNVERÄNDERT"
               EXIT PARAGRAPH
           END-IF
           IF VORTRAG-UEBERLAUF = 'J'
               DISPLAY "ABBRUCH: MEHR ALS 500 KONTEN IM "
                       "ARCHIVZEITRAUM - DATEI UNVERÄNDERT"
           IF TRANSAKT-OK
               IF TRANSAKT-DATUM <= JAHR-STICHTAG
                   PERFORM VORTRAG-KONTO-KUMULIEREN
               ELSE
                   IF STORNOBUCHUNG OR CLEARING-RUECKGABE
                       PERFORM JAHR-STORNO-MERKEN
                   END-IF
               END-IF
           END-IF.

      * STORNO- UND RÜCKGABEBUCHUNGEN VERWEISEN ÜBER DIE LAUFENDE
      * NUMMER AUF IHRE URSPRUNGSBUCHUNG. DA DIE NUMMERN BEIM
      * NEUAUFBAU NEU VERGEBEN WERDEN, WIRD JE VERBLEIBENDER
      * STORNO- BZW. RÜCKGABEBUCHUNG DIE ALTE NUMMER DER
      * URSPRUNGSBUCHUNG GEMERKT; DIE NEUE NUMMER TRÄGT
      * JAHR-SATZ-ZURUECKSCHREIBEN NACH.
       JAHR-STORNO-MERKEN.
           IF JAHR-STORNO-ANZAHL < 200
               ADD 1 TO JAHR-STORNO-ANZAHL
               MOVE STORNO-ORIG-LFDNR
                   TO JAHR-STORNO-ALT-NR (JAHR-STORNO-ANZAHL)
               MOVE 0 TO JAHR-STORNO-NEU-NR (JAHR-STORNO-ANZAHL)
           ELSE
               MOVE 'J' TO JAHR-STORNO-UEBERLAUF
           END-IF.

       JAHR-SATZ-VERTEILEN.
           READ TRANSAKTIONS-DATEI NEXT RECORD
               AT END CONTINUE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO NAECHSTE-TRANSAKT-NR
           MOVE 0 TO JAHR-GW-UMGESETZT
           PERFORM VORTRAG-SATZ-SCHREIBEN
               VARYING VORTRAG-INDEX FROM 1 BY 1
               UNTIL VORTRAG-INDEX > VORTRAG-ANZAHL
           OPEN I-O TRANSAKTIONS-DATEI
           DISPLAY "ARCHIVIERTE TRANSAKTIONEN: " JAHR-ARCHIVIERT
           DISPLAY "VERBLIEBENE TRANSAKTIONEN: " JAHR-BEHALTEN
           DISPLAY "SALDOVORTRAGSSÄTZE:        " VORTRAG-ANZAHL
           DISPLAY "UMGESETZTE PRÜFFÄLLE:      " JAHR-GW-UMGESETZT.

       VORTRAG-SATZ-SCHREIBEN.
           MOVE SPACES TO TRANSAKTIONS-SATZ
           END-READ
           IF UMBAU-OK
               MOVE UMBAU-SATZ TO TRANSAKTIONS-SATZ
               PERFORM JAHR-STORNO-BEZUG-UMSETZEN
               MOVE TRANSAKT-LFDNR TO JAHR-GW-ALT-NR
               IF JAHR-GW-ALT-NR NOT = NAECHSTE-TRANSAKT-NR
                   MOVE 'E' TO GWF-ART
                   PERFORM JAHR-GW-FALL-UMSETZEN
                   MOVE 'S' TO GWF-ART
                   PERFORM JAHR-GW-FALL-UMSETZEN
               END-IF
               MOVE NAECHSTE-TRANSAKT-NR TO TRANSAKT-LFDNR
               ADD 1 TO NAECHSTE-TRANSAKT-NR
               WRITE TRANSAKTIONS-SATZ
               END-IF
           END-IF.

      * DIE SÄTZE KOMMEN IN AUFSTEIGENDER ALTER NUMMER, DIE
      * URSPRUNGSBUCHUNG ALSO IMMER VOR IHREM STORNO. IST SIE
      * ARCHIVIERT, BLEIBT IM STORNO DIE NUMMER 0 STEHEN.
       JAHR-STORNO-BEZUG-UMSETZEN.
           MOVE TRANSAKT-LFDNR TO JAHR-STORNO-SUCH-NR
           PERFORM JAHR-STORNO-SUCHEN
           IF JAHR-STORNO-GEFUNDEN = 'J'
               MOVE NAECHSTE-TRANSAKT-NR
                   TO JAHR-STORNO-NEU-NR (JAHR-STORNO-INDEX)
           END-IF
           IF STORNOBUCHUNG OR CLEARING-RUECKGABE
               MOVE STORNO-ORIG-LFDNR TO JAHR-STORNO-SUCH-NR
               PERFORM JAHR-STORNO-SUCHEN
               IF JAHR-STORNO-GEFUNDEN = 'J'
                   MOVE JAHR-STORNO-NEU-NR (JAHR-STORNO-INDEX)
                       TO STORNO-ORIG-LFDNR
               ELSE
                   MOVE 0 TO STORNO-ORIG-LFDNR
               END-IF
           END-IF.

      * GELDWÄSCHE-PRÜFFÄLLE SIND ÜBER DATUM UND LAUFENDE NUMMER
      * IHRER (ERSTEN) BUCHUNG VERSCHLÜSSELT. DER FALL DER ART
      * GWF-ART ZUR GERADE ZURÜCKGESCHRIEBENEN BUCHUNG WIRD AUF DIE
      * NEUE NUMMER UMGESCHLÜSSELT, DAMIT GEKLÄRTE UND GEMELDETE
      * FÄLLE NICHT ALS NEU WIEDERKOMMEN. DIE NEUE NUMMER IST NIE
      * GRÖSSER ALS DIE ALTE (JE SALDOVORTRAG MINDESTENS EIN
      * ARCHIVIERTER SATZ) UND DIE SÄTZE KOMMEN IN AUFSTEIGENDER
      * ALTER NUMMER - DER NEUE SCHLÜSSEL IST DAHER STETS FREI.
       JAHR-GW-FALL-UMSETZEN.
           MOVE TRANSAKT-DATUM TO GWF-DATUM
           MOVE JAHR-GW-ALT-NR TO GWF-LFDNR
           READ GELDWAESCHE-FAELLE
               KEY IS GWF-SCHLUESSEL
           IF NOT GWFALL-OK
               EXIT PARAGRAPH
           END-IF
           DELETE GELDWAESCHE-FAELLE
           IF NOT GWFALL-OK
               DISPLAY "FEHLER BEIM UMSETZEN DES PRÜFFALLS "
                       GWF-SCHLUESSEL ": " GWFALL-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE NAECHSTE-TRANSAKT-NR TO GWF-LFDNR
           WRITE GELDWAESCHE-FALL-SATZ
           IF GWFALL-OK
               ADD 1 TO JAHR-GW-UMGESETZT
           ELSE
               DISPLAY "FEHLER BEIM UMSETZEN DES PRÜFFALLS "
                       GWF-SCHLUESSEL ": " GWFALL-STATUS
           END-IF.

      * ERGEBNIS IN JAHR-STORNO-GEFUNDEN UND JAHR-STORNO-INDEX.
       JAHR-STORNO-SUCHEN.
           MOVE 'N' TO JAHR-STORNO-GEFUNDEN
           PERFORM JAHR-STORNO-VERGLEICHEN
               VARYING JAHR-STORNO-INDEX FROM 1 BY 1
               UNTIL JAHR-STORNO-INDEX > JAHR-STORNO-ANZAHL
               OR JAHR-STORNO-GEFUNDEN = 'J'
           IF JAHR-STORNO-GEFUNDEN = 'J'
               SUBTRACT 1 FROM JAHR-STORNO-INDEX
           END-IF.

       JAHR-STORNO-VERGLEICHEN.
           IF JAHR-STORNO-ALT-NR (JAHR-STORNO-INDEX)
               = JAHR-STORNO-SUCH-NR
               MOVE 'J' TO JAHR-STORNO-GEFUNDEN
           END-IF.

      * SUCHT KUNDEN ÜBER DEN NAMEN (BEI BEDARF EINGEGRENZT ÜBER
      * VORNAME UND ORT), ZEIGT EINE NUMMERIERTE AUSWAHLLISTE UND
      * DANACH ALLE KONTEN DES GEWÄHLTEN KUNDEN. DIE KUNDENIDENTITÄT
           DISPLAY " "
           DISPLAY "KASSENJOURNAL JE BEDIENER"
           DISPLAY "========================="
           IF JOB-BATCH
               MOVE STEU-DATUM TO JOURNAL-DATUM
           ELSE
               DISPLAY "DATUM (JJJJMMTT, LEER = HEUTE): "
                       WITH NO ADVANCING
               ACCEPT JOURNAL-DATUM
           END-IF
           IF JOURNAL-DATUM = SPACES
               MOVE AKTUELLES-DATUM TO JOURNAL-DATUM
           END-IF
           IF JOURNAL-UEBERLAUF = 'J'
               DISPLAY "HINWEIS: MEHR ALS 20 BEDIENER - SUMMEN "
                       "UNVOLLSTÄNDIG"
           END-IF
           PERFORM KASSENJOURNAL-STORNOS-DRUCKEN.

      * GELESEN WIRD ÜBER DEN DATUMSSCHLÜSSEL, ABBRUCH HINTER DEM
      * JOURNALTAG.
                   END-IF
           END-EVALUATE.

      * STORNOBUCHUNGEN (TYP 'R') GEHÖREN NICHT IN DIE SUMMEN JE
      * BEDIENER, SONDERN WERDEN IN EINEM EIGENEN BLOCK MIT BEZUG
      * AUF DIE URSPRUNGSBUCHUNG UND DEM FREIGEBENDEN BEDIENER
      * AUSGEWIESEN.
       KASSENJOURNAL-STORNOS-DRUCKEN.
           MOVE 0 TO JOURNAL-STORNO-ANZAHL
           MOVE 0 TO JOURNAL-STORNO-SUMME
           DISPLAY " "
           DISPLAY "STORNOBUCHUNGEN AM " JOURNAL-DATUM
           DISPLAY "------------------------------"
           MOVE JOURNAL-DATUM TO TRANSAKT-DATUM
           START TRANSAKTIONS-DATEI
               KEY IS GREATER THAN OR EQUAL TRANSAKT-DATUM
           IF TRANSAKT-OK
               PERFORM KASSENJOURNAL-STORNO-SATZ
                   UNTIL NOT TRANSAKT-OK
               MOVE SPACES TO TRANSAKT-STATUS
           END-IF
           IF JOURNAL-STORNO-ANZAHL = 0
               DISPLAY "KEINE STORNOBUCHUNGEN"
           ELSE
               DISPLAY "STORNOS: " JOURNAL-STORNO-ANZAHL
                       " SUMME: " JOURNAL-STORNO-SUMME
           END-IF.

       KASSENJOURNAL-STORNO-SATZ.
           READ TRANSAKTIONS-DATEI NEXT RECORD
               AT END CONTINUE
           END-READ
           IF TRANSAKT-OK
               IF TRANSAKT-DATUM > JOURNAL-DATUM
                   MOVE '10' TO TRANSAKT-STATUS
               ELSE
                   IF STORNOBUCHUNG
                       ADD 1 TO JOURNAL-STORNO-ANZAHL
                       ADD TRANSAKT-BETRAG TO JOURNAL-STORNO-SUMME
                       DISPLAY TRANSAKT-ZEIT " " TRANSAKT-REFERENZ
                               " " TRANSAKT-KONTONUMMER " "
                               TRANSAKT-BETRAG
                       DISPLAY "       ZU NR " STORNO-ORIG-LFDNR
                               " VOM " STORNO-ORIG-DATUM
                               " FREIGABE " STORNO-FREIGEBER
                   END-IF
               END-IF
           END-IF.

       KASSENJOURNAL-SUMMEN-DRUCKEN.
           DISPLAY " "
           DISPLAY "SUMMEN JE BEDIENER"
