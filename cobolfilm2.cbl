           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS sicher-status.

           SELECT exmunl-datei ASSIGN TO "exempl.unl"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS exmunl-status.

           SELECT ausunl-datei ASSIGN TO "ausleih.unl"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ausunl-status.

           SELECT entunl-datei ASSIGN TO "entleiher.unl"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS entunl-status.

           SELECT gebunl-datei ASSIGN TO "gebuehr.unl"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS gebunl-status.

           SELECT vmkunl-datei ASSIGN TO "vormerk.unl"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS vmkunl-status.

           SELECT journal-datei ASSIGN TO "journal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS journal-status.

           SELECT archiv-datei ASSIGN TO "archiv.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS archiv-status.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS spre-status.

           SELECT webkat-datei ASSIGN TO "webkat.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS webkat-status.

           SELECT katber-datei ASSIGN TO "katber.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS katber-status.

           SELECT csv-datei ASSIGN TO "filme.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS csv-status.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS gebaus-status.

           SELECT auskunft-datei ASSIGN TO "auskunft.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS auskunft-status.

           SELECT vormerk-datei ASSIGN TO "vormerk.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS IS vormerk-status.

           SELECT kasse-datei ASSIGN TO "kasse.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS kasse-status.

           SELECT kassez-datei ASSIGN TO "kassez.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS kassez-status.

           SELECT kassjour-datei ASSIGN TO "kassjour.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS kassjour-status.

           SELECT kassab-datei ASSIGN TO "kassab.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS kassab-status.

           SELECT erlass-datei ASSIGN TO "erlass.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS erlass-status.

           SELECT verlaeng-datei ASSIGN TO "verlaeng.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS verlaeng-status.

           SELECT taetig-datei ASSIGN TO "taetig.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS taetig-status.

           SELECT etikett-datei ASSIGN TO "etikett.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS etikett-status.

           SELECT etikctl-datei ASSIGN TO "etikctl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS etikctl-status.

           SELECT pickliste-datei ASSIGN TO "pickliste.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS pickliste-status.

           SELECT rechnung-datei ASSIGN TO "rechnung.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS r-schluessel
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS IS rechnung-status.

           SELECT rgabgl-datei ASSIGN TO "rgabgl.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS rgabgl-status.

           SELECT schliess-datei ASSIGN TO "schliess.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS schliess-status.

           SELECT budget-datei ASSIGN TO "budget.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS budget-status.

           SELECT budber-datei ASSIGN TO "budber.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS budber-status.

           SELECT hoimport-datei ASSIGN TO "hoimport.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS hoimport-status.

           SELECT hoirpt-datei ASSIGN TO "hoimport.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS hoirpt-status.

           SELECT lavis-datei ASSIGN TO "lieferavis.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS lavis-status.

           SELECT lavrej-datei ASSIGN TO "lieferavis.rej"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS lavrej-status.

           SELECT lavrpt-datei ASSIGN TO "lieferavis.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS lavrpt-status.

       DATA DIVISION.
       FILE SECTION.

           05 l-entleiher-id  PIC 9(4).
           05 l-mahnstufe     PIC 9(1).
           05 l-filiale       PIC X(03).
           05 l-verlaeng-anz  PIC 9(2).

       FD mahn-datei.
       01 mahn-rec PIC X(120).
       01 stapellog-rec PIC X(80).

       FD stapelpl-datei.
       01 stapelpl-rec PIC X(80).

       FD stapelck-datei.
       01 stapelck-rec PIC X(40).
           05 h-alt     PIC X(40).
           05 FILLER    PIC X(01).
           05 h-neu     PIC X(40).
           05 FILLER    PIC X(01).
           05 h-bediener PIC X(08).

       FD pruef-datei.
       01 pruef-rec PIC X(80).
       FD sicher-datei.
       01 sicher-rec PIC X(80).

       FD exmunl-datei.
       01 exmunl-rec PIC X(150).

       FD ausunl-datei.
       01 ausunl-rec PIC X(150).

       FD entunl-datei.
       01 entunl-rec PIC X(150).

       FD gebunl-datei.
       01 gebunl-rec PIC X(150).

       FD vmkunl-datei.
       01 vmkunl-rec PIC X(150).

       FD journal-datei.
       01 journal-rec.
           05 jn-datum      PIC 9(8).
           05 FILLER        PIC X(01).
           05 jn-zeit       PIC 9(8).
           05 FILLER        PIC X(01).
           05 jn-generation PIC 9(6).
           05 FILLER        PIC X(01).
           05 jn-datei      PIC X(08).
           05 FILLER        PIC X(01).
           05 jn-art        PIC X(01).
           05 FILLER        PIC X(01).
           05 jn-bediener   PIC X(08).
           05 FILLER        PIC X(01).
           05 jn-vorher     PIC X(140).
           05 FILLER        PIC X(01).
           05 jn-nachher    PIC X(140).

       FD archiv-datei.
       01 archiv-rec PIC X(150).

           05 b-datum  PIC 9(8).
           05 b-lieferant PIC 9(4).
           05 b-preis     PIC 9(5)V99.
           05 b-menge     PIC 9(3).
           05 b-filiale   PIC X(03).

       FD bestber-datei.
       01 bestber-rec PIC X(80).
       FD csv-datei.
       01 csv-rec PIC X(120).

       FD webkat-datei.
       01 webkat-rec PIC X(700).

       FD katber-datei.
       01 katber-rec PIC X(80).

       FD import-datei.
       01 import-rec PIC X(120).

               88 en-aktiv    VALUE "A".
               88 en-gesperrt VALUE "X".
           05 en-geb-datum PIC 9(8).
           05 en-haushalt-id PIC 9(4).
           05 en-vormund-id  PIC 9(4).
           05 en-kategorie   PIC X(01).

       FD serie-datei.
       01 datei-serie.
           05 g-tage         PIC 9(4).
           05 g-betrag       PIC 9(5)V99.
           05 g-status       PIC X(01).
               88 g-offen     VALUE "O".
               88 g-bezahlt   VALUE "B".
               88 g-erstattet VALUE "E".
               88 g-erlassen  VALUE "L".
               88 g-storniert VALUE "S".
           05 g-bezahlt-betrag PIC 9(5)V99.
           05 g-erlass-grund    PIC X(02).
           05 g-erlass-text     PIC X(30).
           05 g-erlass-bediener PIC X(08).
           05 g-erlass-datum    PIC 9(8).
           05 g-erlass-betrag   PIC 9(5)V99.
           05 g-art             PIC X(01).
               88 g-verspaetung VALUE "V" " ".
               88 g-ersatz      VALUE "E".

       FD gebaus-datei.
       01 gebaus-rec PIC X(80).

       FD auskunft-datei.
       01 auskunft-rec PIC X(120).

       FD vormerk-datei.
       01 datei-vormerk.
           05 v-id           PIC 9(4).
           05 v-status       PIC X(01).
               88 v-offen    VALUE "O".
               88 v-erledigt VALUE "E".
               88 v-unterwegs VALUE "T".
           05 v-filiale      PIC X(03).
           05 v-exempl-id    PIC 9(4).

       FD kasse-datei.
       01 kasse-rec.
           05 ka-datum        PIC 9(8).
           05 FILLER          PIC X(01).
           05 ka-zeit         PIC 9(8).
           05 FILLER          PIC X(01).
           05 ka-bediener     PIC X(08).
           05 FILLER          PIC X(01).
           05 ka-filiale      PIC X(03).
           05 FILLER          PIC X(01).
           05 ka-art          PIC X(01).
               88 ka-zahlung     VALUE "Z".
               88 ka-teilzahlung VALUE "T".
               88 ka-erstattung  VALUE "E".
           05 FILLER          PIC X(01).
           05 ka-geb-id       PIC 9(4).
           05 FILLER          PIC X(01).
           05 ka-entleiher-id PIC 9(4).
           05 FILLER          PIC X(01).
           05 ka-betrag       PIC 9(5)V99.

       FD kassez-datei.
       01 kassez-rec.
           05 kz-datum    PIC 9(8).
           05 FILLER      PIC X(01).
           05 kz-filiale  PIC X(03).
           05 FILLER      PIC X(01).
           05 kz-bediener PIC X(08).
           05 FILLER      PIC X(01).
           05 kz-betrag   PIC 9(7)V99.

       FD kassjour-datei.
       01 kassjour-rec PIC X(80).

       FD kassab-datei.
       01 kassab-rec PIC X(80).

       FD erlass-datei.
       01 erlass-rec PIC X(80).

       FD verlaeng-datei.
       01 verlaeng-rec PIC X(80).

       FD taetig-datei.
       01 taetig-rec PIC X(80).

       FD etikett-datei.
       01 etikett-rec PIC X(116).

       FD etikctl-datei.
       01 etikctl-rec PIC X(20).

       FD pickliste-datei.
       01 pickliste-rec PIC X(80).

       FD rechnung-datei.
       01 datei-rechnung.
           05 r-schluessel.
               10 r-lieferant PIC 9(4).
               10 r-nr        PIC X(12).
               10 r-pos       PIC 9(2).
           05 r-datum        PIC 9(8).
           05 r-bestell-id   PIC 9(4).
           05 r-menge        PIC 9(3).
           05 r-betrag       PIC 9(7)V99.
           05 r-soll         PIC 9(7)V99.
           05 r-lfd          PIC 9(6).
           05 r-status       PIC X(01).
               88 r-offen        VALUE "O".
               88 r-freigegeben  VALUE "F".
               88 r-abweichung   VALUE "X".
           05 r-grund        PIC X(03).
           05 r-pruef-datum  PIC 9(8).

       FD rgabgl-datei.
       01 rgabgl-rec PIC X(100).

       FD schliess-datei.
       01 datei-schliess.
           05 sl-filiale      PIC X(03).
           05 FILLER          PIC X(01).
           05 sl-art          PIC X(01).
               88 sl-ruhetag  VALUE "W".
               88 sl-zeitraum VALUE "D".
           05 FILLER          PIC X(01).
           05 sl-von          PIC 9(8).
           05 FILLER          PIC X(01).
           05 sl-bis          PIC 9(8).

       FD budget-datei.
       01 datei-budget.
           05 bu-jahr         PIC 9(4).
           05 FILLER          PIC X(01).
           05 bu-genre        PIC X(15).
           05 FILLER          PIC X(01).
           05 bu-filiale      PIC X(03).
           05 FILLER          PIC X(01).
           05 bu-betrag       PIC 9(7)V99.

       FD budber-datei.
       01 budber-rec PIC X(100).

       FD hoimport-datei.
       01 hoimport-kopf.
           05 hi-satzart  PIC X(01).
           05 hik-datum   PIC 9(8).
           05 hik-zeit    PIC 9(8).
           05 FILLER      PIC X(63).
       01 hoimport-satz.
           05 FILLER      PIC X(01).
           05 his-film-id PIC 9(6).
           05 his-name    PIC X(40).
           05 his-jahr    PIC 9(4).
           05 his-genre   PIC X(15).
           05 his-preis   PIC S9(5)V99 COMP-3.
           05 his-aktion  PIC X(01).
           05 FILLER      PIC X(9).
       01 hoimport-schluss.
           05 FILLER      PIC X(01).
           05 hit-anzahl  PIC 9(7).
           05 hit-hash    PIC S9(13)V99 COMP-3.
           05 FILLER      PIC X(64).

       FD hoirpt-datei.
       01 hoirpt-rec PIC X(140).

       FD lavis-datei.
       01 lavis-rec PIC X(120).

       FD lavrej-datei.
       01 lavrej-rec PIC X(120).

       FD lavrpt-datei.
       01 lavrpt-rec PIC X(140).

       SD sort-datei.
       01 srt-rec.
           88 m-nutzung VALUE 47.
           88 m-hofeed VALUE 48.
           88 m-anonym VALUE 49.
           88 m-kasse VALUE 50.
           88 m-verlust VALUE 51.
           88 m-verlaeng VALUE 52.
           88 m-bediener VALUE 53.
           88 m-kennwort VALUE 54.
           88 m-audit VALUE 55.
           88 m-etikett VALUE 56.
           88 m-budget VALUE 57.
           88 m-hoimport VALUE 58.
           88 m-rollforward VALUE 59.
           88 m-schliesstage VALUE 60.
           88 m-film-merge VALUE 61.
           88 m-zurueck VALUE 98.
           88 m-exit VALUE 0.

       01 ws-csv-line PIC X(120).

       01 webkat-status PIC XX.
           88 webkat-ok VALUE "00".
       01 ws-wk-zeile     PIC X(700).
       01 ws-wk-feld      PIC X(40).
       01 ws-wk-pos       PIC 9(3) VALUE ZERO.
       01 ws-wk-len       PIC 9(2) VALUE ZERO.
       01 ws-wk-anz       PIC 9(6) VALUE ZERO.
       01 ws-wk-vorm-anz  PIC 9(4) VALUE ZERO.
       01 ws-wk-serie     PIC X(40).
       01 ws-wk-ex-offen  PIC X(01) VALUE "N".
       01 ws-wk-al-offen  PIC X(01) VALUE "N".
       01 ws-wk-vm-offen  PIC X(01) VALUE "N".
       01 ws-wk-sr-offen  PIC X(01) VALUE "N".
       01 ws-wk-such-fil  PIC X(03).
       01 ws-wk-treffer   PIC 9(2) VALUE ZERO.
       01 ws-wk-idx       PIC 9(2) VALUE ZERO.
       01 ws-wk-jdx       PIC 9(2) VALUE ZERO.
       01 ws-wk-fil-anz   PIC 9(2) VALUE ZERO.
       01 ws-wk-fil-tab.
           05 ws-wk-fil-eintrag OCCURS 20 TIMES.
               10 ws-wk-fil     PIC X(03).
               10 ws-wk-frei    PIC 9(4).
               10 ws-wk-verl    PIC 9(4).
               10 ws-wk-faellig PIC 9(8).
               10 ws-wk-transit PIC 9(4).
       01 ws-wk-tmp-eintrag PIC X(23).

       01 last-id PIC 9(6) VALUE ZERO.
       01 ws-seed-max-id PIC 9(6) VALUE ZERO.
       01 delete-id PIC 9(6).
           88 sicher-ok VALUE "00".
           88 sicher-eof VALUE "10".

       01 exmunl-status PIC XX.
           88 exmunl-ok VALUE "00".
       01 ausunl-status PIC XX.
           88 ausunl-ok VALUE "00".
       01 entunl-status PIC XX.
           88 entunl-ok VALUE "00".
       01 gebunl-status PIC XX.
           88 gebunl-ok VALUE "00".
       01 vmkunl-status PIC XX.
           88 vmkunl-ok VALUE "00".
       01 journal-status PIC XX.
           88 journal-ok VALUE "00".

       01 ws-unl-count PIC 9(6) VALUE ZERO.
       01 ws-unl-hash  PIC 9(9) VALUE ZERO.

       01 ws-ctl-schausp-anz  PIC 9(6) VALUE ZERO.
       01 ws-ctl-schausp-hash PIC 9(9) VALUE ZERO.
       01 ws-ctl-nextid       PIC 9(6) VALUE ZERO.
       01 ws-ctl-exempl-anz   PIC 9(6) VALUE ZERO.
       01 ws-ctl-exempl-hash  PIC 9(9) VALUE ZERO.
       01 ws-ctl-ausleih-anz  PIC 9(6) VALUE ZERO.
       01 ws-ctl-ausleih-hash PIC 9(9) VALUE ZERO.
       01 ws-ctl-entleih-anz  PIC 9(6) VALUE ZERO.
       01 ws-ctl-entleih-hash PIC 9(9) VALUE ZERO.
       01 ws-ctl-gebuehr-anz  PIC 9(6) VALUE ZERO.
       01 ws-ctl-gebuehr-hash PIC 9(9) VALUE ZERO.
       01 ws-ctl-vormerk-anz  PIC 9(6) VALUE ZERO.
       01 ws-ctl-vormerk-hash PIC 9(9) VALUE ZERO.
       01 ws-ctl-generation   PIC 9(6) VALUE ZERO.

       01 ws-ctl-name    PIC X(10).
       01 ws-ctl-anz-x   PIC X(10).

       01 ws-film-filename    PIC X(20) VALUE "filme.dat".
       01 ws-schausp-filename PIC X(20) VALUE "schausp.dat".
       01 ws-entleiher-filename PIC X(20) VALUE "entleiher.dat".
       01 ws-gebuehr-filename   PIC X(20) VALUE "gebuehr.dat".
       01 ws-vormerk-filename   PIC X(20) VALUE "vormerk.dat".

       01 ws-jn-art      PIC X(01) VALUE "W".
       01 ws-jn-datei    PIC X(08).
       01 ws-jn-vorher   PIC X(140).
       01 ws-jn-nachher  PIC X(140).
       01 ws-jn-datum    PIC 9(8).
       01 ws-jn-zeit     PIC 9(8).

       01 ws-rf-datum-x    PIC X(08).
       01 ws-rf-zeit-x     PIC X(06).
       01 ws-rf-bis-datum  PIC 9(8) VALUE ZERO.
       01 ws-rf-bis-zeit   PIC 9(8) VALUE ZERO.
       01 ws-rf-gelesen    PIC 9(6) VALUE ZERO.
       01 ws-rf-angewandt  PIC 9(6) VALUE ZERO.
       01 ws-rf-verworfen  PIC 9(6) VALUE ZERO.
       01 ws-rf-fremd      PIC 9(6) VALUE ZERO.
       01 ws-rf-fehler     PIC 9(6) VALUE ZERO.
       01 ws-rf-max-film   PIC 9(6) VALUE ZERO.
       01 ws-rf-soll-filme   PIC S9(7) VALUE ZERO.
       01 ws-rf-soll-exempl  PIC S9(7) VALUE ZERO.
       01 ws-rf-soll-ausleih PIC S9(7) VALUE ZERO.
       01 ws-rf-soll-entleih PIC S9(7) VALUE ZERO.
       01 ws-rf-soll-gebuehr PIC S9(7) VALUE ZERO.
       01 ws-rf-soll-vormerk PIC S9(7) VALUE ZERO.
       01 ws-rf-name       PIC X(08).
       01 ws-rf-soll       PIC 9(7) VALUE ZERO.
       01 ws-rf-ist        PIC 9(7) VALUE ZERO.

       01 archiv-status PIC XX.
           88 archiv-ok VALUE "00".
       01 ws-signon-id PIC X(8).
       01 ws-signon-kw PIC X(8).
       01 ws-bed-id      PIC X(8).
       01 ws-bed-kw      PIC X(10).
       01 ws-bed-stufe-x PIC X(2).
       01 ws-bed-stat-x  PIC X(2).
       01 ws-bed-fehl-x  PIC X(3).
       01 ws-bed-abl-x   PIC X(9).

       01 ws-bn-tabelle.
           05 ws-bn-eintrag OCCURS 50 TIMES.
               10 ws-bn-t-id     PIC X(08).
               10 ws-bn-t-kw     PIC X(10).
               10 ws-bn-t-stufe  PIC X(01).
               10 ws-bn-t-spr    PIC X(01).
               10 ws-bn-t-stat   PIC X(01).
               10 ws-bn-t-fehl   PIC 9(02).
               10 ws-bn-t-ablauf PIC 9(08).
       01 ws-bn-anz      PIC 9(3) VALUE ZERO.
       01 ws-bn-idx      PIC 9(3) VALUE ZERO.
       01 ws-bn-pos      PIC 9(3) VALUE ZERO.
       01 ws-bn-such-id  PIC X(8).
       01 ws-bn-choice   PIC X(01).
       01 ws-bn-eingabe  PIC X(8).
       01 ws-bn-stat-text PIC X(11).
       01 ws-bn-kw-flag  PIC X(01) VALUE "N".
           88 bn-kennwort-ok VALUE "J".
       01 ws-bn-neu-flag PIC X(01) VALUE "N".
           88 bn-kennwort-neu VALUE "J".
       01 ws-bn-versuche PIC 9(1) VALUE ZERO.

       01 ws-kw-alt      PIC X(8).
       01 ws-kw-neu1     PIC X(8).
       01 ws-kw-neu2     PIC X(8).
       01 ws-kw-laenge   PIC 9(2) VALUE ZERO.
       01 ws-kw-gueltig-flag PIC X(01) VALUE "N".
           88 kw-gueltig VALUE "J".

       01 ws-kh-eingabe.
           05 ws-kh-id    PIC X(08).
           05 ws-kh-kw    PIC X(08).
       01 ws-kh-eingabe-tab REDEFINES ws-kh-eingabe.
           05 ws-kh-zeichen OCCURS 16 TIMES PIC X(01).
       01 ws-kh-alphabet.
           05 FILLER PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 FILLER PIC X(26) VALUE "abcdefghijklmnopqrstuvwxyz".
           05 FILLER PIC X(31)
              VALUE "0123456789!$%&/()=?*+-_.:,;<>@#".
       01 ws-kh-idx      PIC 9(2) VALUE ZERO.
       01 ws-kh-runde    PIC 9(2) VALUE ZERO.
       01 ws-kh-ord      PIC 9(3) VALUE ZERO.
       01 ws-kh-wert     PIC 9(12) VALUE ZERO.
       01 ws-kh-quot     PIC 9(12) VALUE ZERO.
       01 ws-kh-rest     PIC 9(9) VALUE ZERO.
       01 ws-kh-ergebnis PIC X(10).
       01 ws-req-stufe   PIC 9(1) VALUE 1.
       01 ws-access-flag PIC X(01) VALUE "J".
           88 access-ok VALUE "J".
           05 knb-datum  PIC 9(8).
           05 knb-lieferant PIC 9(4).
           05 knb-preis     PIC 9(5)V99.
           05 knb-menge     PIC 9(3).
           05 knb-filiale   PIC X(03).


       01 ws-msg-tabelle.
           05 ws-msg-eintrag OCCURS 200 TIMES PIC X(60).
       01 ws-msg-nr     PIC 9(3) VALUE 1.
       01 ws-msg-len    PIC 9(2) VALUE 1.
       01 ws-sprache    PIC X(01) VALUE "D".
              VALUE "153 49 - Ausleihen anonymisieren".
           05 FILLER PIC X(44)
              VALUE "154 Auswahl:".
           05 FILLER PIC X(44)
              VALUE "155 50 - Kasse und Kassenabschluss".
           05 FILLER PIC X(44)
              VALUE "156 51 - Verlust/Schaden Exemplar".
           05 FILLER PIC X(44)
              VALUE "157 52 - Ausleihe verlaengern".
           05 FILLER PIC X(44)
              VALUE "158 53 - Bedienerverwaltung".
           05 FILLER PIC X(44)
              VALUE "159 54 - Kennwort aendern".
           05 FILLER PIC X(44)
              VALUE "160 55 - Protokollauskunft/Taetigkeit".
           05 FILLER PIC X(44)
              VALUE "161 56 - Exemplar-Etiketten drucken".
           05 FILLER PIC X(44)
              VALUE "162 57 - Anschaffungsbudget".
           05 FILLER PIC X(44)
              VALUE "163 58 - Zentralkorrekturen einlesen".
           05 FILLER PIC X(44)
              VALUE "164 59 - Wiederherstellen mit Journal".
           05 FILLER PIC X(44)
              VALUE "165 60 - Schliesstage der Filialen".
           05 FILLER PIC X(44)
              VALUE "166 61 - Doppelte Filme zusammenfuehren".
       01 ws-texte-d-tab REDEFINES ws-texte-d-vorgabe.
           05 ws-txtd-eintrag OCCURS 166 TIMES PIC X(44).

       01 ws-texte-e-vorgabe.
           05 FILLER PIC X(44)
              VALUE "153 49 - Anonymize loans".
           05 FILLER PIC X(44)
              VALUE "154 Choice:".
           05 FILLER PIC X(44)
              VALUE "155 50 - Cash till and cash closing".
           05 FILLER PIC X(44)
              VALUE "156 51 - Lost/damaged copy".
           05 FILLER PIC X(44)
              VALUE "157 52 - Renew loan".
           05 FILLER PIC X(44)
              VALUE "158 53 - Operator maintenance".
           05 FILLER PIC X(44)
              VALUE "159 54 - Change password".
           05 FILLER PIC X(44)
              VALUE "160 55 - Audit inquiry/activity report".
           05 FILLER PIC X(44)
              VALUE "161 56 - Print copy labels".
           05 FILLER PIC X(44)
              VALUE "162 57 - Acquisition budget".
           05 FILLER PIC X(44)
              VALUE "163 58 - Import head office corrections".
           05 FILLER PIC X(44)
              VALUE "164 59 - Roll-forward recovery from journal".
           05 FILLER PIC X(44)
              VALUE "165 60 - Branch closing days".
           05 FILLER PIC X(44)
              VALUE "166 61 - Merge duplicate films".
       01 ws-texte-e-tab REDEFINES ws-texte-e-vorgabe.
           05 ws-txte-eintrag OCCURS 166 TIMES PIC X(44).

       01 ws-konv-anz    PIC 9(6) VALUE ZERO.
       01 ws-konv-filmalt-flag PIC X(01) VALUE "N".
       01 ws-entl-anz       PIC 9(4) VALUE ZERO.
       01 ws-entl-offen-anz PIC 9(4) VALUE ZERO.
       01 ws-loan-entleiher-id PIC 9(4) VALUE ZERO.
       01 ws-entl-haushalt  PIC 9(4) VALUE ZERO.
       01 ws-entl-vormund   PIC 9(4) VALUE ZERO.
       01 ws-entl-kat       PIC X(01) VALUE "E".

       01 ws-hh-eingabe      PIC X(4).
       01 ws-hh-eigen-id     PIC 9(4) VALUE ZERO.
       01 ws-hh-alt-haushalt PIC 9(4) VALUE ZERO.
       01 ws-hh-neu-haushalt PIC 9(4) VALUE ZERO.
       01 ws-hh-alt-vormund  PIC 9(4) VALUE ZERO.
       01 ws-hh-neu-vormund  PIC 9(4) VALUE ZERO.
       01 ws-hh-ok-flag      PIC X(01) VALUE "N".
           88 hh-eingabe-ok VALUE "J".
       01 ws-hh-geb          PIC 9(8) VALUE ZERO.
       01 ws-hh-alter        PIC 9(3) VALUE ZERO.
       01 ws-hh-minderj-flag PIC X(01) VALUE "N".
           88 hh-minderjaehrig VALUE "J".
       01 ws-hh-kind-flag    PIC X(01) VALUE "N".
           88 hh-kind VALUE "J".
       01 ws-hh-satz         PIC X(67).
       01 ws-hh-such-id      PIC 9(4) VALUE ZERO.
       01 ws-hh-p-found      PIC X(01) VALUE "N".
           88 hh-person-found VALUE "J".
       01 ws-hh-p-name       PIC X(30).
       01 ws-hh-p-telefon    PIC X(15).
       01 ws-hh-p-stat       PIC X(01).
           88 hh-p-gesperrt VALUE "X".
       01 ws-hh-p-haushalt   PIC 9(4) VALUE ZERO.
       01 ws-hh-p-geb        PIC 9(8) VALUE ZERO.
       01 ws-hh-mitgl-anz    PIC 9(2) VALUE ZERO.
       01 ws-hh-mitgl-idx    PIC 9(2) VALUE ZERO.
       01 ws-hh-mitgl-tab.
           05 ws-hh-mitgl-id OCCURS 50 TIMES PIC 9(4).
       01 ws-hh-offen-anz    PIC 9(3) VALUE ZERO.
       01 ws-hh-sperr-flag   PIC X(01) VALUE "N".
           88 hh-kopf-gesperrt VALUE "J".
       01 ws-hh-vormund-flag PIC X(01) VALUE "N".
           88 hh-an-vormund VALUE "J".
       01 ws-hh-empf-id      PIC 9(4) VALUE ZERO.
       01 ws-hh-empf-name    PIC X(30).
       01 ws-hh-empf-telefon PIC X(15).
       01 ws-hh-aend-flag    PIC X(01) VALUE "N".
           88 hh-geaendert VALUE "J".
       01 ws-hh-verweis-anz  PIC 9(4) VALUE ZERO.

       01 vormerk-status PIC XX.
           88 vormerk-ok VALUE "00".
       01 gebaus-status PIC XX.
           88 gebaus-ok VALUE "00".
           88 gebaus-eof VALUE "10".
       01 auskunft-status PIC XX.
           88 auskunft-ok VALUE "00".

       01 ws-ak-ausl-anz   PIC 9(4) VALUE ZERO.
       01 ws-ak-geb-anz    PIC 9(4) VALUE ZERO.
       01 ws-ak-vorm-anz   PIC 9(4) VALUE ZERO.
       01 ws-ak-prot-anz   PIC 9(5) VALUE ZERO.
       01 ws-ak-ausl-offen PIC 9(4) VALUE ZERO.
       01 ws-ak-geb-offen  PIC 9(4) VALUE ZERO.
       01 ws-ak-alt-name   PIC X(30).
       01 ws-ak-neu-muster PIC X(30).
       01 ws-ak-len        PIC 9(2) VALUE ZERO.
       01 ws-ak-treffer    PIC 9(4) VALUE ZERO.
       01 ws-ak-idx        PIC 9(3) VALUE ZERO.
       01 ws-ak-muster-anz PIC 9(3) VALUE ZERO.
       01 ws-ak-muster-tab.
           05 ws-ak-muster-eintrag OCCURS 300 TIMES.
               10 ws-ak-muster     PIC X(30).
               10 ws-ak-muster-len PIC 9(2).

       01 ws-geb-choice  PIC X(01).
       01 ws-geb-id      PIC 9(4).
       01 ws-geb-anz     PIC 9(4) VALUE ZERO.
       01 ws-geb-offen-summe   PIC 9(7)V99 VALUE ZERO.
       01 ws-geb-bezahlt-summe PIC 9(7)V99 VALUE ZERO.
       01 ws-geb-rest    PIC 9(5)V99.
       01 ws-geb-stat-text PIC X(12).
       01 ws-geb-art-text  PIC X(08).
       01 ws-geb-art       PIC X(01) VALUE "V".
       01 ws-geb-ersatz-summe PIC 9(7)V99 VALUE ZERO.

       01 ws-vl-choice  PIC X(01).
       01 ws-vl-loan-id PIC 9(4).
       01 ws-vl-art     PIC X(01).
       01 ws-vl-preis   PIC 9(5)V99.
       01 ws-vl-ex-id   PIC 9(4).

       01 kasse-status PIC XX.
           88 kasse-ok VALUE "00".
           88 kasse-eof VALUE "10".

       01 kassez-status PIC XX.
           88 kassez-ok VALUE "00".
           88 kassez-eof VALUE "10".

       01 kassjour-status PIC XX.
           88 kassjour-ok VALUE "00".
           88 kassjour-eof VALUE "10".

       01 kassab-status PIC XX.
           88 kassab-ok VALUE "00".
           88 kassab-eof VALUE "10".

       01 ws-ka-choice     PIC X(01).
       01 ws-ka-datum      PIC 9(8) VALUE ZERO.
       01 ws-ka-datum-x    PIC X(8).
       01 ws-ka-filiale    PIC X(03) VALUE "001".
       01 ws-ka-filiale-x  PIC X(03).
       01 ws-ka-bediener   PIC X(08).
       01 ws-ka-art        PIC X(01).
       01 ws-ka-betrag     PIC 9(5)V99.
       01 ws-ka-zaehl      PIC 9(7)V99.
       01 ws-ka-buchungen  PIC 9(4) VALUE ZERO.
       01 ws-ka-tabelle.
           05 ws-ka-eintrag OCCURS 50 TIMES.
               10 ws-ka-t-filiale  PIC X(03).
               10 ws-ka-t-bediener PIC X(08).
               10 ws-ka-t-ein      PIC 9(7)V99.
               10 ws-ka-t-aus      PIC 9(7)V99.
               10 ws-ka-t-gezaehlt PIC 9(7)V99.
               10 ws-ka-t-zfl      PIC X(01).
       01 ws-ka-anz PIC 9(2) VALUE ZERO.
       01 ws-ka-idx PIC 9(2) VALUE ZERO.
       01 ws-ka-jdx PIC 9(2) VALUE ZERO.
       01 ws-ka-tmp-eintrag PIC X(39).
       01 ws-ka-gef-flag PIC X(01) VALUE "N".
           88 ka-gefunden VALUE "J".
       01 ws-ka-soll       PIC S9(7)V99 VALUE ZERO.
       01 ws-ka-diff       PIC S9(7)V99 VALUE ZERO.
       01 ws-ka-sum-ein    PIC 9(7)V99 VALUE ZERO.
       01 ws-ka-sum-aus    PIC 9(7)V99 VALUE ZERO.
       01 ws-ka-sum-diff   PIC S9(7)V99 VALUE ZERO.
       01 ws-ka-edit       PIC -(6)9.99.
       01 ws-ka-edit2      PIC -(6)9.99.
       01 ws-ka-edit3      PIC -(6)9.99.
       01 ws-ka-edit4      PIC -(6)9.99.
       01 ws-ka-edit5      PIC -(6)9.99.

       01 erlass-status PIC XX.
           88 erlass-ok VALUE "00".
           88 erlass-eof VALUE "10".

       01 ws-erl-grund-vorgabe.
           05 FILLER PIC X(32) VALUE "RKRueckgabe Briefkasten fristg.".
           05 FILLER PIC X(32) VALUE "MAMitarbeiter".
           05 FILLER PIC X(32) VALUE "FBFehlbuchung".
           05 FILLER PIC X(32) VALUE "KUKulanz".
           05 FILLER PIC X(32) VALUE "SOSonstiges".
       01 ws-erl-grund-tabelle REDEFINES ws-erl-grund-vorgabe.
           05 ws-erl-grund-eintrag OCCURS 5 TIMES.
               10 ws-erl-grund-code PIC X(02).
               10 ws-erl-grund-name PIC X(30).
       01 ws-erl-grund-idx PIC 9(1) VALUE ZERO.
       01 ws-erl-grund     PIC X(02).
       01 ws-erl-text      PIC X(30).
       01 ws-erl-grund-flag PIC X(01) VALUE "N".
           88 erl-grund-gueltig VALUE "J".
       01 ws-erl-monat     PIC 9(6) VALUE ZERO.
       01 ws-erl-monat-x   PIC X(6).
       01 ws-erl-tabelle.
           05 ws-erl-eintrag OCCURS 100 TIMES.
               10 ws-erl-t-bediener PIC X(08).
               10 ws-erl-t-grund    PIC X(02).
               10 ws-erl-t-anz      PIC 9(4).
               10 ws-erl-t-summe    PIC 9(7)V99.
       01 ws-erl-anz PIC 9(3) VALUE ZERO.
       01 ws-erl-idx PIC 9(3) VALUE ZERO.
       01 ws-erl-jdx PIC 9(3) VALUE ZERO.
       01 ws-erl-tmp-eintrag PIC X(23).
       01 ws-erl-gef-flag PIC X(01) VALUE "N".
           88 erl-gefunden VALUE "J".
       01 ws-erl-akt-bediener PIC X(08).
       01 ws-erl-bed-anz   PIC 9(4) VALUE ZERO.
       01 ws-erl-bed-summe PIC 9(7)V99 VALUE ZERO.
       01 ws-erl-ges-anz   PIC 9(4) VALUE ZERO.
       01 ws-erl-ges-summe PIC 9(7)V99 VALUE ZERO.

       01 verlaeng-status PIC XX.
           88 verlaeng-ok VALUE "00".
           88 verlaeng-eof VALUE "10".

       01 ws-vg-loan-id  PIC 9(4).
       01 ws-vg-grund    PIC X(40).
       01 ws-vg-ok-flag  PIC X(01) VALUE "N".
           88 verlaengerung-erlaubt VALUE "J".
       01 ws-vg-geb-flag PIC X(01) VALUE "N".
           88 vg-gebuehr-offen VALUE "J".
       01 ws-vg-filiale  PIC X(03).
       01 ws-vg-bis      PIC 9(8).
       01 ws-vg-wort1    PIC X(20).
       01 ws-vg-wort2    PIC X(08).
       01 ws-vg-wort3    PIC X(08).
       01 ws-vg-parm-flag PIC X(01) VALUE "J".
           88 vg-parameter-ok VALUE "J".
       01 ws-vg-fil-flag PIC X(01) VALUE "N".
           88 vg-filiale-bekannt VALUE "J".
       01 ws-vg-anz      PIC 9(4) VALUE ZERO.
       01 ws-vg-abgelehnt PIC 9(4) VALUE ZERO.
       01 ws-vg-alt-datum PIC 9(8).

       01 taetig-status PIC XX.
           88 taetig-ok VALUE "00".
           88 taetig-eof VALUE "10".

       01 ws-au-zeile.
           05 ws-au-datum   PIC X(08).
           05 ws-au-datum-n REDEFINES ws-au-datum PIC 9(08).
           05 FILLER        PIC X(01).
           05 ws-au-zeit    PIC X(08).
           05 FILLER        PIC X(01).
           05 ws-au-op      PIC X(08).
           05 FILLER        PIC X(01).
           05 ws-au-akt     PIC X(20).
           05 FILLER        PIC X(01).
           05 ws-au-det     PIC X(50).
           05 FILLER        PIC X(02).
       01 ws-au-choice   PIC X(01).
       01 ws-au-von      PIC 9(8).
       01 ws-au-bis      PIC 9(8).
       01 ws-au-datum-x  PIC X(8).
       01 ws-au-bediener PIC X(8).
       01 ws-au-aktion   PIC X(20).
       01 ws-au-akt-len  PIC 9(2) VALUE ZERO.
       01 ws-au-film-x   PIC X(6).
       01 ws-au-tally    PIC 9(4) VALUE ZERO.
       01 ws-au-anz      PIC 9(6) VALUE ZERO.
       01 ws-au-wort1    PIC X(20).
       01 ws-au-treffer-flag PIC X(01) VALUE "N".
           88 au-treffer VALUE "J".

       01 ws-ta-tabelle.
           05 ws-ta-eintrag OCCURS 200 TIMES.
               10 ws-ta-t-bediener PIC X(08).
               10 ws-ta-t-aktion   PIC X(20).
               10 ws-ta-t-anz      PIC 9(05).
               10 ws-ta-t-fehl     PIC X(01).
       01 ws-ta-tmp-eintrag PIC X(34).
       01 ws-ta-anz      PIC 9(3) VALUE ZERO.
       01 ws-ta-idx      PIC 9(3) VALUE ZERO.
       01 ws-ta-jdx      PIC 9(3) VALUE ZERO.
       01 ws-ta-datum    PIC 9(8).
       01 ws-ta-op       PIC X(8).
       01 ws-ta-akt-bediener PIC X(8).
       01 ws-ta-bed-anz  PIC 9(5) VALUE ZERO.
       01 ws-ta-ges-anz  PIC 9(5) VALUE ZERO.
       01 ws-ta-fehl-ges PIC 9(5) VALUE ZERO.
       01 ws-ta-edit     PIC Z(4)9.
       01 ws-ta-fehl-flag PIC X(01) VALUE "N".
           88 ta-fehlanmeldung VALUE "J".
       01 ws-ta-gef-flag PIC X(01) VALUE "N".
           88 ta-gefunden VALUE "J".

       01 etikett-status PIC XX.
           88 etikett-ok VALUE "00".
       01 etikctl-status PIC XX.
           88 etikctl-ok VALUE "00".

       01 ws-et-reihe.
           05 ws-et-spalte OCCURS 3 TIMES.
               10 ws-et-zeile OCCURS 4 TIMES PIC X(36).
       01 ws-et-choice    PIC X(01).
       01 ws-et-exempl-id PIC 9(4).
       01 ws-et-regal     PIC X(10).
       01 ws-et-filiale   PIC X(03).
       01 ws-et-letzte-id PIC 9(4) VALUE ZERO.
       01 ws-et-neu-id    PIC 9(4) VALUE ZERO.
       01 ws-et-fsk       PIC 9(2) VALUE ZERO.
       01 ws-et-anz       PIC 9(5) VALUE ZERO.
       01 ws-et-spalten   PIC 9(1) VALUE ZERO.
       01 ws-et-reihen    PIC 9(2) VALUE ZERO.
       01 ws-et-zidx      PIC 9(1) VALUE ZERO.

       01 pickliste-status PIC XX.
           88 pickliste-ok VALUE "00".

       01 ws-vt-tabelle.
           05 ws-vt-eintrag OCCURS 200 TIMES.
               10 ws-vt-t-von     PIC X(03).
               10 ws-vt-t-regal   PIC X(10).
               10 ws-vt-t-ex-id   PIC 9(04).
               10 ws-vt-t-film-id PIC 9(06).
               10 ws-vt-t-format  PIC X(10).
               10 ws-vt-t-nach    PIC X(03).
               10 ws-vt-t-vm-id   PIC 9(04).
       01 ws-vt-tmp-eintrag PIC X(40).
       01 ws-vt-anz      PIC 9(3) VALUE ZERO.
       01 ws-vt-idx      PIC 9(3) VALUE ZERO.
       01 ws-vt-jdx      PIC 9(3) VALUE ZERO.
       01 ws-vt-lokal    PIC 9(4) VALUE ZERO.
       01 ws-vt-offen    PIC 9(4) VALUE ZERO.
       01 ws-vt-zurueck  PIC 9(4) VALUE ZERO.
       01 ws-vt-kand-id  PIC 9(4) VALUE ZERO.
       01 ws-vt-akt-filiale PIC X(03).
       01 ws-vt-lokal-flag PIC X(01) VALUE "N".
           88 vt-lokal-vorhanden VALUE "J".
       01 ws-vm-filiale  PIC X(03).

       01 rechnung-status PIC XX.
           88 rechnung-ok VALUE "00".
           88 rechnung-eof VALUE "10".
       01 rgabgl-status PIC XX.
           88 rgabgl-ok VALUE "00".

       01 ws-rc-choice     PIC X(01).
       01 ws-rc-lieferant  PIC 9(4) VALUE ZERO.
       01 ws-rc-nr         PIC X(12).
       01 ws-rc-datum      PIC 9(8) VALUE ZERO.
       01 ws-rc-datum-x    PIC X(8).
       01 ws-rc-pos        PIC 9(2) VALUE ZERO.
       01 ws-rc-lfd        PIC 9(6) VALUE ZERO.
       01 ws-rc-bestell    PIC 9(4) VALUE ZERO.
       01 ws-rc-best-x     PIC X(6).
       01 ws-rc-menge      PIC 9(3) VALUE ZERO.
       01 ws-rc-menge-x    PIC X(6).
       01 ws-rc-summe      PIC 9(7)V99 VALUE ZERO.
       01 ws-rc-diff       PIC 9(7)V99 VALUE ZERO.
       01 ws-rc-soll-edit  PIC Z(6)9.99.
       01 ws-rc-grund-text PIC X(20).
       01 ws-rc-frei-anz   PIC 9(4) VALUE ZERO.
       01 ws-rc-abw-anz    PIC 9(4) VALUE ZERO.
       01 ws-rc-lf-anz     PIC 9(4) VALUE ZERO.
       01 ws-rc-akt-lief   PIC 9(4) VALUE ZERO.
       01 ws-rc-ende-flag  PIC X(01) VALUE "N".
           88 rc-ende VALUE "J".
       01 ws-rc-dup-flag   PIC X(01) VALUE "N".
           88 rc-doppelt VALUE "J".
       01 ws-rc-gef-flag   PIC X(01) VALUE "N".
           88 rc-gefunden VALUE "J".

       01 ws-rz-tabelle.
           05 ws-rz-eintrag OCCURS 500 TIMES.
               10 ws-rz-bestell PIC 9(4).
               10 ws-rz-lfd     PIC 9(6).
               10 ws-rz-status  PIC X(01).
       01 ws-rz-anz PIC 9(4) VALUE ZERO.
       01 ws-rz-idx PIC 9(4) VALUE ZERO.

       01 ws-rt-tabelle.
           05 ws-rt-eintrag OCCURS 300 TIMES.
               10 ws-rt-lieferant PIC 9(4).
               10 ws-rt-nr        PIC X(12).
               10 ws-rt-datum     PIC 9(8).
               10 ws-rt-pos       PIC 9(2).
               10 ws-rt-summe     PIC 9(7)V99.
               10 ws-rt-ok        PIC X(01).
       01 ws-rt-anz PIC 9(4) VALUE ZERO.
       01 ws-rt-idx PIC 9(4) VALUE ZERO.

       01 schliess-status PIC XX.
           88 schliess-ok VALUE "00".

       01 ws-sl-choice      PIC X(01).
       01 ws-sl-geladen     PIC X(01) VALUE "N".
       01 ws-sl-anz         PIC 9(3) VALUE ZERO.
       01 ws-sl-idx         PIC 9(3) VALUE ZERO.
       01 ws-sl-pos         PIC 9(3) VALUE ZERO.
       01 ws-sl-tabelle.
           05 ws-sl-eintrag OCCURS 200 TIMES.
               10 ws-sl-t-filiale PIC X(03).
               10 ws-sl-t-art     PIC X(01).
               10 ws-sl-t-von     PIC 9(8).
               10 ws-sl-t-bis     PIC 9(8).
       01 ws-sl-filiale     PIC X(03).
       01 ws-sl-datum       PIC 9(8) VALUE ZERO.
       01 ws-sl-von-datum   PIC 9(8) VALUE ZERO.
       01 ws-sl-bis-datum   PIC 9(8) VALUE ZERO.
       01 ws-sl-wtag        PIC 9(1) VALUE ZERO.
       01 ws-sl-rest        PIC 9(7) VALUE ZERO.
       01 ws-sl-q           PIC 9(7) VALUE ZERO.
       01 ws-sl-zu-flag     PIC X(01) VALUE "N".
           88 sl-geschlossen VALUE "J".
       01 ws-sl-save-num    PIC 9(8) VALUE ZERO.
       01 ws-sl-save-tage   PIC 9(7) VALUE ZERO.
       01 ws-sl-fael-save   PIC X(8).
       01 ws-sl-schritte    PIC 9(4) VALUE ZERO.
       01 ws-sl-geschl-anz  PIC 9(4) VALUE ZERO.
       01 ws-sl-neu-filiale PIC X(03).
       01 ws-sl-neu-art     PIC X(01).
       01 ws-sl-neu-von     PIC 9(8) VALUE ZERO.
       01 ws-sl-neu-bis     PIC 9(8) VALUE ZERO.
       01 ws-sl-von-x       PIC X(8).
       01 ws-sl-bis-x       PIC X(8).
       01 ws-sl-pruef-x     PIC X(8).
       01 ws-sl-datum-flag  PIC X(01) VALUE "N".
           88 sl-datum-gueltig VALUE "J".
       01 ws-sl-fil-text    PIC X(05).

       01 ws-fm-keep-id     PIC 9(6) VALUE ZERO.
       01 ws-fm-del-id      PIC 9(6) VALUE ZERO.
       01 ws-fm-keep-name   PIC X(40).
       01 ws-fm-del-name    PIC X(40).
       01 ws-fm-keep-serie  PIC 9(4) VALUE ZERO.
       01 ws-fm-del-serie   PIC 9(4) VALUE ZERO.
       01 ws-fm-del-folge   PIC 9(2) VALUE ZERO.
       01 ws-fm-gueltig     PIC X(01) VALUE "N".
           88 fm-gueltig VALUE "J".
       01 ws-fm-fehler      PIC X(01) VALUE "N".
           88 fm-fehler VALUE "J".
       01 ws-fm-doppelt     PIC X(01) VALUE "N".
           88 fm-doppelt VALUE "J".
       01 ws-fm-anz-link    PIC 9(5) VALUE ZERO.
       01 ws-fm-anz-dlink   PIC 9(5) VALUE ZERO.
       01 ws-fm-anz-exempl  PIC 9(5) VALUE ZERO.
       01 ws-fm-anz-ausleih PIC 9(5) VALUE ZERO.
       01 ws-fm-anz-vormerk PIC 9(5) VALUE ZERO.
       01 ws-fm-anz-gebuehr PIC 9(5) VALUE ZERO.
       01 ws-fm-anz-notiz   PIC 9(5) VALUE ZERO.
       01 ws-fm-gesamt      PIC 9(5) VALUE ZERO.
       01 ws-fm-serie-flag  PIC X(01) VALUE "N".
       01 ws-fm-k-anz       PIC 9(3) VALUE ZERO.
       01 ws-fm-k-idx       PIC 9(3) VALUE ZERO.
       01 ws-fm-keep-tab.
           05 ws-fm-k-eintrag OCCURS 300 TIMES.
               10 ws-fm-k-id    PIC 9(4).
               10 ws-fm-k-rolle PIC X(01).
       01 ws-fm-dateien-werte.
           05 FILLER PIC X(12) VALUE "filme.dat".
           05 FILLER PIC X(12) VALUE "actors.dat".
           05 FILLER PIC X(12) VALUE "exempl.dat".
           05 FILLER PIC X(12) VALUE "ausleih.dat".
           05 FILLER PIC X(12) VALUE "vormerk.dat".
           05 FILLER PIC X(12) VALUE "gebuehr.dat".
           05 FILLER PIC X(12) VALUE "notizen.dat".
           05 FILLER PIC X(12) VALUE "journal.dat".
       01 ws-fm-dateien REDEFINES ws-fm-dateien-werte.
           05 ws-fm-datei OCCURS 8 TIMES PIC X(12).
       01 ws-fm-idx         PIC 9(2) VALUE ZERO.
       01 ws-fm-rest-fehler PIC 9(2) VALUE ZERO.
       01 ws-fm-befehl      PIC X(60).
       01 ws-fm-marker.
           05 ws-fm-marker-kz PIC X(20).
           05 ws-fm-marker-fl OCCURS 8 TIMES PIC X(01).
           05 FILLER          PIC X(12).

       01 katber-status PIC XX.
           88 katber-ok VALUE "00".

       01 ws-kt-akt         PIC X(01) VALUE "E".
       01 ws-kt-akt-name    PIC X(12).
       01 ws-kt-entl-id     PIC 9(4) VALUE ZERO.
       01 ws-kt-max         PIC 9(2) VALUE ZERO.
       01 ws-kt-satz        PIC 9(3)V99 VALUE ZERO.
       01 ws-kt-format      PIC X(10).
       01 ws-kt-such        PIC X(01).
       01 ws-kt-pos         PIC 9(2) VALUE ZERO.
       01 ws-kt-idx         PIC 9(2) VALUE ZERO.
       01 ws-kt-s-idx       PIC 9(2) VALUE ZERO.
       01 ws-kt-anz         PIC 9(2) VALUE ZERO.
       01 ws-kt-gefunden    PIC X(01) VALUE "N".
           88 kt-gefunden VALUE "J".
       01 ws-kt-tabelle.
           05 ws-kt-eintrag OCCURS 10 TIMES.
               10 ws-kt-t-code     PIC X(01).
               10 ws-kt-t-name     PIC X(12).
               10 ws-kt-t-max      PIC 9(2).
               10 ws-kt-t-max-fl   PIC X(01).
               10 ws-kt-t-satz     PIC 9(3)V99.
               10 ws-kt-t-satz-fl  PIC X(01).
               10 ws-kt-t-std      PIC 9(3).
               10 ws-kt-t-std-fl   PIC X(01).
               10 ws-kt-t-aktiv    PIC 9(5).
               10 ws-kt-t-gesperrt PIC 9(5).
               10 ws-kt-t-geb-anz  PIC 9(5).
               10 ws-kt-t-geb-sum  PIC 9(7)V99.
       01 ws-kt-f-anz       PIC 9(2) VALUE ZERO.
       01 ws-kt-f-idx       PIC 9(2) VALUE ZERO.
       01 ws-kt-format-tabelle.
           05 ws-kt-f-eintrag OCCURS 40 TIMES.
               10 ws-kt-f-code   PIC X(01).
               10 ws-kt-f-format PIC X(10).
               10 ws-kt-f-tage   PIC 9(3).
       01 ws-kt-vorgabe.
           05 FILLER PIC X(13) VALUE "EERWACHSENE".
           05 FILLER PIC X(13) VALUE "KKINDER".
           05 FILLER PIC X(13) VALUE "SSTUDENTEN".
           05 FILLER PIC X(13) VALUE "RSENIOREN".
           05 FILLER PIC X(13) VALUE "MPERSONAL".
       01 ws-kt-vorgabe-tab REDEFINES ws-kt-vorgabe.
           05 ws-kt-vorgabe-eintrag OCCURS 5 TIMES.
               10 ws-kt-v-code PIC X(01).
               10 ws-kt-v-name PIC X(12).
       01 ws-kt-eingabe     PIC X(01).
       01 ws-kt-alt         PIC X(01).
       01 ws-kt-ok-flag     PIC X(01) VALUE "N".
           88 kt-eingabe-ok VALUE "J".
       01 ws-kt-ent-tabelle.
           05 ws-kt-ent-kat OCCURS 9999 TIMES PIC X(01).
       01 ws-kt-rest        PIC 9(5)V99 VALUE ZERO.
       01 ws-kt-ohne-anz    PIC 9(5) VALUE ZERO.
       01 ws-kt-ohne-sum    PIC 9(7)V99 VALUE ZERO.
       01 ws-kt-ges-aktiv   PIC 9(5) VALUE ZERO.
       01 ws-kt-ges-gesp    PIC 9(5) VALUE ZERO.
       01 ws-kt-ges-geb-anz PIC 9(5) VALUE ZERO.
       01 ws-kt-ges-geb-sum PIC 9(7)V99 VALUE ZERO.
       01 ws-kt-sum-edit    PIC Z(6)9.99.
       01 ws-kt-satz-edit   PIC ZZ9.99.

       01 budget-status PIC XX.
           88 budget-ok VALUE "00".
           88 budget-eof VALUE "10".
       01 budber-status PIC XX.
           88 budber-ok VALUE "00".

       01 ws-bu-choice     PIC X(01).
       01 ws-bu-jahr       PIC 9(4) VALUE ZERO.
       01 ws-bu-jahr-x     PIC X(8).
       01 ws-bu-genre      PIC X(15).
       01 ws-bu-filiale    PIC X(03).
       01 ws-bu-anz        PIC 9(3) VALUE ZERO.
       01 ws-bu-idx        PIC 9(3) VALUE ZERO.
       01 ws-bu-pos        PIC 9(3) VALUE ZERO.
       01 ws-bu-pos-gesamt  PIC 9(3) VALUE ZERO.
       01 ws-bu-pos-filiale PIC 9(3) VALUE ZERO.
       01 ws-bu-neu        PIC 9(7)V99 VALUE ZERO.
       01 ws-bu-wert       PIC 9(7)V99 VALUE ZERO.
       01 ws-bu-verbraucht PIC 9(7)V99 VALUE ZERO.
       01 ws-bu-verbr-gesamt  PIC 9(7)V99 VALUE ZERO.
       01 ws-bu-verbr-filiale PIC 9(7)V99 VALUE ZERO.
       01 ws-bu-rest       PIC S9(8)V99 VALUE ZERO.
       01 ws-bu-rest-edit  PIC -(7)9.99.
       01 ws-bu-best-id    PIC 9(4) VALUE ZERO.
       01 ws-bu-bestell-satz PIC X(120).
       01 ws-bu-frei-flag  PIC X(01) VALUE "J".
           88 bu-frei VALUE "J".

       01 ws-bu-tabelle.
           05 ws-bu-eintrag OCCURS 100 TIMES.
               10 ws-bu-t-jahr    PIC 9(4).
               10 ws-bu-t-genre   PIC X(15).
               10 ws-bu-t-filiale PIC X(03).
               10 ws-bu-t-betrag  PIC 9(7)V99.

       01 ws-bb-tabelle.
           05 ws-bb-eintrag OCCURS 150 TIMES.
               10 ws-bb-genre      PIC X(15).
               10 ws-bb-filiale    PIC X(03).
               10 ws-bb-budget     PIC 9(7)V99.
               10 ws-bb-gebunden   PIC 9(7)V99.
               10 ws-bb-ausgegeben PIC 9(7)V99.
               10 ws-bb-hat-budget PIC X(01).
       01 ws-bb-tmp-eintrag PIC X(46).
       01 ws-bb-anz  PIC 9(3) VALUE ZERO.
       01 ws-bb-idx  PIC 9(3) VALUE ZERO.
       01 ws-bb-jdx  PIC 9(3) VALUE ZERO.
       01 ws-bb-pos  PIC 9(3) VALUE ZERO.
       01 ws-bb-sum-budget     PIC 9(7)V99 VALUE ZERO.
       01 ws-bb-sum-gebunden   PIC 9(7)V99 VALUE ZERO.
       01 ws-bb-sum-ausgegeben PIC 9(7)V99 VALUE ZERO.
       01 ws-bb-zeile-genre      PIC X(15).
       01 ws-bb-zeile-filiale    PIC X(03).
       01 ws-bb-zeile-budget     PIC 9(7)V99.
       01 ws-bb-zeile-gebunden   PIC 9(7)V99.
       01 ws-bb-zeile-ausgegeben PIC 9(7)V99.

       01 hoimport-status PIC XX.
           88 hoimport-ok VALUE "00".
           88 hoimport-eof VALUE "10".
       01 hoirpt-status PIC XX.
           88 hoirpt-ok VALUE "00".

       01 ws-hi-anz        PIC 9(7) VALUE ZERO.
       01 ws-hi-hash       PIC S9(13)V99 VALUE ZERO.
       01 ws-hi-soll-anz   PIC 9(7) VALUE ZERO.
       01 ws-hi-soll-hash  PIC S9(13)V99 VALUE ZERO.
       01 ws-hi-datum      PIC 9(8) VALUE ZERO.
       01 ws-hi-geaendert  PIC 9(5) VALUE ZERO.
       01 ws-hi-gleich     PIC 9(5) VALUE ZERO.
       01 ws-hi-ausnahmen  PIC 9(5) VALUE ZERO.
       01 ws-hi-fehler     PIC X(40).
       01 ws-hi-op-alt     PIC X(8).
       01 ws-hi-kopf-flag  PIC X(01) VALUE "N".
           88 hi-kopf-da VALUE "J".
       01 ws-hi-schluss-flag PIC X(01) VALUE "N".
           88 hi-schluss-da VALUE "J".

       01 lavis-status PIC XX.
           88 lavis-ok VALUE "00".
           88 lavis-eof VALUE "10".
       01 lavrej-status PIC XX.
           88 lavrej-ok VALUE "00".
       01 lavrpt-status PIC XX.
           88 lavrpt-ok VALUE "00".

       01 ws-la-lief-x   PIC X(6).
       01 ws-la-ref-x    PIC X(6).
       01 ws-la-titel    PIC X(40).
       01 ws-la-menge-x  PIC X(6).
       01 ws-la-format   PIC X(10).
       01 ws-la-preis-x  PIC X(9).
       01 ws-la-filiale  PIC X(3).
       01 ws-la-num-x    PIC X(6).
       01 ws-la-num-tmp  PIC X(6).
       01 ws-la-lief     PIC 9(4) VALUE ZERO.
       01 ws-la-ref      PIC 9(4) VALUE ZERO.
       01 ws-la-menge    PIC 9(3) VALUE ZERO.
       01 ws-la-film-id  PIC 9(6) VALUE ZERO.
       01 ws-la-zeile    PIC 9(5) VALUE ZERO.
       01 ws-la-ok-anz   PIC 9(5) VALUE ZERO.
       01 ws-la-rej-anz  PIC 9(5) VALUE ZERO.
       01 ws-la-ex-anz   PIC 9(5) VALUE ZERO.
       01 ws-la-ex-idx   PIC 9(3) VALUE ZERO.
       01 ws-best-menge  PIC 9(3) VALUE 1.
       01 ws-best-menge-x PIC X(3).
       01 ws-best-filiale PIC X(03).
       01 ws-dup-film-id PIC 9(6) VALUE ZERO.

       01 mahnbrief-status PIC XX.
           88 mahnbrief-ok VALUE "00".
       01 ws-rg-wort1       PIC X(12).
       01 ws-rg-wort2       PIC X(12).
       01 ws-rg-wort3       PIC X(12).
       01 ws-rg-wort4       PIC X(12).
       01 ws-rg-anonym-jahre PIC 9(2) VALUE 2.
       01 ws-rg-max-verlaeng PIC 9(2) VALUE 2.
       01 ws-rg-kw-tage      PIC 9(3) VALUE 90.
       01 ws-rg-max-fehl     PIC 9(2) VALUE 5.
       01 ws-rg-etik-reihen  PIC 9(2) VALUE 8.
       01 ws-rg-rech-toleranz PIC 9(5)V99 VALUE 1.00.
       01 ws-rg-max-haushalt PIC 9(2) VALUE 10.
       01 ws-rg-volljaehrig  PIC 9(2) VALUE 18.
       01 ws-rg-hh-sperre    PIC X(01) VALUE "N".
           88 rg-hh-sperre VALUE "J".

       01 ws-fael-d.
           05 ws-fael-jahr  PIC 9(4).
               10 ws-sp-cmd  PIC X(20).
               10 ws-sp-freq PIC X(01).
               10 ws-sp-tag  PIC 9(1).
               10 ws-sp-bed-schritt PIC X(20).
               10 ws-sp-bed-grenze  PIC 9(2).
       01 ws-sp-anz  PIC 9(2) VALUE ZERO.
       01 ws-sp-idx  PIC 9(2) VALUE ZERO.
       01 ws-sp-wtag PIC 9(1) VALUE ZERO.
           05 FILLER PIC X(24) VALUE "DELTA T".
           05 FILLER PIC X(24) VALUE "BEWERTUNG M".
           05 FILLER PIC X(24) VALUE "PRUEFUNG M".
           05 FILLER PIC X(24) VALUE "ERLASSBERICHT M".
           05 FILLER PIC X(24) VALUE "TAETIGKEIT T".
           05 FILLER PIC X(24) VALUE "VORMERKTRANSFER T".
           05 FILLER PIC X(24) VALUE "BUDGETBERICHT M".
           05 FILLER PIC X(24) VALUE "VERFUEGBARKEIT T".
       01 ws-stapelpl-vorgabe-tab REDEFINES ws-stapelpl-vorgabe.
           05 ws-sp-vorgabe-eintrag OCCURS 8 TIMES PIC X(24).
       01 ws-sp-seed-idx PIC 9(2) VALUE ZERO.

       01 stapelck-status PIC XX.
           05 ws-ck-eintrag OCCURS 20 TIMES.
               10 ws-ck-cmd      PIC X(20).
               10 ws-ck-benutzt  PIC X(01).
               10 ws-ck-rc       PIC 9(2).
       01 ws-ck-anz PIC 9(2) VALUE ZERO.
       01 ws-ck-idx PIC 9(2) VALUE ZERO.
       01 ws-ck-erledigt-flag PIC X(01) VALUE "N".
       01 ws-ck-filename PIC X(20) VALUE "stapelck.dat".
       01 ws-delta-ctl-offen PIC X(01) VALUE "N".

       01 ws-batch-rc      PIC 9(2) VALUE ZERO.
       01 ws-stapel-max-rc PIC 9(2) VALUE ZERO.
       01 ws-se-tabelle.
           05 ws-se-eintrag OCCURS 40 TIMES.
               10 ws-se-cmd PIC X(20).
               10 ws-se-art PIC X(01).
               10 ws-se-rc  PIC 9(2).
       01 ws-se-anz     PIC 9(2) VALUE ZERO.
       01 ws-se-idx     PIC 9(2) VALUE ZERO.
       01 ws-se-treffer PIC 9(2) VALUE ZERO.
       01 ws-se-neu-art PIC X(01).
       01 ws-sb-zeile   PIC X(80).
       01 ws-sb-pos     PIC 9(3) VALUE ZERO.
       01 ws-sb-wort1   PIC X(20).
       01 ws-sb-wort2   PIC X(06).
       01 ws-sb-wort3   PIC X(06).
       01 ws-sb-schritt PIC X(20).
       01 ws-sb-grenze  PIC 9(2) VALUE ZERO.
       01 ws-sb-grenze-x PIC X(02).
       01 ws-sb-meld-anz PIC 9(2) VALUE ZERO.
       01 ws-sb-meld-idx PIC 9(2) VALUE ZERO.
       01 ws-sb-meldungen.
           05 ws-sb-meldung OCCURS 20 TIMES PIC X(80).
       01 ws-sb-cmd-schritt  PIC X(20).
       01 ws-sb-cmd-grenze   PIC 9(2) VALUE ZERO.
       01 ws-sb-plan-schritt PIC X(20).
       01 ws-sb-plan-grenze  PIC 9(2) VALUE ZERO.
       01 ws-sb-erfuellt-flag PIC X(01) VALUE "J".
           88 bedingung-erfuellt VALUE "J".
       01 ws-sb-grund   PIC X(40).

       01 statist-status PIC XX.
           88 statist-ok VALUE "00".
           88 statist-eof VALUE "10".
           05 FILLER PIC X(20) VALUE "MAXAUSLEIH 05".
           05 FILLER PIC X(20) VALUE "GEBUEHR 0.50".
           05 FILLER PIC X(20) VALUE "ANONYMJAHRE 02".
           05 FILLER PIC X(20) VALUE "MAXVERLAENG 02".
           05 FILLER PIC X(20) VALUE "KWTAGE 090".
           05 FILLER PIC X(20) VALUE "MAXFEHLANM 05".
           05 FILLER PIC X(20) VALUE "ETIKREIHEN 08".
           05 FILLER PIC X(20) VALUE "RGTOLERANZ 1.00".
           05 FILLER PIC X(20) VALUE "HAUSHALTMAX 10".
           05 FILLER PIC X(20) VALUE "VOLLJAEHRIG 18".
           05 FILLER PIC X(20) VALUE "HHSPERRE N".
           05 FILLER PIC X(20) VALUE "KAT E ERWACHSENE".
           05 FILLER PIC X(20) VALUE "KAT K KINDER".
           05 FILLER PIC X(20) VALUE "KAT S STUDENTEN".
           05 FILLER PIC X(20) VALUE "KAT R SENIOREN".
           05 FILLER PIC X(20) VALUE "KAT M PERSONAL".
           05 FILLER PIC X(20) VALUE "KATMAX K 03".
           05 FILLER PIC X(20) VALUE "KATGEBUEHR K 0.25".
       01 ws-regeln-vorgabe-tab REDEFINES ws-regeln-vorgabe.
           05 ws-rg-vorgabe-eintrag OCCURS 22 TIMES PIC X(20).
       01 ws-rg-seed-idx PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
               END-PERFORM
           END-IF

           IF batch-mode
               MOVE ws-stapel-max-rc TO RETURN-CODE
           END-IF
           STOP RUN.

       check-batch-mode.

       load-messages-d.
           PERFORM VARYING ws-seed-idx FROM 1 BY 1
               UNTIL ws-seed-idx > 166
               MOVE ws-txtd-eintrag(ws-seed-idx) TO ws-sprach-rec
               PERFORM store-message
           END-PERFORM

       load-messages-e.
           PERFORM VARYING ws-seed-idx FROM 1 BY 1
               UNTIL ws-seed-idx > 166
               MOVE ws-txte-eintrag(ws-seed-idx) TO ws-sprach-rec
               PERFORM store-message
           END-PERFORM
       store-message.
           IF ws-sprach-rec(1:3) NUMERIC
               MOVE ws-sprach-rec(1:3) TO ws-sprach-idx
               IF ws-sprach-idx >= 1 AND ws-sprach-idx <= 200
                   MOVE ws-sprach-rec(5:60)
                       TO ws-msg-eintrag(ws-sprach-idx)
               END-IF
           OPEN OUTPUT sprd-datei
           IF sprd-ok
               PERFORM VARYING ws-seed-idx FROM 1 BY 1
                   UNTIL ws-seed-idx > 166
                   MOVE ws-txtd-eintrag(ws-seed-idx) TO sprd-rec
                   WRITE sprd-rec
               END-PERFORM
           OPEN OUTPUT spre-datei
           IF spre-ok
               PERFORM VARYING ws-seed-idx FROM 1 BY 1
                   UNTIL ws-seed-idx > 166
                   MOVE ws-txte-eintrag(ws-seed-idx) TO spre-rec
                   WRITE spre-rec
               END-PERFORM

       operator-sign-on.
           PERFORM ensure-bediener-datei
           PERFORM load-regeln

           MOVE "N" TO ws-op-signed
           MOVE ZERO TO ws-op-versuche
               ACCEPT ws-signon-kw

               PERFORM find-operator
               IF op-found
                   PERFORM pruefe-kennwort-ablauf
               END-IF
               IF op-found
                   MOVE "J" TO ws-op-signed
                   MOVE ws-signon-id TO ws-op-id
       ensure-bediener-datei.
           OPEN INPUT bediener-datei
           IF bediener-status = "35"
               MOVE 1 TO ws-bn-anz
               MOVE "ADMIN" TO ws-bn-t-id(1)
               MOVE "ADMIN" TO ws-kh-id
               MOVE "ADMIN" TO ws-kh-kw
               PERFORM berechne-kennwort-hash
               MOVE ws-kh-ergebnis TO ws-bn-t-kw(1)
               MOVE "3" TO ws-bn-t-stufe(1)
               MOVE "-" TO ws-bn-t-spr(1)
               MOVE "A" TO ws-bn-t-stat(1)
               MOVE ZERO TO ws-bn-t-fehl(1)
               MOVE ZERO TO ws-bn-t-ablauf(1)
               PERFORM schreibe-bediener-tabelle
               IF bediener-ok
                   DISPLAY "Bedienerdatei angelegt "
                           "(ADMIN/ADMIN, Stufe 3)."
               END-IF
       find-operator.
           MOVE "N" TO ws-op-found
           MOVE ZERO TO ws-op-stufe
           MOVE SPACES TO ws-bed-spr-x
           PERFORM lade-bediener-tabelle
           MOVE ws-signon-id TO ws-bn-such-id
           PERFORM suche-bediener

           IF ws-bn-pos = ZERO
               MOVE "ANMELDUNG FEHLER" TO ws-audit-action
               MOVE ws-signon-id TO ws-audit-detail
               PERFORM write-audit-entry
           ELSE
               EVALUATE ws-bn-t-stat(ws-bn-pos)
                   WHEN "D"
                       DISPLAY "Bediener " ws-signon-id
                               " ist deaktiviert."
                       MOVE "ANMELDUNG DEAKTIV." TO ws-audit-action
                       MOVE ws-signon-id TO ws-audit-detail
                       PERFORM write-audit-entry
                   WHEN "X"
                       DISPLAY "Bediener " ws-signon-id
                               " ist gesperrt, bitte Verwalter "
                               "verstaendigen."
                       MOVE "ANMELDUNG GESPERRT" TO ws-audit-action
                       MOVE ws-signon-id TO ws-audit-detail
                       PERFORM write-audit-entry
                   WHEN OTHER
                       MOVE ws-signon-kw TO ws-kw-alt
                       PERFORM pruefe-kennwort
                       IF bn-kennwort-ok AND
                          ws-bn-t-stufe(ws-bn-pos) NUMERIC
                           MOVE "J" TO ws-op-found
                           MOVE ws-bn-t-stufe(ws-bn-pos)
                               TO ws-op-stufe
                           MOVE ws-bn-t-spr(ws-bn-pos)
                               TO ws-bed-spr-x
                           IF ws-bn-t-fehl(ws-bn-pos) > ZERO
                               MOVE ZERO TO ws-bn-t-fehl(ws-bn-pos)
                               PERFORM schreibe-bediener-tabelle
                           END-IF
                       ELSE
                           PERFORM buche-fehlanmeldung
                       END-IF
               END-EVALUATE
           END-IF.

       buche-fehlanmeldung.
           ADD 1 TO ws-bn-t-fehl(ws-bn-pos)
           MOVE "ANMELDUNG FEHLER" TO ws-audit-action
           MOVE SPACES TO ws-audit-detail
           STRING ws-signon-id            DELIMITED BY SPACE
                  " Fehlversuch "         DELIMITED BY SIZE
                  ws-bn-t-fehl(ws-bn-pos) DELIMITED BY SIZE
                  INTO ws-audit-detail
           END-STRING
           PERFORM write-audit-entry
           IF ws-bn-t-fehl(ws-bn-pos) >= ws-rg-max-fehl
               MOVE "X" TO ws-bn-t-stat(ws-bn-pos)
               DISPLAY "Bediener " ws-signon-id
                       " nach " ws-bn-t-fehl(ws-bn-pos)
                       " Fehlversuchen gesperrt."
               MOVE "BEDIENER GESPERRT" TO ws-audit-action
               MOVE ws-signon-id TO ws-audit-detail
               PERFORM write-audit-entry
           END-IF
           PERFORM schreibe-bediener-tabelle.

       lade-bediener-tabelle.
           MOVE ZERO TO ws-bn-anz
           OPEN INPUT bediener-datei
           IF bediener-ok
               PERFORM UNTIL NOT bediener-ok
                   READ bediener-datei
                   IF bediener-ok AND bediener-rec NOT = SPACES
                      AND ws-bn-anz < 50
                       PERFORM zerlege-bediener-zeile
                   END-IF
               END-PERFORM
               CLOSE bediener-datei
           END-IF.

       zerlege-bediener-zeile.
           MOVE SPACES TO ws-bed-id
           MOVE SPACES TO ws-bed-kw
           MOVE SPACES TO ws-bed-stufe-x
           MOVE SPACES TO ws-bed-spr-x
           MOVE SPACES TO ws-bed-stat-x
           MOVE SPACES TO ws-bed-fehl-x
           MOVE SPACES TO ws-bed-abl-x
           UNSTRING bediener-rec DELIMITED BY ALL " "
               INTO ws-bed-id
                    ws-bed-kw
                    ws-bed-stufe-x
                    ws-bed-spr-x
                    ws-bed-stat-x
                    ws-bed-fehl-x
                    ws-bed-abl-x

           ADD 1 TO ws-bn-anz
           MOVE ws-bed-id         TO ws-bn-t-id(ws-bn-anz)
           MOVE ws-bed-kw         TO ws-bn-t-kw(ws-bn-anz)
           MOVE ws-bed-stufe-x(1:1) TO ws-bn-t-stufe(ws-bn-anz)
           MOVE ws-bed-spr-x(1:1) TO ws-bn-t-spr(ws-bn-anz)
           IF ws-bn-t-spr(ws-bn-anz) = SPACE
               MOVE "-" TO ws-bn-t-spr(ws-bn-anz)
           END-IF
           MOVE ws-bed-stat-x(1:1) TO ws-bn-t-stat(ws-bn-anz)
           IF ws-bn-t-stat(ws-bn-anz) = SPACE
               MOVE "A" TO ws-bn-t-stat(ws-bn-anz)
           END-IF
           IF ws-bed-fehl-x(1:2) NUMERIC
               MOVE ws-bed-fehl-x(1:2) TO ws-bn-t-fehl(ws-bn-anz)
           ELSE
               MOVE ZERO TO ws-bn-t-fehl(ws-bn-anz)
           END-IF
           IF ws-bed-abl-x(1:8) NUMERIC
               MOVE ws-bed-abl-x(1:8) TO ws-bn-t-ablauf(ws-bn-anz)
           ELSE
               MOVE ZERO TO ws-bn-t-ablauf(ws-bn-anz)
           END-IF.

       schreibe-bediener-tabelle.
           OPEN OUTPUT bediener-datei
           IF bediener-ok
               PERFORM VARYING ws-bn-idx FROM 1 BY 1
                   UNTIL ws-bn-idx > ws-bn-anz
                   MOVE SPACES TO bediener-rec
                   STRING ws-bn-t-id(ws-bn-idx)     DELIMITED BY SIZE
                          " "                       DELIMITED BY SIZE
                          ws-bn-t-kw(ws-bn-idx)     DELIMITED BY SIZE
                          " "                       DELIMITED BY SIZE
                          ws-bn-t-stufe(ws-bn-idx)  DELIMITED BY SIZE
                          " "                       DELIMITED BY SIZE
                          ws-bn-t-spr(ws-bn-idx)    DELIMITED BY SIZE
                          " "                       DELIMITED BY SIZE
                          ws-bn-t-stat(ws-bn-idx)   DELIMITED BY SIZE
                          " "                       DELIMITED BY SIZE
                          ws-bn-t-fehl(ws-bn-idx)   DELIMITED BY SIZE
                          " "                       DELIMITED BY SIZE
                          ws-bn-t-ablauf(ws-bn-idx) DELIMITED BY SIZE
                          INTO bediener-rec
                   END-STRING
                   WRITE bediener-rec
               END-PERFORM
               CLOSE bediener-datei
           ELSE
               DISPLAY "Fehler beim Schreiben von bediener.dat!"
           END-IF.

       suche-bediener.
           MOVE ZERO TO ws-bn-pos
           PERFORM VARYING ws-bn-idx FROM 1 BY 1
               UNTIL ws-bn-idx > ws-bn-anz OR ws-bn-pos > ZERO
               IF ws-bn-t-id(ws-bn-idx) = ws-bn-such-id
                   MOVE ws-bn-idx TO ws-bn-pos
               END-IF
           END-PERFORM.

       pruefe-kennwort.
           MOVE "N" TO ws-bn-kw-flag
           IF ws-bn-t-kw(ws-bn-pos)(1:1) = "#"
               MOVE ws-bn-t-id(ws-bn-pos) TO ws-kh-id
               MOVE ws-kw-alt TO ws-kh-kw
               PERFORM berechne-kennwort-hash
               IF ws-kh-ergebnis = ws-bn-t-kw(ws-bn-pos)
                   MOVE "J" TO ws-bn-kw-flag
               END-IF
           ELSE
               IF ws-bn-t-kw(ws-bn-pos)(1:8) = ws-kw-alt AND
                  ws-bn-t-kw(ws-bn-pos)(9:2) = SPACES
                   MOVE "J" TO ws-bn-kw-flag
               END-IF
           END-IF.

       berechne-kennwort-hash.
           MOVE 7919 TO ws-kh-wert
           PERFORM VARYING ws-kh-runde FROM 1 BY 1
               UNTIL ws-kh-runde > 2
               PERFORM VARYING ws-kh-idx FROM 1 BY 1
                   UNTIL ws-kh-idx > 16
                   MOVE ZERO TO ws-kh-ord
                   INSPECT ws-kh-alphabet TALLYING ws-kh-ord
                       FOR CHARACTERS
                       BEFORE INITIAL ws-kh-zeichen(ws-kh-idx)
                   COMPUTE ws-kh-wert = ws-kh-wert * 131
                                      + ws-kh-ord + ws-kh-idx
                   DIVIDE ws-kh-wert BY 999999937
                       GIVING ws-kh-quot REMAINDER ws-kh-rest
                   MOVE ws-kh-rest TO ws-kh-wert
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO ws-kh-ergebnis
           STRING "#"        DELIMITED BY SIZE
                  ws-kh-rest DELIMITED BY SIZE
                  INTO ws-kh-ergebnis
           END-STRING.

       pruefe-kennwort-ablauf.
           ACCEPT ws-today FROM DATE YYYYMMDD
           IF ws-bn-t-kw(ws-bn-pos)(1:1) NOT = "#" OR
              ws-bn-t-ablauf(ws-bn-pos) = ZERO OR
              ws-bn-t-ablauf(ws-bn-pos) < ws-today
               DISPLAY "Kennwort abgelaufen oder vorlaeufig, "
                       "bitte neues Kennwort vergeben."
               MOVE ws-signon-kw TO ws-kw-alt
               MOVE "N" TO ws-bn-neu-flag
               MOVE ZERO TO ws-bn-versuche
               PERFORM UNTIL bn-kennwort-neu OR ws-bn-versuche >= 3
                   ADD 1 TO ws-bn-versuche
                   PERFORM setze-neues-kennwort
               END-PERFORM
               IF NOT bn-kennwort-neu
                   DISPLAY "Anmeldung ohne neues Kennwort nicht "
                           "moeglich."
                   MOVE "N" TO ws-op-found
                   MOVE ZERO TO ws-op-stufe
               END-IF
           END-IF.

       aendere-eigenes-kennwort.
           PERFORM lade-bediener-tabelle
           MOVE ws-op-id TO ws-bn-such-id
           PERFORM suche-bediener
           IF ws-bn-pos = ZERO
               DISPLAY "Bediener " ws-op-id " nicht gefunden!"
           ELSE
               DISPLAY "Bisheriges Kennwort: " WITH NO ADVANCING
               ACCEPT ws-kw-alt
               PERFORM pruefe-kennwort
               IF NOT bn-kennwort-ok
                   DISPLAY "Kennwort falsch, keine Aenderung."
                   MOVE "KENNWORT FEHLER" TO ws-audit-action
                   MOVE ws-op-id TO ws-audit-detail
                   PERFORM write-audit-entry
               ELSE
                   MOVE "N" TO ws-bn-neu-flag
                   PERFORM setze-neues-kennwort
               END-IF
           END-IF.

       setze-neues-kennwort.
           DISPLAY "Neues Kennwort (4-8 Zeichen): "
               WITH NO ADVANCING
           ACCEPT ws-kw-neu1
           DISPLAY "Neues Kennwort wiederholen: " WITH NO ADVANCING
           ACCEPT ws-kw-neu2
           PERFORM pruefe-kennwort-regeln

           EVALUATE TRUE
               WHEN NOT kw-gueltig
                   DISPLAY "Kennwort muss 4-8 Zeichen ohne "
                           "Leerzeichen haben."
               WHEN ws-kw-neu1 NOT = ws-kw-neu2
                   DISPLAY "Eingaben stimmen nicht ueberein."
               WHEN ws-kw-neu1 = ws-kw-alt
                   DISPLAY "Neues Kennwort muss sich vom alten "
                           "unterscheiden."
               WHEN OTHER
                   MOVE ws-bn-t-id(ws-bn-pos) TO ws-kh-id
                   MOVE ws-kw-neu1 TO ws-kh-kw
                   PERFORM berechne-kennwort-hash
                   MOVE ws-kh-ergebnis TO ws-bn-t-kw(ws-bn-pos)
                   MOVE ZERO TO ws-bn-t-fehl(ws-bn-pos)
                   ACCEPT ws-today FROM DATE YYYYMMDD
                   MOVE ws-today TO ws-fael-d
                   PERFORM increment-faellig-datum
                       ws-rg-kw-tage TIMES
                   MOVE ws-fael-d TO ws-bn-t-ablauf(ws-bn-pos)
                   PERFORM schreibe-bediener-tabelle
                   IF bediener-ok
                       MOVE "J" TO ws-bn-neu-flag
                       DISPLAY "Kennwort geaendert, gueltig bis "
                               ws-bn-t-ablauf(ws-bn-pos) "."
                       MOVE "KENNWORT GEAENDERT" TO ws-audit-action
                       MOVE ws-bn-t-id(ws-bn-pos) TO ws-audit-detail
                       PERFORM write-audit-entry
                   END-IF
           END-EVALUATE.

       pruefe-kennwort-regeln.
           MOVE "N" TO ws-kw-gueltig-flag
           MOVE ZERO TO ws-kw-laenge
           INSPECT ws-kw-neu1 TALLYING ws-kw-laenge
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF ws-kw-laenge >= 4
               MOVE "J" TO ws-kw-gueltig-flag
               IF ws-kw-laenge < 8
                   IF ws-kw-neu1(ws-kw-laenge + 1:) NOT = SPACES
                       MOVE "N" TO ws-kw-gueltig-flag
                   END-IF
               END-IF
           END-IF.

       bediener-menu.
           DISPLAY "Anlegen (1), Aendern (2), Sperren/Entsperren "
                   "(3), Kennwort zuruecksetzen (4), Liste (5)? "
                   WITH NO ADVANCING
           ACCEPT ws-bn-choice

           EVALUATE ws-bn-choice
               WHEN "1"
                   PERFORM lege-bediener-an
               WHEN "2"
                   PERFORM aendere-bediener
               WHEN "3"
                   PERFORM sperre-bediener
               WHEN "4"
                   PERFORM setze-kennwort-zurueck
               WHEN "5"
                   PERFORM liste-bediener
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.

       frage-bediener-id.
           MOVE ZERO TO ws-bn-pos
           DISPLAY "Bediener-ID: " WITH NO ADVANCING
           ACCEPT ws-bn-such-id
           PERFORM lade-bediener-tabelle
           IF ws-bn-such-id NOT = SPACES
               PERFORM suche-bediener
           END-IF.

       lege-bediener-an.
           PERFORM frage-bediener-id
           PERFORM pruefe-bediener-id
           EVALUATE TRUE
               WHEN NOT kw-gueltig
                   DISPLAY ws-msg-eintrag(38)
               WHEN ws-bn-pos > ZERO
                   DISPLAY "Bediener " ws-bn-such-id
                           " ist bereits vorhanden!"
               WHEN ws-bn-anz >= 50
                   DISPLAY "Bedienertabelle ist voll (50)!"
               WHEN OTHER
                   ADD 1 TO ws-bn-anz
                   MOVE ws-bn-anz TO ws-bn-pos
                   MOVE ws-bn-such-id TO ws-bn-t-id(ws-bn-pos)
                   MOVE "1" TO ws-bn-t-stufe(ws-bn-pos)
                   MOVE "-" TO ws-bn-t-spr(ws-bn-pos)
                   MOVE "A" TO ws-bn-t-stat(ws-bn-pos)
                   MOVE ZERO TO ws-bn-t-fehl(ws-bn-pos)
                   MOVE ZERO TO ws-bn-t-ablauf(ws-bn-pos)
                   PERFORM frage-bediener-stufe
                   PERFORM frage-bediener-sprache
                   PERFORM frage-startkennwort
                   IF kw-gueltig
                       PERFORM schreibe-bediener-tabelle
                       IF bediener-ok
                           DISPLAY "Bediener " ws-bn-such-id
                                   " angelegt (Stufe "
                                   ws-bn-t-stufe(ws-bn-pos) ")."
                           MOVE "BEDIENER ANGELEGT"
                               TO ws-audit-action
                           PERFORM schreibe-bediener-audit
                       END-IF
                   ELSE
                       SUBTRACT 1 FROM ws-bn-anz
                   END-IF
           END-EVALUATE.

       pruefe-bediener-id.
           MOVE "N" TO ws-kw-gueltig-flag
           MOVE ZERO TO ws-kw-laenge
           INSPECT ws-bn-such-id TALLYING ws-kw-laenge
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF ws-kw-laenge > ZERO AND ws-bn-such-id(1:1) NOT = "#"
               MOVE "J" TO ws-kw-gueltig-flag
               IF ws-kw-laenge < 8
                   IF ws-bn-such-id(ws-kw-laenge + 1:) NOT = SPACES
                       MOVE "N" TO ws-kw-gueltig-flag
                   END-IF
               END-IF
           END-IF.

       frage-bediener-stufe.
           DISPLAY "Stufe 1-3 (Enter = " ws-bn-t-stufe(ws-bn-pos)
                   "): " WITH NO ADVANCING
           ACCEPT ws-bn-eingabe
           IF ws-bn-eingabe(1:1) = "1" OR ws-bn-eingabe(1:1) = "2"
              OR ws-bn-eingabe(1:1) = "3"
               MOVE ws-bn-eingabe(1:1) TO ws-bn-t-stufe(ws-bn-pos)
           END-IF.

       frage-bediener-sprache.
           DISPLAY "Sprache D/E/- (Enter = "
                   ws-bn-t-spr(ws-bn-pos) "): " WITH NO ADVANCING
           ACCEPT ws-bn-eingabe
           EVALUATE ws-bn-eingabe(1:1)
               WHEN "D"
               WHEN "d"
                   MOVE "D" TO ws-bn-t-spr(ws-bn-pos)
               WHEN "E"
               WHEN "e"
                   MOVE "E" TO ws-bn-t-spr(ws-bn-pos)
               WHEN "-"
                   MOVE "-" TO ws-bn-t-spr(ws-bn-pos)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       frage-startkennwort.
           DISPLAY "Vorlaeufiges Kennwort (4-8 Zeichen): "
               WITH NO ADVANCING
           ACCEPT ws-kw-neu1
           PERFORM pruefe-kennwort-regeln
           IF kw-gueltig
               MOVE ws-bn-t-id(ws-bn-pos) TO ws-kh-id
               MOVE ws-kw-neu1 TO ws-kh-kw
               PERFORM berechne-kennwort-hash
               MOVE ws-kh-ergebnis TO ws-bn-t-kw(ws-bn-pos)
               MOVE ZERO TO ws-bn-t-ablauf(ws-bn-pos)
               MOVE ZERO TO ws-bn-t-fehl(ws-bn-pos)
           ELSE
               DISPLAY "Kennwort muss 4-8 Zeichen ohne "
                       "Leerzeichen haben."
           END-IF.

       aendere-bediener.
           PERFORM frage-bediener-id
           IF ws-bn-pos = ZERO
               DISPLAY "Bediener nicht gefunden!"
           ELSE
               PERFORM ermittle-bd-stat-text
               DISPLAY ws-bn-t-id(ws-bn-pos) " Stufe "
                       ws-bn-t-stufe(ws-bn-pos) " Sprache "
                       ws-bn-t-spr(ws-bn-pos) " " ws-bn-stat-text
               IF ws-bn-t-id(ws-bn-pos) = ws-op-id
                   DISPLAY "Eigene Stufe kann nicht geaendert "
                           "werden."
               ELSE
                   PERFORM frage-bediener-stufe
               END-IF
               PERFORM frage-bediener-sprache
               PERFORM schreibe-bediener-tabelle
               IF bediener-ok
                   DISPLAY "Bediener " ws-bn-t-id(ws-bn-pos)
                           " geaendert."
                   MOVE "BEDIENER GEAENDERT" TO ws-audit-action
                   PERFORM schreibe-bediener-audit
               END-IF
           END-IF.

       sperre-bediener.
           PERFORM frage-bediener-id
           EVALUATE TRUE
               WHEN ws-bn-pos = ZERO
                   DISPLAY "Bediener nicht gefunden!"
               WHEN ws-bn-t-id(ws-bn-pos) = ws-op-id
                   DISPLAY "Eigener Bediener kann nicht gesperrt "
                           "werden."
               WHEN ws-bn-t-stat(ws-bn-pos) = "A"
                   MOVE "D" TO ws-bn-t-stat(ws-bn-pos)
                   PERFORM schreibe-bediener-tabelle
                   IF bediener-ok
                       DISPLAY "Bediener " ws-bn-t-id(ws-bn-pos)
                               " deaktiviert."
                       MOVE "BEDIENER DEAKTIV." TO ws-audit-action
                       PERFORM schreibe-bediener-audit
                   END-IF
               WHEN OTHER
                   MOVE "A" TO ws-bn-t-stat(ws-bn-pos)
                   MOVE ZERO TO ws-bn-t-fehl(ws-bn-pos)
                   PERFORM schreibe-bediener-tabelle
                   IF bediener-ok
                       DISPLAY "Bediener " ws-bn-t-id(ws-bn-pos)
                               " wieder aktiv."
                       MOVE "BEDIENER AKTIVIERT" TO ws-audit-action
                       PERFORM schreibe-bediener-audit
                   END-IF
           END-EVALUATE.

       setze-kennwort-zurueck.
           PERFORM frage-bediener-id
           IF ws-bn-pos = ZERO
               DISPLAY "Bediener nicht gefunden!"
           ELSE
               PERFORM frage-startkennwort
               IF kw-gueltig
                   IF ws-bn-t-stat(ws-bn-pos) = "X"
                       MOVE "A" TO ws-bn-t-stat(ws-bn-pos)
                   END-IF
                   PERFORM schreibe-bediener-tabelle
                   IF bediener-ok
                       DISPLAY "Kennwort fuer " ws-bn-t-id(ws-bn-pos)
                               " zurueckgesetzt, Aenderung bei "
                               "naechster Anmeldung."
                       MOVE "KENNWORT RUECKGES." TO ws-audit-action
                       PERFORM schreibe-bediener-audit
                   END-IF
               END-IF
           END-IF.

       schreibe-bediener-audit.
           MOVE SPACES TO ws-audit-detail
           STRING ws-bn-t-id(ws-bn-pos)    DELIMITED BY SPACE
                  " Stufe "                DELIMITED BY SIZE
                  ws-bn-t-stufe(ws-bn-pos) DELIMITED BY SIZE
                  " Spr "                  DELIMITED BY SIZE
                  ws-bn-t-spr(ws-bn-pos)   DELIMITED BY SIZE
                  " Status "               DELIMITED BY SIZE
                  ws-bn-t-stat(ws-bn-pos)  DELIMITED BY SIZE
                  INTO ws-audit-detail
           END-STRING
           PERFORM write-audit-entry.

       ermittle-bd-stat-text.
           EVALUATE ws-bn-t-stat(ws-bn-pos)
               WHEN "D"
                   MOVE "DEAKTIVIERT" TO ws-bn-stat-text
               WHEN "X"
                   MOVE "GESPERRT" TO ws-bn-stat-text
               WHEN OTHER
                   MOVE "AKTIV" TO ws-bn-stat-text
           END-EVALUATE.

       liste-bediener.
           PERFORM lade-bediener-tabelle
           DISPLAY "Bediener St Spr Status      Fehl Kennwort bis"
           PERFORM VARYING ws-bn-pos FROM 1 BY 1
               UNTIL ws-bn-pos > ws-bn-anz
               PERFORM ermittle-bd-stat-text
               DISPLAY ws-bn-t-id(ws-bn-pos) " "
                       ws-bn-t-stufe(ws-bn-pos) "  "
                       ws-bn-t-spr(ws-bn-pos) "   "
                       ws-bn-stat-text " "
                       ws-bn-t-fehl(ws-bn-pos) "   "
                       ws-bn-t-ablauf(ws-bn-pos)
           END-PERFORM.

       check-access.
           PERFORM ermittle-req-stufe
           IF batch-mode OR ws-op-stufe >= ws-req-stufe
               WHEN m-purge
               WHEN m-konvert
               WHEN m-anonym
               WHEN m-bediener
               WHEN m-audit
               WHEN m-rollforward
               WHEN m-film-merge
                   MOVE 3 TO ws-req-stufe
               WHEN m-add
               WHEN m-actor-add
               WHEN m-ersatz
               WHEN m-transfer
               WHEN m-hofeed
               WHEN m-kasse
               WHEN m-verlust
               WHEN m-verlaeng
               WHEN m-etikett
               WHEN m-budget
               WHEN m-hoimport
               WHEN m-schliesstage
                   MOVE 2 TO ws-req-stufe
               WHEN OTHER
                   MOVE 1 TO ws-req-stufe
           END-EVALUATE.

       run-batch-commands.
           MOVE ZERO TO ws-sb-meld-anz
           MOVE ZERO TO ws-stapel-anz
           MOVE ZERO TO ws-stapel-max-rc
           MOVE ZERO TO ws-se-anz
           ACCEPT ws-audit-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-time FROM TIME
           ACCEPT ws-today FROM DATE YYYYMMDD
               END-STRING
               MOVE ws-stapel-line TO stapellog-rec
               WRITE stapellog-rec
               PERFORM schreibe-stapel-meldungen
           ELSE
               DISPLAY "Warnung: stapel.log kann nicht "
                       "geschrieben werden!"
           PERFORM UNTIL NOT stapel-ok
               READ stapel-datei
               IF stapel-ok
                   MOVE stapel-rec TO ws-sb-zeile
                   PERFORM trenne-stapel-bedingung
                   PERFORM schreibe-stapel-meldungen
                   MOVE ws-sb-zeile   TO stapel-rec
                   MOVE ws-sb-schritt TO ws-sb-cmd-schritt
                   MOVE ws-sb-grenze  TO ws-sb-cmd-grenze
                   MOVE SPACES TO ws-stapel-cmd
                   UNSTRING stapel-rec DELIMITED BY " "
                       INTO ws-stapel-cmd
                   IF kommando-faellig
                       PERFORM pruefe-kommando-erledigt
                       IF kommando-erledigt
                           MOVE "E" TO ws-se-neu-art
                           MOVE ws-ck-rc(ws-ck-idx) TO ws-batch-rc
                           PERFORM merke-stapel-ergebnis
                           DISPLAY "Bereits erledigt: "
                                   ws-stapel-cmd
                           IF stapellog-ok
                               WRITE stapellog-rec
                           END-IF
                       ELSE
                           PERFORM pruefe-stapel-bedingung
                           IF bedingung-erfuellt
                               PERFORM run-batch-command
                               IF batch-erfolg AND
                                  ws-stapel-cmd NOT = SPACES
                                   PERFORM
                                       schreibe-checkpoint-kommando
                               END-IF
                           ELSE
                               PERFORM melde-bedingung-uebersprungen
                           END-IF
                       END-IF
                   ELSE
                       MOVE "N" TO ws-se-neu-art
                       MOVE ZERO TO ws-batch-rc
                       PERFORM merke-stapel-ergebnis
                       DISPLAY "Nicht faellig: " ws-stapel-cmd
                       IF stapellog-ok
                           MOVE SPACES TO ws-stapel-line
           CALL "CBL_DELETE_FILE" USING ws-ck-filename
               RETURNING ws-delete-rc

           PERFORM schreibe-stapel-zusammenfassung

           IF stapellog-ok
               MOVE SPACES TO ws-stapel-line
               STRING "Stapellauf beendet, " DELIMITED BY SIZE
                      ws-stapel-anz          DELIMITED BY SIZE
                      " Kommando(s), Rueckgabewert "
                                             DELIMITED BY SIZE
                      ws-stapel-max-rc       DELIMITED BY SIZE
                      INTO ws-stapel-line
               END-STRING
               MOVE ws-stapel-line TO stapellog-rec
               WRITE stapellog-rec
               CLOSE stapellog-datei
           END-IF
           DISPLAY "Stapellauf beendet, Rueckgabewert "
                   ws-stapel-max-rc.

       run-batch-command.
           MOVE "J" TO ws-batch-erfolg
           MOVE ZERO TO ws-batch-rc
           EVALUATE ws-stapel-cmd
               WHEN "EXPORT"
                   PERFORM csv-export
               WHEN "ANONYM"
                   PERFORM anonym-lauf
                   PERFORM log-batch-command
               WHEN "KASSENJOURNAL"
                   PERFORM kassen-journal
                   PERFORM log-batch-command
               WHEN "KASSENABSCHLUSS"
                   PERFORM kassen-abschluss
                   PERFORM log-batch-command
               WHEN "ERLASSBERICHT"
                   PERFORM erlass-bericht
                   PERFORM log-batch-command
               WHEN "VERLAENGERUNG"
                   PERFORM verlaengerung-lauf
                   PERFORM log-batch-command
               WHEN "TAETIGKEIT"
                   PERFORM taetigkeitsbericht
                   PERFORM log-batch-command
               WHEN "ETIKETTEN"
                   PERFORM etiketten-lauf
                   PERFORM log-batch-command
               WHEN "VORMERKTRANSFER"
                   PERFORM vormerk-transfer-lauf
                   PERFORM log-batch-command
               WHEN "LIEFERAVIS"
                   PERFORM lieferavis-import
                   PERFORM log-batch-command
               WHEN "RECHNUNGSABGLEICH"
                   PERFORM rechnungs-abgleich
                   PERFORM log-batch-command
               WHEN "BUDGETBERICHT"
                   PERFORM budget-bericht
                   PERFORM log-batch-command
               WHEN "HOIMPORT"
                   PERFORM hoimport-lauf
                   PERFORM log-batch-command
               WHEN "VERFUEGBARKEIT"
                   PERFORM verfuegbarkeit-extrakt
                   PERFORM log-batch-command
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unbekanntes Kommando: " ws-stapel-cmd
                   MOVE "N" TO ws-batch-erfolg
                   MOVE 8 TO ws-batch-rc
                   MOVE "U" TO ws-se-neu-art
                   PERFORM merke-stapel-ergebnis
                   IF stapellog-ok
                       MOVE SPACES TO ws-stapel-line
                       STRING ws-stapel-cmd DELIMITED BY SIZE
                              " UNBEKANNT RC " DELIMITED BY SIZE
                              ws-batch-rc   DELIMITED BY SIZE
                              INTO ws-stapel-line
                       END-STRING
                       MOVE ws-stapel-line TO stapellog-rec

       log-batch-command.
           ADD 1 TO ws-stapel-anz
           IF NOT batch-erfolg
               MOVE 8 TO ws-batch-rc
           END-IF
           MOVE "A" TO ws-se-neu-art
           PERFORM merke-stapel-ergebnis
           IF stapellog-ok
               MOVE SPACES TO ws-stapel-line
               EVALUATE TRUE
                   WHEN ws-batch-rc = ZERO
                       STRING ws-stapel-cmd  DELIMITED BY SIZE
                              " AUSGEFUEHRT RC " DELIMITED BY SIZE
                              ws-batch-rc    DELIMITED BY SIZE
                              INTO ws-stapel-line
                       END-STRING
                   WHEN ws-batch-rc < 8
                       STRING ws-stapel-cmd  DELIMITED BY SIZE
                              " WARNUNG RC " DELIMITED BY SIZE
                              ws-batch-rc    DELIMITED BY SIZE
                              INTO ws-stapel-line
                       END-STRING
                   WHEN OTHER
                       STRING ws-stapel-cmd  DELIMITED BY SIZE
                              " FEHLER RC "  DELIMITED BY SIZE
                              ws-batch-rc    DELIMITED BY SIZE
                              INTO ws-stapel-line
                       END-STRING
               END-EVALUATE
               MOVE ws-stapel-line TO stapellog-rec
               WRITE stapellog-rec
           END-IF.

       melde-batch-warnung.
           IF ws-batch-rc < 4
               MOVE 4 TO ws-batch-rc
           END-IF.

       merke-stapel-ergebnis.
           IF ws-se-anz < 40
               ADD 1 TO ws-se-anz
               MOVE ws-stapel-cmd TO ws-se-cmd(ws-se-anz)
               MOVE ws-se-neu-art TO ws-se-art(ws-se-anz)
               MOVE ws-batch-rc   TO ws-se-rc(ws-se-anz)
           END-IF
           IF ws-se-neu-art NOT = "N" AND ws-se-neu-art NOT = "B"
               IF ws-batch-rc > ws-stapel-max-rc
                   MOVE ws-batch-rc TO ws-stapel-max-rc
               END-IF
           END-IF.

       trenne-stapel-bedingung.
           MOVE SPACES TO ws-sb-schritt
           MOVE ZERO TO ws-sb-grenze
           MOVE ZERO TO ws-sb-pos
           INSPECT ws-sb-zeile TALLYING ws-sb-pos
               FOR CHARACTERS BEFORE INITIAL " WENN "
           IF ws-sb-pos < 74
               MOVE SPACES TO ws-sb-wort1
               MOVE SPACES TO ws-sb-wort2
               MOVE SPACES TO ws-sb-wort3
               UNSTRING ws-sb-zeile(ws-sb-pos + 7:)
                   DELIMITED BY ALL " "
                   INTO ws-sb-wort1
                        ws-sb-wort2
                        ws-sb-wort3
               MOVE SPACES TO ws-sb-zeile(ws-sb-pos + 1:)
               MOVE ws-sb-wort1 TO ws-sb-schritt
               IF ws-sb-schritt = SPACES
                   MOVE "?" TO ws-sb-schritt
               END-IF
               IF ws-sb-wort2 = "<"
                   MOVE ws-sb-wort3 TO ws-sb-wort2
               ELSE
                   IF ws-sb-wort2(1:1) = "<"
                       MOVE ws-sb-wort2(2:5) TO ws-sb-wort3
                       MOVE ws-sb-wort3 TO ws-sb-wort2
                   END-IF
               END-IF
               MOVE SPACES TO ws-sb-grenze-x
               IF ws-sb-wort2(2:1) = SPACE
                   MOVE "0" TO ws-sb-grenze-x(1:1)
                   MOVE ws-sb-wort2(1:1) TO ws-sb-grenze-x(2:1)
               ELSE
                   MOVE ws-sb-wort2(1:2) TO ws-sb-grenze-x
               END-IF
               IF ws-sb-grenze-x NUMERIC AND
                  ws-sb-wort2(3:4) = SPACES
                   MOVE ws-sb-grenze-x TO ws-sb-grenze
               ELSE
                   PERFORM merke-stapel-bedingungsfehler
               END-IF
           END-IF.

       merke-stapel-bedingungsfehler.
           DISPLAY "Warnung: Bedingung WENN " ws-sb-schritt
                   " ungueltig, Schritt wird uebersprungen."
           IF ws-sb-meld-anz < 20
               ADD 1 TO ws-sb-meld-anz
               MOVE SPACES TO ws-sb-meldung(ws-sb-meld-anz)
               STRING "BEDINGUNG UNGUELTIG: WENN " DELIMITED BY SIZE
                      ws-sb-schritt DELIMITED BY SPACE
                      " <"          DELIMITED BY SIZE
                      ws-sb-wort2   DELIMITED BY SIZE
                      ", SCHRITT WIRD UEBERSPRUNGEN"
                                    DELIMITED BY SIZE
                      INTO ws-sb-meldung(ws-sb-meld-anz)
               END-STRING
           END-IF.

       schreibe-stapel-meldungen.
           IF stapellog-ok
               PERFORM VARYING ws-sb-meld-idx FROM 1 BY 1
                   UNTIL ws-sb-meld-idx > ws-sb-meld-anz
                   MOVE ws-sb-meldung(ws-sb-meld-idx)
                       TO stapellog-rec
                   WRITE stapellog-rec
               END-PERFORM
               MOVE ZERO TO ws-sb-meld-anz
           END-IF.

       pruefe-stapel-bedingung.
           MOVE "J" TO ws-sb-erfuellt-flag
           MOVE SPACES TO ws-sb-grund
           IF ws-sb-cmd-schritt NOT = SPACES
               MOVE ws-sb-cmd-schritt TO ws-sb-schritt
               MOVE ws-sb-cmd-grenze  TO ws-sb-grenze
               PERFORM pruefe-eine-bedingung
           END-IF
           IF bedingung-erfuellt AND ws-sb-plan-schritt NOT = SPACES
               MOVE ws-sb-plan-schritt TO ws-sb-schritt
               MOVE ws-sb-plan-grenze  TO ws-sb-grenze
               PERFORM pruefe-eine-bedingung
           END-IF.

       pruefe-eine-bedingung.
           MOVE ZERO TO ws-se-treffer
           PERFORM VARYING ws-se-idx FROM 1 BY 1
               UNTIL ws-se-idx > ws-se-anz
               IF ws-se-cmd(ws-se-idx) = ws-sb-schritt AND
                  (ws-se-art(ws-se-idx) = "A" OR
                   ws-se-art(ws-se-idx) = "E")
                   MOVE ws-se-idx TO ws-se-treffer
               END-IF
           END-PERFORM
           IF ws-se-treffer = ZERO
               MOVE "N" TO ws-sb-erfuellt-flag
               STRING ws-sb-schritt     DELIMITED BY SPACE
                      " NICHT GELAUFEN" DELIMITED BY SIZE
                      INTO ws-sb-grund
               END-STRING
           ELSE
               IF ws-se-rc(ws-se-treffer) NOT < ws-sb-grenze
                   MOVE "N" TO ws-sb-erfuellt-flag
                   STRING ws-sb-schritt  DELIMITED BY SPACE
                          " RC "         DELIMITED BY SIZE
                          ws-se-rc(ws-se-treffer)
                                         DELIMITED BY SIZE
                          ", GRENZE "    DELIMITED BY SIZE
                          ws-sb-grenze   DELIMITED BY SIZE
                          INTO ws-sb-grund
                   END-STRING
               END-IF
           END-IF.

       melde-bedingung-uebersprungen.
           MOVE "B" TO ws-se-neu-art
           MOVE ZERO TO ws-batch-rc
           PERFORM merke-stapel-ergebnis
           DISPLAY "Bedingung nicht erfuellt: " ws-stapel-cmd
                   " (" ws-sb-grund ")"
           IF stapellog-ok
               MOVE SPACES TO ws-stapel-line
               STRING ws-stapel-cmd DELIMITED BY SPACE
                      " UEBERSPRUNGEN (BEDINGUNG: "
                                    DELIMITED BY SIZE
                      ws-sb-grund   DELIMITED BY "  "
                      ")"           DELIMITED BY SIZE
                      INTO ws-stapel-line
               END-STRING
               MOVE ws-stapel-line TO stapellog-rec
               WRITE stapellog-rec
           END-IF.

       schreibe-stapel-zusammenfassung.
           IF stapellog-ok
               MOVE SPACES TO stapellog-rec
               WRITE stapellog-rec
               MOVE "Zusammenfassung:" TO stapellog-rec
               WRITE stapellog-rec
               PERFORM VARYING ws-se-idx FROM 1 BY 1
                   UNTIL ws-se-idx > ws-se-anz
                   MOVE SPACES TO ws-stapel-line
                   MOVE ws-se-cmd(ws-se-idx) TO ws-stapel-line(3:20)
                   EVALUATE ws-se-art(ws-se-idx)
                       WHEN "A"
                       WHEN "E"
                       WHEN "U"
                           MOVE "RC" TO ws-stapel-line(24:2)
                           MOVE ws-se-rc(ws-se-idx)
                               TO ws-stapel-line(27:2)
                       WHEN OTHER
                           MOVE "--" TO ws-stapel-line(27:2)
                   END-EVALUATE
                   EVALUATE TRUE
                       WHEN ws-se-art(ws-se-idx) = "N"
                           MOVE "NICHT FAELLIG"
                               TO ws-stapel-line(31:30)
                       WHEN ws-se-art(ws-se-idx) = "B"
                           MOVE "UEBERSPRUNGEN (BEDINGUNG)"
                               TO ws-stapel-line(31:30)
                       WHEN ws-se-art(ws-se-idx) = "E"
                           MOVE "BEREITS ERLEDIGT"
                               TO ws-stapel-line(31:30)
                       WHEN ws-se-art(ws-se-idx) = "U"
                           MOVE "UNBEKANNT"
                               TO ws-stapel-line(31:30)
                       WHEN ws-se-rc(ws-se-idx) = ZERO
                           MOVE "OK" TO ws-stapel-line(31:30)
                       WHEN ws-se-rc(ws-se-idx) < 8
                           MOVE "WARNUNG" TO ws-stapel-line(31:30)
                       WHEN OTHER
                           MOVE "FEHLER" TO ws-stapel-line(31:30)
                   END-EVALUATE
                   MOVE ws-stapel-line TO stapellog-rec
                   WRITE stapellog-rec
               END-PERFORM
               MOVE SPACES TO ws-stapel-line
               STRING "Hoechster Rueckgabewert: " DELIMITED BY SIZE
                      ws-stapel-max-rc            DELIMITED BY SIZE
                      INTO ws-stapel-line
               END-STRING
               MOVE ws-stapel-line TO stapellog-rec
               WRITE stapellog-rec
           END-IF.
           OPEN OUTPUT stapelpl-datei
           IF stapelpl-ok
               PERFORM VARYING ws-sp-seed-idx FROM 1 BY 1
                   UNTIL ws-sp-seed-idx > 8
                   MOVE ws-sp-vorgabe-eintrag(ws-sp-seed-idx)
                       TO stapelpl-rec
                   WRITE stapelpl-rec
           END-IF.

       parse-stapelplan-zeile.
           MOVE stapelpl-rec TO ws-sb-zeile
           PERFORM trenne-stapel-bedingung
           MOVE ws-sb-zeile TO stapelpl-rec
           MOVE SPACES TO ws-sp-wort1
           MOVE SPACES TO ws-sp-wort2
           MOVE SPACES TO ws-sp-wort3
               ELSE
                   MOVE ZERO TO ws-sp-tag(ws-sp-anz)
               END-IF
               MOVE ws-sb-schritt TO ws-sp-bed-schritt(ws-sp-anz)
               MOVE ws-sb-grenze  TO ws-sp-bed-grenze(ws-sp-anz)
           END-IF.

       load-stapel-checkpoint.
                   ADD 1 TO ws-ck-anz
                   MOVE ws-ck-wort1 TO ws-ck-cmd(ws-ck-anz)
                   MOVE "N" TO ws-ck-benutzt(ws-ck-anz)
                   IF ws-ck-wort2(1:2) NUMERIC
                       MOVE ws-ck-wort2(1:2) TO ws-ck-rc(ws-ck-anz)
                   ELSE
                       MOVE ZERO TO ws-ck-rc(ws-ck-anz)
                   END-IF
               END-IF
           END-IF.

       pruefe-kommando-erledigt.
           MOVE "N" TO ws-ck-erledigt-flag
           MOVE ZERO TO ws-se-treffer
           PERFORM VARYING ws-ck-idx FROM 1 BY 1
               UNTIL ws-ck-idx > ws-ck-anz OR kommando-erledigt
               IF ws-ck-cmd(ws-ck-idx) = ws-stapel-cmd AND
                  ws-ck-benutzt(ws-ck-idx) = "N"
                   MOVE "J" TO ws-ck-erledigt-flag
                   MOVE "J" TO ws-ck-benutzt(ws-ck-idx)
                   MOVE ws-ck-idx TO ws-se-treffer
               END-IF
           END-PERFORM
           IF kommando-erledigt
               MOVE ws-se-treffer TO ws-ck-idx
           END-IF.

       schreibe-checkpoint-kommando.
           OPEN EXTEND stapelck-datei
               OPEN OUTPUT stapelck-datei
           END-IF
           IF stapelck-ok
               MOVE SPACES TO stapelck-rec
               STRING ws-stapel-cmd DELIMITED BY SPACE
                      " "           DELIMITED BY SIZE
                      ws-batch-rc   DELIMITED BY SIZE
                      INTO stapelck-rec
               END-STRING
               WRITE stapelck-rec
               CLOSE stapelck-datei
           ELSE

       pruefe-kommando-faellig.
           MOVE "J" TO ws-sp-faellig-flag
           MOVE SPACES TO ws-sb-plan-schritt
           MOVE ZERO TO ws-sb-plan-grenze
           IF ws-stapel-cmd = SPACES
               CONTINUE
           ELSE
               PERFORM VARYING ws-sp-idx FROM 1 BY 1
                   UNTIL ws-sp-idx > ws-sp-anz
                   IF ws-sp-cmd(ws-sp-idx) = ws-stapel-cmd
                       MOVE ws-sp-bed-schritt(ws-sp-idx)
                           TO ws-sb-plan-schritt
                       MOVE ws-sp-bed-grenze(ws-sp-idx)
                           TO ws-sb-plan-grenze
                       EVALUATE ws-sp-freq(ws-sp-idx)
                           WHEN "T"
                               MOVE "J" TO ws-sp-faellig-flag
       check-recovery.
           OPEN INPUT recovery-datei
           IF recovery-ok
               MOVE SPACES TO ws-fm-marker
               READ recovery-datei
                   AT END CONTINUE
                   NOT AT END MOVE recovery-rec TO ws-fm-marker
               END-READ
               CLOSE recovery-datei
               IF ws-fm-marker-kz = "FILMZUSAMMENFUEHRUNG"
                   PERFORM stelle-film-merge-wieder-her
               ELSE
                   PERFORM stelle-filme-wieder-her
               END-IF
           END-IF.

       stelle-filme-wieder-her.
           DISPLAY "Warnung: Ein vorheriger Loeschvorgang wurde "
                   "nicht beendet."
           DISPLAY "Stelle filme.dat aus Sicherung wieder her..."
           CALL "SYSTEM" USING "copy filme.dat.bak filme.dat"
               RETURNING ws-copy-rc
           IF ws-copy-rc = ZERO AND ws-fm-marker-fl(8) = "J"
               CALL "SYSTEM" USING
                   "copy journal.dat.bak journal.dat"
                   RETURNING ws-copy-rc
               IF ws-copy-rc NOT = ZERO
                   DISPLAY "Warnung: Wiederherstellung von "
                           "journal.dat fehlgeschlagen!"
               END-IF
           END-IF
           IF ws-copy-rc = ZERO
               CALL "CBL_DELETE_FILE" USING ws-recovery-filename
                   RETURNING ws-delete-rc
               IF ws-delete-rc NOT = ZERO
                   DISPLAY "Warnung: Markierungsdatei recovery.mrk "
                           "konnte nicht entfernt werden!"
               END-IF
               DISPLAY "Wiederherstellung abgeschlossen."
           ELSE
               DISPLAY "Warnung: Wiederherstellung "
                       "fehlgeschlagen! recovery.mrk bleibt "
                       "bestehen, filme.dat.bak und "
                       "journal.dat.bak bitte manuell pruefen."
           END-IF.

       stelle-film-merge-wieder-her.
           DISPLAY "Warnung: Eine vorherige Filmzusammenfuehrung "
                   "wurde nicht beendet."
           DISPLAY "Stelle Bestandsdateien aus Sicherung wieder "
                   "her..."
           MOVE ZERO TO ws-fm-rest-fehler
           PERFORM VARYING ws-fm-idx FROM 1 BY 1
                   UNTIL ws-fm-idx > 8
               IF ws-fm-marker-fl(ws-fm-idx) = "J"
                   MOVE SPACES TO ws-fm-befehl
                   STRING "copy " DELIMITED BY SIZE
                          ws-fm-datei(ws-fm-idx) DELIMITED BY SPACE
                          ".bak " DELIMITED BY SIZE
                          ws-fm-datei(ws-fm-idx) DELIMITED BY SPACE
                          INTO ws-fm-befehl
                   END-STRING
                   CALL "SYSTEM" USING ws-fm-befehl
                       RETURNING ws-copy-rc
                   IF ws-copy-rc NOT = ZERO
                       ADD 1 TO ws-fm-rest-fehler
                       DISPLAY "Warnung: Wiederherstellung von "
                               ws-fm-datei(ws-fm-idx)
                               " fehlgeschlagen!"
                   END-IF
               END-IF
           END-PERFORM
           IF ws-fm-rest-fehler = ZERO
               CALL "CBL_DELETE_FILE" USING ws-recovery-filename
                   RETURNING ws-delete-rc
               IF ws-delete-rc NOT = ZERO
                   DISPLAY "Warnung: Markierungsdatei recovery.mrk "
                           "konnte nicht entfernt werden!"
               END-IF
               DISPLAY "Wiederherstellung abgeschlossen."
           ELSE
               DISPLAY "Warnung: recovery.mrk bleibt bestehen, "
                       "Sicherungen (.bak) bitte manuell pruefen."
           END-IF.

       begin-merge-protected-op.
           MOVE "N" TO ws-backup-flag
           MOVE SPACES TO ws-fm-marker
           MOVE "FILMZUSAMMENFUEHRUNG" TO ws-fm-marker-kz
           PERFORM VARYING ws-fm-idx FROM 1 BY 1
                   UNTIL ws-fm-idx > 8
               MOVE SPACES TO ws-fm-befehl
               STRING "copy " DELIMITED BY SIZE
                      ws-fm-datei(ws-fm-idx) DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      ws-fm-datei(ws-fm-idx) DELIMITED BY SPACE
                      ".bak" DELIMITED BY SIZE
                      INTO ws-fm-befehl
               END-STRING
               CALL "SYSTEM" USING ws-fm-befehl
                   RETURNING ws-copy-rc
               IF ws-copy-rc = ZERO
                   MOVE "J" TO ws-fm-marker-fl(ws-fm-idx)
               ELSE
                   MOVE "N" TO ws-fm-marker-fl(ws-fm-idx)
                   IF ws-fm-idx > 1
                       DISPLAY "Hinweis: " ws-fm-datei(ws-fm-idx)
                               " nicht gesichert."
                   END-IF
               END-IF
           END-PERFORM
           IF ws-fm-marker-fl(1) = "J"
               MOVE "J" TO ws-backup-flag
               OPEN OUTPUT recovery-datei
               MOVE ws-fm-marker TO recovery-rec
               WRITE recovery-rec
               CLOSE recovery-datei
           ELSE
               DISPLAY "Warnung: Sicherung von filme.dat "
                       "fehlgeschlagen! Kein Wiederherstellungs"
                       "schutz fuer diesen Vorgang."
           END-IF.

       begin-protected-op.
               RETURNING ws-copy-rc
           IF ws-copy-rc = ZERO
               MOVE "J" TO ws-backup-flag
               MOVE SPACES TO ws-fm-marker
               MOVE "LOESCHVORGANG LAEUFT" TO ws-fm-marker-kz
               MOVE "J" TO ws-fm-marker-fl(1)
               CALL "SYSTEM" USING "copy journal.dat journal.dat.bak"
                   RETURNING ws-copy-rc
               IF ws-copy-rc = ZERO
                   MOVE "J" TO ws-fm-marker-fl(8)
               ELSE
                   MOVE "N" TO ws-fm-marker-fl(8)
                   DISPLAY "Hinweis: journal.dat nicht gesichert."
               END-IF
               OPEN OUTPUT recovery-datei
               MOVE ws-fm-marker TO recovery-rec
               WRITE recovery-rec
               CLOSE recovery-datei
           ELSE
               END-IF
           END-IF.

       jn-neu.
           MOVE "W" TO ws-jn-art
           MOVE SPACES TO ws-jn-vorher.

       jn-vorher-film.
           MOVE "R" TO ws-jn-art
           MOVE SPACES TO ws-jn-vorher
           MOVE datei-film TO ws-jn-nachher
           READ film-datei
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE datei-film TO ws-jn-vorher
           END-READ
           MOVE ws-jn-nachher TO datei-film.

       jn-vorher-exempl.
           MOVE "R" TO ws-jn-art
           MOVE SPACES TO ws-jn-vorher
           MOVE datei-exempl TO ws-jn-nachher
           READ exempl-datei
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE datei-exempl TO ws-jn-vorher
           END-READ
           MOVE ws-jn-nachher TO datei-exempl.

       jn-vorher-ausleih.
           MOVE "R" TO ws-jn-art
           MOVE SPACES TO ws-jn-vorher
           MOVE datei-ausleih TO ws-jn-nachher
           READ ausleih-datei
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE datei-ausleih TO ws-jn-vorher
           END-READ
           MOVE ws-jn-nachher TO datei-ausleih.

       jn-vorher-entleiher.
           MOVE "R" TO ws-jn-art
           MOVE SPACES TO ws-jn-vorher
           MOVE datei-entleiher TO ws-jn-nachher
           READ entleiher-datei
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE datei-entleiher TO ws-jn-vorher
           END-READ
           MOVE ws-jn-nachher TO datei-entleiher.

       jn-vorher-gebuehr.
           MOVE "R" TO ws-jn-art
           MOVE SPACES TO ws-jn-vorher
           MOVE datei-gebuehr TO ws-jn-nachher
           READ gebuehr-datei
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE datei-gebuehr TO ws-jn-vorher
           END-READ
           MOVE ws-jn-nachher TO datei-gebuehr.

       jn-vorher-vormerk.
           MOVE "R" TO ws-jn-art
           MOVE SPACES TO ws-jn-vorher
           MOVE datei-vormerk TO ws-jn-nachher
           READ vormerk-datei
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE datei-vormerk TO ws-jn-vorher
           END-READ
           MOVE ws-jn-nachher TO datei-vormerk.

       jn-film.
           IF file-status(1:1) = "0"
               MOVE "FILME" TO ws-jn-datei
               IF ws-jn-art = "D"
                   MOVE SPACES TO ws-jn-nachher
               ELSE
                   MOVE datei-film TO ws-jn-nachher
               END-IF
               PERFORM schreibe-journal
           END-IF.

       jn-exempl.
           IF exempl-status(1:1) = "0"
               MOVE "EXEMPL" TO ws-jn-datei
               IF ws-jn-art = "D"
                   MOVE SPACES TO ws-jn-nachher
               ELSE
                   MOVE datei-exempl TO ws-jn-nachher
               END-IF
               PERFORM schreibe-journal
           END-IF.

       jn-ausleih.
           IF ausleih-status(1:1) = "0"
               MOVE "AUSLEIH" TO ws-jn-datei
               IF ws-jn-art = "D"
                   MOVE SPACES TO ws-jn-nachher
               ELSE
                   MOVE datei-ausleih TO ws-jn-nachher
               END-IF
               PERFORM schreibe-journal
           END-IF.

       jn-entleiher.
           IF entleiher-status(1:1) = "0"
               MOVE "ENTLEIH" TO ws-jn-datei
               IF ws-jn-art = "D"
                   MOVE SPACES TO ws-jn-nachher
               ELSE
                   MOVE datei-entleiher TO ws-jn-nachher
               END-IF
               PERFORM schreibe-journal
           END-IF.

       jn-gebuehr.
           IF gebuehr-status(1:1) = "0"
               MOVE "GEBUEHR" TO ws-jn-datei
               IF ws-jn-art = "D"
                   MOVE SPACES TO ws-jn-nachher
               ELSE
                   MOVE datei-gebuehr TO ws-jn-nachher
               END-IF
               PERFORM schreibe-journal
           END-IF.

       jn-vormerk.
           IF vormerk-status(1:1) = "0"
               MOVE "VORMERK" TO ws-jn-datei
               IF ws-jn-art = "D"
                   MOVE SPACES TO ws-jn-nachher
               ELSE
                   MOVE datei-vormerk TO ws-jn-nachher
               END-IF
               PERFORM schreibe-journal
           END-IF.

       schreibe-journal.
           PERFORM read-sicher-ctl
           ACCEPT ws-jn-datum FROM DATE YYYYMMDD
           ACCEPT ws-jn-zeit FROM TIME
           OPEN EXTEND journal-datei
           IF journal-status = "35"
               OPEN OUTPUT journal-datei
           END-IF
           IF journal-ok
               MOVE SPACES            TO journal-rec
               MOVE ws-jn-datum       TO jn-datum
               MOVE ws-jn-zeit        TO jn-zeit
               MOVE ws-ctl-generation TO jn-generation
               MOVE ws-jn-datei       TO jn-datei
               MOVE ws-jn-art         TO jn-art
               MOVE ws-op-id          TO jn-bediener
               MOVE ws-jn-vorher      TO jn-vorher
               MOVE ws-jn-nachher     TO jn-nachher
               WRITE journal-rec
               CLOSE journal-datei
           ELSE
               DISPLAY "Warnung: Journal journal.dat kann nicht "
                       "geschrieben werden!"
           END-IF.

       open-film-io.
           OPEN I-O film-datei
           IF file-status = "35"
           MOVE 45 TO ws-menu-punkt-nr
           MOVE 149 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           MOVE 50 TO ws-menu-punkt-nr
           MOVE 155 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           MOVE 51 TO ws-menu-punkt-nr
           MOVE 156 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           MOVE 52 TO ws-menu-punkt-nr
           MOVE 157 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           MOVE 56 TO ws-menu-punkt-nr
           MOVE 161 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           PERFORM frage-menu-punkt.

       zeige-menu-pflege.
           MOVE 49 TO ws-menu-punkt-nr
           MOVE 153 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           MOVE 53 TO ws-menu-punkt-nr
           MOVE 158 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           MOVE 54 TO ws-menu-punkt-nr
           MOVE 159 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           MOVE 55 TO ws-menu-punkt-nr
           MOVE 160 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           MOVE 58 TO ws-menu-punkt-nr
           MOVE 163 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           MOVE 59 TO ws-menu-punkt-nr
           MOVE 164 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           MOVE 60 TO ws-menu-punkt-nr
           MOVE 165 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           MOVE 61 TO ws-menu-punkt-nr
           MOVE 166 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           PERFORM frage-menu-punkt.

       zeige-menu-bestell.
           MOVE 43 TO ws-menu-punkt-nr
           MOVE 147 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           MOVE 57 TO ws-menu-punkt-nr
           MOVE 162 TO ws-menu-punkt-msg
           PERFORM zeige-menu-punkt
           PERFORM frage-menu-punkt.

       process-choice.
               WHEN m-nutzung PERFORM nutzung-report
               WHEN m-hofeed PERFORM hofeed-export
               WHEN m-anonym PERFORM anonym-lauf
               WHEN m-kasse PERFORM kasse-menu
               WHEN m-verlust PERFORM verlust-menu
               WHEN m-verlaeng PERFORM verlaengere-ausleihe
               WHEN m-bediener PERFORM bediener-menu
               WHEN m-kennwort PERFORM aendere-eigenes-kennwort
               WHEN m-audit PERFORM audit-menu
               WHEN m-etikett PERFORM etiketten-menu
               WHEN m-budget PERFORM budget-menu
               WHEN m-hoimport PERFORM hoimport-lauf
               WHEN m-rollforward PERFORM rollforward-lauf
               WHEN m-schliesstage PERFORM schliesstage-menu
               WHEN m-film-merge PERFORM film-merge
               WHEN m-zurueck CONTINUE
               WHEN m-exit CONTINUE
               WHEN OTHER DISPLAY ws-msg-eintrag(38)
           END-IF.

       transfer-menu.
           DISPLAY "Senden (1), Empfangen (2), "
                   "Vormerkungen ausgleichen (3)? "
               WITH NO ADVANCING
           ACCEPT ws-tr-choice

                   PERFORM sende-transfer
               WHEN "2"
                   PERFORM empfange-transfer
               WHEN "3"
                   PERFORM vormerk-transfer-lauf
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.
                               MOVE "T" TO e-status
                               MOVE ws-fil-ziel
                                   TO e-ziel-filiale
                               PERFORM jn-vorher-exempl
                               REWRITE datei-exempl
                                   INVALID KEY
                                       DISPLAY "Fehler beim "
                                               "Senden!"
                                   NOT INVALID KEY
                                       PERFORM jn-exempl
                                       DISPLAY "Exemplar " e-id
                                               " im Transfer "
                                               "nach "
                       MOVE e-ziel-filiale TO e-filiale
                       MOVE SPACES TO e-ziel-filiale
                       MOVE "A" TO e-status
                       PERFORM jn-vorher-exempl
                       REWRITE datei-exempl
                           INVALID KEY
                               DISPLAY "Fehler beim Empfangen!"
                           NOT INVALID KEY
                               PERFORM jn-exempl
                               DISPLAY "Exemplar " e-id
                                       " in Filiale " e-filiale
                                       " uebernommen."
                               PERFORM melde-vormerk-ankunft
                               MOVE "TRANSFER EMPFANGEN"
                                   TO ws-audit-action
                               MOVE SPACES TO ws-audit-detail
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       vormerk-transfer-lauf.
           ACCEPT ws-today FROM DATE YYYYMMDD
           MOVE ZERO TO ws-vt-anz
           MOVE ZERO TO ws-vt-lokal
           MOVE ZERO TO ws-vt-offen
           MOVE ZERO TO ws-vt-zurueck

           PERFORM open-exempl-io
           IF NOT exempl-ok
               DISPLAY ws-msg-eintrag(40)
               MOVE "N" TO ws-batch-erfolg
           ELSE
               PERFORM open-vormerk-io
               IF vormerk-ok
                   PERFORM UNTIL NOT vormerk-ok
                       READ vormerk-datei NEXT RECORD
                       IF vormerk-ok AND v-offen
                           PERFORM bearbeite-vormerk-transfer
                       END-IF
                   END-PERFORM
                   CLOSE vormerk-datei
               ELSE
                   DISPLAY ws-msg-eintrag(40)
                   MOVE "N" TO ws-batch-erfolg
               END-IF
               CLOSE exempl-datei
           END-IF

           PERFORM VARYING ws-vt-idx FROM 1 BY 1
               UNTIL ws-vt-idx >= ws-vt-anz
               PERFORM VARYING ws-vt-jdx FROM 1 BY 1
                   UNTIL ws-vt-jdx >= ws-vt-anz
                   IF ws-vt-t-von(ws-vt-jdx) >
                      ws-vt-t-von(ws-vt-jdx + 1) OR
                      (ws-vt-t-von(ws-vt-jdx) =
                       ws-vt-t-von(ws-vt-jdx + 1) AND
                       ws-vt-t-regal(ws-vt-jdx) >
                       ws-vt-t-regal(ws-vt-jdx + 1))
                       MOVE ws-vt-eintrag(ws-vt-jdx)
                           TO ws-vt-tmp-eintrag
                       MOVE ws-vt-eintrag(ws-vt-jdx + 1)
                           TO ws-vt-eintrag(ws-vt-jdx)
                       MOVE ws-vt-tmp-eintrag
                           TO ws-vt-eintrag(ws-vt-jdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM drucke-pickliste.

       bearbeite-vormerk-transfer.
           IF v-filiale = SPACES
               MOVE "001" TO v-filiale
           END-IF
           MOVE "N" TO ws-vt-lokal-flag
           MOVE ZERO TO ws-vt-kand-id

           MOVE v-film-id TO e-film-id
           START exempl-datei KEY IS EQUAL e-film-id
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT exempl-ok OR vt-lokal-vorhanden
               READ exempl-datei NEXT RECORD
               IF exempl-ok
                   IF e-film-id NOT = v-film-id
                       MOVE "10" TO exempl-status
                   ELSE
                       IF e-aktiv
                           IF e-filiale = v-filiale
                               MOVE "J" TO ws-vt-lokal-flag
                           ELSE
                               IF ws-vt-kand-id = ZERO
                                   MOVE e-id TO ws-vt-kand-id
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO exempl-status

           EVALUATE TRUE
               WHEN vt-lokal-vorhanden
                   ADD 1 TO ws-vt-lokal
               WHEN ws-vt-kand-id = ZERO
                   ADD 1 TO ws-vt-offen
               WHEN ws-vt-anz >= 200
                   ADD 1 TO ws-vt-zurueck
                   PERFORM melde-batch-warnung
               WHEN OTHER
                   PERFORM sende-vormerk-exemplar
           END-EVALUATE.

       sende-vormerk-exemplar.
           MOVE ws-vt-kand-id TO e-id
           READ exempl-datei
               INVALID KEY
                   DISPLAY "Exemplar " ws-vt-kand-id
                           " nicht lesbar!"
           END-READ
           IF exempl-ok AND e-aktiv
               MOVE "T" TO e-status
               MOVE v-filiale TO e-ziel-filiale
               PERFORM jn-vorher-exempl
               REWRITE datei-exempl
                   INVALID KEY
                       DISPLAY "Fehler beim Senden von Exemplar "
                               e-id "!"
                       MOVE "N" TO ws-batch-erfolg
                   NOT INVALID KEY
                       PERFORM jn-exempl
                       MOVE "TRANSFER GESENDET" TO ws-audit-action
                       MOVE SPACES TO ws-audit-detail
                       STRING "Exemplar "  DELIMITED BY SIZE
                              e-id         DELIMITED BY SIZE
                              " nach "     DELIMITED BY SIZE
                              v-filiale    DELIMITED BY SIZE
                              " Vormerk. " DELIMITED BY SIZE
                              v-id         DELIMITED BY SIZE
                              INTO ws-audit-detail
                       END-STRING
                       PERFORM write-audit-entry
                       PERFORM markiere-vormerk-transit
               END-REWRITE
           END-IF
           MOVE "00" TO exempl-status.

       markiere-vormerk-transit.
           MOVE "T" TO v-status
           MOVE e-id TO v-exempl-id
           PERFORM jn-vorher-vormerk
           REWRITE datei-vormerk
               INVALID KEY
                   DISPLAY "Fehler beim Aendern von Vormerkung "
                           v-id "!"
                   MOVE "N" TO ws-batch-erfolg
               NOT INVALID KEY
                   PERFORM jn-vormerk
                   MOVE "VORMERKUNG TRANSIT" TO ws-audit-action
                   MOVE SPACES TO ws-audit-detail
                   STRING "Vormerkung " DELIMITED BY SIZE
                          v-id          DELIMITED BY SIZE
                          " Exemplar "  DELIMITED BY SIZE
                          e-id          DELIMITED BY SIZE
                          " nach "      DELIMITED BY SIZE
                          v-filiale     DELIMITED BY SIZE
                          INTO ws-audit-detail
                   END-STRING
                   PERFORM write-audit-entry
                   IF ws-vt-anz < 200
                       ADD 1 TO ws-vt-anz
                       MOVE e-filiale TO ws-vt-t-von(ws-vt-anz)
                       MOVE e-regal   TO ws-vt-t-regal(ws-vt-anz)
                       MOVE e-id      TO ws-vt-t-ex-id(ws-vt-anz)
                       MOVE e-film-id TO ws-vt-t-film-id(ws-vt-anz)
                       MOVE e-format  TO ws-vt-t-format(ws-vt-anz)
                       MOVE v-filiale TO ws-vt-t-nach(ws-vt-anz)
                       MOVE v-id      TO ws-vt-t-vm-id(ws-vt-anz)
                   END-IF
           END-REWRITE.

       drucke-pickliste.
           OPEN OUTPUT pickliste-datei
           IF NOT pickliste-ok
               DISPLAY "Fehler beim Schreiben von pickliste.txt!"
               MOVE "N" TO ws-batch-erfolg
           ELSE
               MOVE SPACES TO ws-vt-akt-filiale
               PERFORM VARYING ws-vt-idx FROM 1 BY 1
                   UNTIL ws-vt-idx > ws-vt-anz
                   IF ws-vt-t-von(ws-vt-idx) NOT = ws-vt-akt-filiale
                       MOVE ws-vt-t-von(ws-vt-idx)
                           TO ws-vt-akt-filiale
                       PERFORM schreibe-pickliste-kopf
                   END-IF
                   PERFORM schreibe-pickliste-zeile
               END-PERFORM

               MOVE SPACES TO pickliste-rec
               WRITE pickliste-rec
               MOVE SPACES TO ws-report-line
               STRING "Transfers: "       DELIMITED BY SIZE
                      ws-vt-anz           DELIMITED BY SIZE
                      "  vor Ort verfuegbar: " DELIMITED BY SIZE
                      ws-vt-lokal         DELIMITED BY SIZE
                      "  ohne Exemplar: " DELIMITED BY SIZE
                      ws-vt-offen         DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO pickliste-rec
               WRITE pickliste-rec
               IF ws-vt-zurueck > ZERO
                   MOVE SPACES TO ws-report-line
                   STRING "Zurueckgestellt (Pickliste voll): "
                                          DELIMITED BY SIZE
                          ws-vt-zurueck   DELIMITED BY SIZE
                          INTO ws-report-line
                   END-STRING
                   MOVE ws-report-line TO pickliste-rec
                   WRITE pickliste-rec
                   DISPLAY "Warnung: " ws-vt-zurueck " Vormerkung(en) "
                           "zurueckgestellt, Pickliste voll."
               END-IF
               CLOSE pickliste-datei
               DISPLAY ws-vt-anz " Transfer(s) fuer Vormerkungen, "
                       "Pickliste in pickliste.txt"
           END-IF.

       schreibe-pickliste-kopf.
           MOVE SPACES TO pickliste-rec
           WRITE pickliste-rec
           MOVE SPACES TO ws-report-line
           STRING "*** Pickliste Filiale "  DELIMITED BY SIZE
                  ws-vt-akt-filiale         DELIMITED BY SIZE
                  " vom "                   DELIMITED BY SIZE
                  ws-today                  DELIMITED BY SIZE
                  " ***"                    DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO pickliste-rec
           WRITE pickliste-rec
           MOVE SPACES TO ws-report-line
           MOVE "Regal      Exemplar Film   Format     Nach Vormerk."
               TO ws-report-line
           MOVE ws-report-line TO pickliste-rec
           WRITE pickliste-rec.

       schreibe-pickliste-zeile.
           MOVE SPACES TO ws-report-line
           STRING ws-vt-t-regal(ws-vt-idx)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  ws-vt-t-ex-id(ws-vt-idx)   DELIMITED BY SIZE
                  "     "                    DELIMITED BY SIZE
                  ws-vt-t-film-id(ws-vt-idx) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  ws-vt-t-format(ws-vt-idx)  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  ws-vt-t-nach(ws-vt-idx)    DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  ws-vt-t-vm-id(ws-vt-idx)   DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO pickliste-rec
           WRITE pickliste-rec.

       melde-vormerk-ankunft.
           MOVE e-film-id TO ws-vm-film-id
           MOVE "N" TO ws-vm-found
           OPEN INPUT vormerk-datei
           IF vormerk-ok
               MOVE ws-vm-film-id TO v-film-id
               START vormerk-datei KEY IS EQUAL v-film-id
                   INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL NOT vormerk-ok OR vm-found
                   READ vormerk-datei NEXT RECORD
                   IF vormerk-ok
                       IF v-film-id NOT = ws-vm-film-id
                           MOVE "10" TO vormerk-status
                       ELSE
                           IF v-unterwegs AND v-exempl-id NUMERIC
                              AND v-exempl-id = e-id
                               MOVE "J" TO ws-vm-found
                               MOVE v-id TO ws-vm-id
                               MOVE v-entleiher-id TO ws-vm-entl-id
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE vormerk-datei
           END-IF
           IF vm-found
               MOVE ws-vm-entl-id TO ws-entl-id
               PERFORM read-entleiher-by-id
               DISPLAY "Exemplar ist fuer Vormerkung " ws-vm-id
                       " bestimmt: " ws-entl-name(1:20)
           END-IF.

       schreibe-statistik-snapshot.
           ACCEPT ws-today FROM DATE YYYYMMDD
           MOVE ZERO TO ws-snap-geloescht
           MOVE ZERO TO ws-snap-leihen
           MOVE ZERO TO ws-snap-wert

           OPEN INPUT film-datei
           IF ok
               PERFORM UNTIL NOT ok
                   READ film-datei NEXT RECORD
                   IF ok
                       IF film-is-deleted
                           ADD 1 TO ws-snap-geloescht
                       ELSE
                           IF film-preis NUMERIC
                               ADD film-preis TO ws-snap-wert
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE film-datei
           END-IF

           OPEN INPUT ausleih-datei
           IF ausleih-ok
               PERFORM UNTIL NOT ausleih-ok
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok AND l-offen
                       ADD 1 TO ws-snap-leihen
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
           END-IF

           COMPUTE ws-snap-wert-cent = ws-snap-wert * 100

           OPEN EXTEND statist-datei
           IF statist-status = "35"
               OPEN OUTPUT statist-datei
           END-IF
           IF statist-ok
               MOVE SPACES TO statist-rec
               MOVE "SNAP" TO statist-rec(1:4)
               MOVE ws-today TO statist-rec(6:8)
               MOVE ws-stat-total TO statist-rec(15:4)
               MOVE ws-snap-geloescht TO statist-rec(20:4)
               MOVE ws-snap-leihen TO statist-rec(25:4)
               MOVE ws-snap-wert-cent TO statist-rec(30:11)
               WRITE statist-rec

               PERFORM VARYING ws-snap-idx FROM 1 BY 1
                   UNTIL ws-snap-idx > ws-stat-genre-total
                   MOVE SPACES TO statist-rec
                   MOVE "SNAPG" TO statist-rec(1:5)
                   MOVE ws-today TO statist-rec(7:8)
                   MOVE ws-stat-genre-name(ws-snap-idx)
                       TO statist-rec(16:15)
                   MOVE ws-stat-genre-count(ws-snap-idx)
                       TO statist-rec(32:4)
                   WRITE statist-rec
               END-IF
           END-IF.

       hoimport-lauf.
           ACCEPT ws-today FROM DATE YYYYMMDD
           COMPUTE ws-max-jahr = ws-today / 10000
           MOVE ZERO TO ws-hi-anz
           MOVE ZERO TO ws-hi-hash
           MOVE ZERO TO ws-hi-geaendert
           MOVE ZERO TO ws-hi-gleich
           MOVE ZERO TO ws-hi-ausnahmen
           MOVE SPACES TO ws-hi-fehler

           OPEN OUTPUT hoirpt-datei
           IF hoirpt-ok
               MOVE "*** Zentralkorrekturen - Ausnahmen ***"
                   TO hoirpt-rec
               WRITE hoirpt-rec
           END-IF

           PERFORM pruefe-hoimport-summen
           IF ws-hi-fehler NOT = SPACES
               DISPLAY "Datei hoimport.dat abgewiesen: "
                       ws-hi-fehler
               MOVE "N" TO ws-batch-erfolg
               IF hoirpt-ok
                   MOVE SPACES TO ws-report-line
                   STRING "DATEI ABGEWIESEN: " DELIMITED BY SIZE
                          ws-hi-fehler         DELIMITED BY SIZE
                          INTO ws-report-line
                   END-STRING
                   MOVE ws-report-line TO hoirpt-rec
                   WRITE hoirpt-rec
               END-IF
               MOVE "HO-IMPORT ABGEWIESEN" TO ws-audit-action
               MOVE ws-hi-fehler TO ws-audit-detail
               PERFORM write-audit-entry
           ELSE
               PERFORM wende-hoimport-an
               IF ws-hi-ausnahmen > ZERO
                   PERFORM melde-batch-warnung
               END-IF
           END-IF

           IF hoirpt-ok
               MOVE SPACES TO hoirpt-rec
               WRITE hoirpt-rec
               MOVE SPACES TO ws-report-line
               STRING ws-hi-geaendert   DELIMITED BY SIZE
                      " geaendert, "    DELIMITED BY SIZE
                      ws-hi-gleich      DELIMITED BY SIZE
                      " unveraendert, " DELIMITED BY SIZE
                      ws-hi-ausnahmen   DELIMITED BY SIZE
                      " Ausnahme(n)"    DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO hoirpt-rec
               WRITE hoirpt-rec
               CLOSE hoirpt-datei
           END-IF.

       pruefe-hoimport-summen.
           MOVE "N" TO ws-hi-kopf-flag
           MOVE "N" TO ws-hi-schluss-flag
           OPEN INPUT hoimport-datei
           IF NOT hoimport-ok
               MOVE "DATEI FEHLT ODER NICHT LESBAR" TO ws-hi-fehler
           ELSE
               PERFORM UNTIL NOT hoimport-ok
                   READ hoimport-datei
                       AT END MOVE "10" TO hoimport-status
                   END-READ
                   IF hoimport-ok
                       PERFORM zaehle-hoimport-satz
                   END-IF
               END-PERFORM
               CLOSE hoimport-datei

               EVALUATE TRUE
                   WHEN ws-hi-fehler NOT = SPACES
                       CONTINUE
                   WHEN NOT hi-kopf-da
                       MOVE "KOPFSATZ FEHLT" TO ws-hi-fehler
                   WHEN NOT hi-schluss-da
                       MOVE "SCHLUSSSATZ FEHLT" TO ws-hi-fehler
                   WHEN ws-hi-soll-anz NOT = ws-hi-anz
                       MOVE SPACES TO ws-hi-fehler
                       STRING "ANZAHL "       DELIMITED BY SIZE
                              ws-hi-anz       DELIMITED BY SIZE
                              " STATT "       DELIMITED BY SIZE
                              ws-hi-soll-anz  DELIMITED BY SIZE
                              INTO ws-hi-fehler
                       END-STRING
                   WHEN ws-hi-soll-hash NOT = ws-hi-hash
                       MOVE "HASHSUMME STIMMT NICHT" TO ws-hi-fehler
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       zaehle-hoimport-satz.
           EVALUATE hi-satzart
               WHEN "1"
                   IF hi-kopf-da OR ws-hi-anz > ZERO
                       MOVE "KOPFSATZ AN FALSCHER STELLE"
                           TO ws-hi-fehler
                   END-IF
                   MOVE "J" TO ws-hi-kopf-flag
                   MOVE hik-datum TO ws-hi-datum
               WHEN "2"
                   IF NOT hi-kopf-da OR hi-schluss-da
                       MOVE "DETAILSATZ AUSSERHALB KOPF/SCHLUSS"
                           TO ws-hi-fehler
                   END-IF
                   ADD 1 TO ws-hi-anz
                   IF his-film-id NUMERIC
                       ADD his-film-id TO ws-hi-hash
                   ELSE
                       MOVE "FILM-ID NICHT NUMERISCH"
                           TO ws-hi-fehler
                   END-IF
                   IF his-preis NUMERIC
                       ADD his-preis TO ws-hi-hash
                   ELSE
                       MOVE "PREIS NICHT NUMERISCH" TO ws-hi-fehler
                   END-IF
               WHEN "9"
                   IF hi-schluss-da
                       MOVE "MEHRERE SCHLUSSSAETZE" TO ws-hi-fehler
                   END-IF
                   MOVE "J" TO ws-hi-schluss-flag
                   IF hit-anzahl NUMERIC AND hit-hash NUMERIC
                       MOVE hit-anzahl TO ws-hi-soll-anz
                       MOVE hit-hash   TO ws-hi-soll-hash
                   ELSE
                       MOVE "SCHLUSSSATZ UNGUELTIG" TO ws-hi-fehler
                   END-IF
               WHEN OTHER
                   MOVE "UNBEKANNTE SATZART" TO ws-hi-fehler
           END-EVALUATE.

       wende-hoimport-an.
           PERFORM load-genre-table
           MOVE ws-op-id TO ws-hi-op-alt
           MOVE "HOFEED" TO ws-op-id

           OPEN INPUT hoimport-datei
           PERFORM open-film-io
           IF ok AND hoimport-ok
               PERFORM UNTIL NOT hoimport-ok
                   READ hoimport-datei
                       AT END MOVE "10" TO hoimport-status
                   END-READ
                   IF hoimport-ok AND hi-satzart = "2"
                       PERFORM wende-hoimport-satz-an
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY ws-msg-eintrag(40)
               MOVE "N" TO ws-batch-erfolg
           END-IF
           CLOSE film-datei
           CLOSE hoimport-datei

           MOVE "HO-IMPORT" TO ws-audit-action
           MOVE SPACES TO ws-audit-detail
           STRING "Stand "          DELIMITED BY SIZE
                  ws-hi-datum       DELIMITED BY SIZE
                  ": "              DELIMITED BY SIZE
                  ws-hi-geaendert   DELIMITED BY SIZE
                  " geaendert, "    DELIMITED BY SIZE
                  ws-hi-ausnahmen   DELIMITED BY SIZE
                  " Ausnahme(n)"    DELIMITED BY SIZE
                  INTO ws-audit-detail
           END-STRING
           PERFORM write-audit-entry
           MOVE ws-hi-op-alt TO ws-op-id

           DISPLAY ws-hi-geaendert " Film(e) geaendert, "
                   ws-hi-gleich " unveraendert, "
                   ws-hi-ausnahmen " Ausnahme(n) in hoimport.rpt".

       wende-hoimport-satz-an.
           MOVE SPACES TO ws-rej-code
           MOVE his-film-id TO film-id
           READ film-datei
               INVALID KEY
                   MOVE "K01" TO ws-rej-code
           END-READ
           EVALUATE TRUE
               WHEN ws-rej-code NOT = SPACES
                   CONTINUE
               WHEN file-status = "99"
                   MOVE "K05" TO ws-rej-code
               WHEN NOT ok OR film-is-deleted
                   MOVE "K01" TO ws-rej-code
               WHEN his-aktion = "L"
                   MOVE "K04" TO ws-rej-code
               WHEN his-jahr NOT NUMERIC OR
                    his-jahr < ws-min-jahr OR
                    his-jahr > ws-max-jahr
                   MOVE "K03" TO ws-rej-code
               WHEN OTHER
                   MOVE his-genre TO ws-genre
                   PERFORM check-genre-allowed
                   IF NOT genre-allowed
                       MOVE "K02" TO ws-rej-code
                   END-IF
           END-EVALUATE
           MOVE "00" TO file-status

           IF ws-rej-code NOT = SPACES
               PERFORM schreibe-hoimport-ausnahme
           ELSE
               MOVE film-id    TO update-id
               MOVE film-name  TO ws-old-name
               MOVE film-jahr  TO ws-old-jahr
               MOVE film-desc  TO ws-old-desc
               MOVE film-genre TO ws-old-genre
               MOVE film-fsk   TO ws-old-fsk
               IF his-name NOT = SPACES
                   MOVE his-name TO film-name
               END-IF
               MOVE his-jahr TO film-jahr
               IF his-genre NOT = SPACES
                   MOVE his-genre TO film-genre
               END-IF
               IF film-name  = ws-old-name AND
                  film-jahr  = ws-old-jahr AND
                  film-genre = ws-old-genre
                   ADD 1 TO ws-hi-gleich
               ELSE
                   MOVE "A" TO film-aend-art
                   PERFORM stamp-film-change
                   PERFORM jn-vorher-film
                   REWRITE datei-film
                       INVALID KEY
                           MOVE "K05" TO ws-rej-code
                           PERFORM schreibe-hoimport-ausnahme
                       NOT INVALID KEY
                           PERFORM jn-film
                           ADD 1 TO ws-hi-geaendert
                           PERFORM write-update-history
                   END-REWRITE
               END-IF
           END-IF.

       schreibe-hoimport-ausnahme.
           ADD 1 TO ws-hi-ausnahmen
           EVALUATE ws-rej-code
               WHEN "K01"
                   MOVE "FILM-ID UNBEKANNT" TO ws-rej-text
               WHEN "K02"
                   MOVE "GENRE UNBEKANNT" TO ws-rej-text
               WHEN "K03"
                   MOVE "JAHR UNGUELTIG" TO ws-rej-text
               WHEN "K04"
                   MOVE "LOESCHUNG MANUELL" TO ws-rej-text
               WHEN OTHER
                   MOVE "SATZ GESPERRT" TO ws-rej-text
           END-EVALUATE
           IF hoirpt-ok
               MOVE SPACES TO ws-rej-line
               STRING "Film "       DELIMITED BY SIZE
                      his-film-id   DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      ws-rej-code   DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      ws-rej-text   DELIMITED BY SIZE
                      " | "         DELIMITED BY SIZE
                      his-name      DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      his-jahr      DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      his-genre     DELIMITED BY SIZE
                      INTO ws-rej-line
               END-STRING
               MOVE ws-rej-line TO hoirpt-rec
               WRITE hoirpt-rec
           END-IF.

       anonym-lauf.
           PERFORM load-regeln
           ACCEPT ws-today FROM DATE YYYYMMDD
                          l-entleiher NOT = "*ANONYMISIERT*"
                           MOVE "*ANONYMISIERT*" TO l-entleiher
                           MOVE ZERO TO l-entleiher-id
                           PERFORM jn-vorher-ausleih
                           REWRITE datei-ausleih
                               INVALID KEY
                                   DISPLAY "Fehler beim "
                                           "Anonymisieren von "
                                           "Ausleihe " l-id "!"
                               NOT INVALID KEY
                                   PERFORM jn-ausleih
                                   ADD 1 TO ws-anon-anz
                           END-REWRITE
                       END-IF
               MOVE "N" TO ws-batch-erfolg
           END-IF.

       verfuegbarkeit-extrakt.
           MOVE ZERO TO ws-wk-anz
           OPEN INPUT film-datei
           IF ok
               OPEN OUTPUT webkat-datei
               IF webkat-ok
                   MOVE SPACES TO webkat-rec
                   STRING "film-id;titel;jahr;genre;fsk;serie;"
                              DELIMITED BY SIZE
                          "vormerkungen;anz-filialen;"
                              DELIMITED BY SIZE
                          "{filiale;verfuegbar;verliehen;"
                              DELIMITED BY SIZE
                          "frueheste-rueckgabe;unterwegs}"
                              DELIMITED BY SIZE
                          INTO webkat-rec
                   END-STRING
                   WRITE webkat-rec

                   MOVE "N" TO ws-wk-ex-offen
                   OPEN INPUT exempl-datei
                   IF exempl-ok
                       MOVE "J" TO ws-wk-ex-offen
                   END-IF
                   MOVE "N" TO ws-wk-al-offen
                   OPEN INPUT ausleih-datei
                   IF ausleih-ok
                       MOVE "J" TO ws-wk-al-offen
                   END-IF
                   MOVE "N" TO ws-wk-vm-offen
                   OPEN INPUT vormerk-datei
                   IF vormerk-ok
                       MOVE "J" TO ws-wk-vm-offen
                   END-IF
                   MOVE "N" TO ws-wk-sr-offen
                   OPEN INPUT serie-datei
                   IF serie-ok
                       MOVE "J" TO ws-wk-sr-offen
                   END-IF

                   PERFORM UNTIL NOT ok
                       READ film-datei NEXT RECORD
                       IF ok AND film-is-active
                           PERFORM schreibe-verfueg-satz
                       END-IF
                   END-PERFORM

                   IF ws-wk-ex-offen = "J"
                       CLOSE exempl-datei
                   END-IF
                   IF ws-wk-al-offen = "J"
                       CLOSE ausleih-datei
                   END-IF
                   IF ws-wk-vm-offen = "J"
                       CLOSE vormerk-datei
                   END-IF
                   IF ws-wk-sr-offen = "J"
                       CLOSE serie-datei
                   END-IF
                   CLOSE webkat-datei
                   DISPLAY ws-wk-anz " Film(e) nach webkat.csv "
                           "exportiert."
               ELSE
                   DISPLAY "Fehler beim Schreiben von webkat.csv!"
                   MOVE "N" TO ws-batch-erfolg
               END-IF
               CLOSE film-datei
           ELSE
               DISPLAY ws-msg-eintrag(39)
               MOVE "N" TO ws-batch-erfolg
           END-IF.

       schreibe-verfueg-satz.
           MOVE ZERO TO ws-wk-fil-anz
           MOVE ZERO TO ws-wk-vorm-anz

           IF ws-wk-ex-offen = "J"
               MOVE film-id TO e-film-id
               START exempl-datei KEY IS EQUAL e-film-id
                   INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL NOT exempl-ok
                   READ exempl-datei NEXT RECORD
                   IF exempl-ok
                       IF e-film-id = film-id
                           PERFORM zaehle-verfueg-exemplar
                       ELSE
                           MOVE "10" TO exempl-status
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           IF ws-wk-vm-offen = "J"
               MOVE film-id TO v-film-id
               START vormerk-datei KEY IS EQUAL v-film-id
                   INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL NOT vormerk-ok
                   READ vormerk-datei NEXT RECORD
                   IF vormerk-ok
                       IF v-film-id = film-id
                           IF v-offen OR v-unterwegs
                               ADD 1 TO ws-wk-vorm-anz
                           END-IF
                       ELSE
                           MOVE "10" TO vormerk-status
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO ws-wk-serie
           IF ws-wk-sr-offen = "J" AND
              film-serie-id NUMERIC AND
              film-serie-id > ZERO
               MOVE film-serie-id TO sr-id
               READ serie-datei
                   INVALID KEY CONTINUE
               END-READ
               IF serie-ok
                   MOVE sr-name TO ws-wk-serie
               END-IF
           END-IF

           PERFORM sortiere-verfueg-filialen

           MOVE SPACES TO ws-wk-zeile
           MOVE 1 TO ws-wk-pos
           MOVE film-id TO ws-wk-feld
           PERFORM haenge-wk-feld
           MOVE film-name TO ws-wk-feld
           PERFORM haenge-wk-feld
           MOVE film-jahr TO ws-wk-feld
           PERFORM haenge-wk-feld
           MOVE film-genre TO ws-wk-feld
           PERFORM haenge-wk-feld
           IF film-fsk NUMERIC
               MOVE film-fsk TO ws-wk-feld
           ELSE
               MOVE "00" TO ws-wk-feld
           END-IF
           PERFORM haenge-wk-feld
           MOVE ws-wk-serie TO ws-wk-feld
           PERFORM haenge-wk-feld
           MOVE ws-wk-vorm-anz TO ws-wk-feld
           PERFORM haenge-wk-feld
           MOVE ws-wk-fil-anz TO ws-wk-feld
           PERFORM haenge-wk-feld
           PERFORM VARYING ws-wk-idx FROM 1 BY 1
               UNTIL ws-wk-idx > ws-wk-fil-anz
               MOVE ws-wk-fil(ws-wk-idx) TO ws-wk-feld
               PERFORM haenge-wk-feld
               MOVE ws-wk-frei(ws-wk-idx) TO ws-wk-feld
               PERFORM haenge-wk-feld
               MOVE ws-wk-verl(ws-wk-idx) TO ws-wk-feld
               PERFORM haenge-wk-feld
               IF ws-wk-faellig(ws-wk-idx) > ZERO
                   MOVE ws-wk-faellig(ws-wk-idx) TO ws-wk-feld
               END-IF
               PERFORM haenge-wk-feld
               MOVE ws-wk-transit(ws-wk-idx) TO ws-wk-feld
               PERFORM haenge-wk-feld
           END-PERFORM

           MOVE ws-wk-zeile TO webkat-rec
           WRITE webkat-rec
           ADD 1 TO ws-wk-anz.

       zaehle-verfueg-exemplar.
           IF NOT e-ausgemustert
               IF e-transit AND e-ziel-filiale NOT = SPACES
                   MOVE e-ziel-filiale TO ws-wk-such-fil
               ELSE
                   MOVE e-filiale TO ws-wk-such-fil
               END-IF
               IF ws-wk-such-fil = SPACES
                   MOVE "001" TO ws-wk-such-fil
               END-IF

               MOVE ZERO TO ws-wk-treffer
               PERFORM VARYING ws-wk-idx FROM 1 BY 1
                   UNTIL ws-wk-idx > ws-wk-fil-anz OR
                         ws-wk-treffer > ZERO
                   IF ws-wk-fil(ws-wk-idx) = ws-wk-such-fil
                       MOVE ws-wk-idx TO ws-wk-treffer
                   END-IF
               END-PERFORM
               IF ws-wk-treffer = ZERO AND ws-wk-fil-anz < 20
                   ADD 1 TO ws-wk-fil-anz
                   MOVE ws-wk-fil-anz TO ws-wk-treffer
                   MOVE ws-wk-such-fil TO ws-wk-fil(ws-wk-treffer)
                   MOVE ZERO TO ws-wk-frei(ws-wk-treffer)
                   MOVE ZERO TO ws-wk-verl(ws-wk-treffer)
                   MOVE ZERO TO ws-wk-faellig(ws-wk-treffer)
                   MOVE ZERO TO ws-wk-transit(ws-wk-treffer)
               END-IF

               IF ws-wk-treffer > ZERO
                   EVALUATE TRUE
                       WHEN e-transit
                           ADD 1 TO ws-wk-transit(ws-wk-treffer)
                       WHEN e-verliehen
                           ADD 1 TO ws-wk-verl(ws-wk-treffer)
                           PERFORM hole-verfueg-faellig
                       WHEN OTHER
                           ADD 1 TO ws-wk-frei(ws-wk-treffer)
                   END-EVALUATE
               END-IF
           END-IF.

       hole-verfueg-faellig.
           IF ws-wk-al-offen = "J"
               MOVE e-film-id TO l-film-id
               START ausleih-datei KEY IS EQUAL l-film-id
                   INVALID KEY CONTINUE
               END-START
               PERFORM UNTIL NOT ausleih-ok
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok
                       IF l-film-id = e-film-id
                           IF l-offen AND l-exempl-id = e-id AND
                              (ws-wk-faellig(ws-wk-treffer) = ZERO
                               OR l-faellig-datum <
                                  ws-wk-faellig(ws-wk-treffer))
                               MOVE l-faellig-datum
                                   TO ws-wk-faellig(ws-wk-treffer)
                           END-IF
                       ELSE
                           MOVE "10" TO ausleih-status
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       sortiere-verfueg-filialen.
           PERFORM VARYING ws-wk-idx FROM 1 BY 1
               UNTIL ws-wk-idx >= ws-wk-fil-anz
               PERFORM VARYING ws-wk-jdx FROM 1 BY 1
                   UNTIL ws-wk-jdx >= ws-wk-fil-anz
                   IF ws-wk-fil(ws-wk-jdx) >
                      ws-wk-fil(ws-wk-jdx + 1)
                       MOVE ws-wk-fil-eintrag(ws-wk-jdx)
                           TO ws-wk-tmp-eintrag
                       MOVE ws-wk-fil-eintrag(ws-wk-jdx + 1)
                           TO ws-wk-fil-eintrag(ws-wk-jdx)
                       MOVE ws-wk-tmp-eintrag
                           TO ws-wk-fil-eintrag(ws-wk-jdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       haenge-wk-feld.
           INSPECT ws-wk-feld REPLACING ALL ";" BY ","
           MOVE ZERO TO ws-wk-len
           INSPECT ws-wk-feld TALLYING ws-wk-len
               FOR CHARACTERS BEFORE INITIAL "  "
           IF ws-wk-pos > 1
               MOVE ";" TO ws-wk-zeile(ws-wk-pos:1)
               ADD 1 TO ws-wk-pos
           END-IF
           IF ws-wk-len > ZERO
               MOVE ws-wk-feld(1:ws-wk-len)
                   TO ws-wk-zeile(ws-wk-pos:ws-wk-len)
               ADD ws-wk-len TO ws-wk-pos
           END-IF
           MOVE SPACES TO ws-wk-feld.

       batch-load-films.
           MOVE ZERO TO ws-batch-loaded
           MOVE ZERO TO ws-batch-skipped
           MOVE ZERO TO ws-batch-zeile
           ACCEPT ws-today FROM DATE YYYYMMDD
           COMPUTE ws-max-jahr = ws-today / 10000
           PERFORM load-genre-table

           OPEN INPUT import-datei
           IF import-ok
               OPEN OUTPUT reject-datei
               OPEN OUTPUT rejrpt-datei

               PERFORM UNTIL NOT import-ok
                   READ import-datei
                   IF import-ok
                       ADD 1 TO ws-batch-zeile
                       PERFORM batch-process-line
                   END-IF
               END-PERFORM

               CLOSE import-datei
               IF reject-ok
               MOVE ZERO TO film-fsk
               MOVE "N" TO film-aend-art
               PERFORM stamp-film-change
               PERFORM jn-neu
               WRITE datei-film
                   INVALID KEY
                       MOVE "R07" TO ws-rej-code
                   NOT INVALID KEY
                       PERFORM jn-film
                       ADD 1 TO ws-batch-loaded
                       MOVE "HINZUGEFUEGT" TO ws-audit-action
                       MOVE SPACES TO ws-audit-detail
                   MOVE "N" TO film-aend-art
                   PERFORM stamp-film-change

                   PERFORM jn-neu
                   WRITE datei-film
                       INVALID KEY
                           DISPLAY "Fehler! Film-ID existiert "
                                   "bereits!"
                       NOT INVALID KEY
                           PERFORM jn-film
                           DISPLAY ws-msg-eintrag(125)

                           MOVE "HINZUGEFUEGT" TO ws-audit-action
                   IF ok AND film-is-active
                       IF film-name = ws-name
                           MOVE "J" TO ws-dup-flag
                           MOVE film-id TO ws-dup-film-id
                       END-IF
                   END-IF
               END-PERFORM
                   MOVE ws-today TO film-del-datum
                   MOVE "L" TO film-aend-art
                   PERFORM stamp-film-change
                   PERFORM jn-vorher-film
                   REWRITE datei-film
                       INVALID KEY
                           DISPLAY "Fehler beim Loeschen!"
                       NOT INVALID KEY
                           PERFORM jn-film
                           DISPLAY ws-msg-eintrag(126)
                           MOVE "GELOESCHT" TO ws-audit-action
                           MOVE SPACES TO ws-audit-detail

           PERFORM end-protected-op.

       film-merge.
           DISPLAY "Film-ID (bleibt): " WITH NO ADVANCING
           ACCEPT ws-fm-keep-id
           DISPLAY "Film-ID (wird aufgeloest): " WITH NO ADVANCING
           ACCEPT ws-fm-del-id

           IF ws-fm-keep-id = ws-fm-del-id
               DISPLAY "Fehler! Beide IDs sind gleich."
           ELSE
               PERFORM pruefe-fm-filme
               IF fm-gueltig
                   DISPLAY "Bleibt:       " ws-fm-keep-id " "
                           ws-fm-keep-name
                   DISPLAY "Aufgeloest:   " ws-fm-del-id " "
                           ws-fm-del-name
                   DISPLAY "Exemplare, Ausleihen, Vormerkungen, "
                           "Gebuehren, Notizen und Besetzung"
                   DISPLAY "werden auf den bleibenden Film "
                           "umgehaengt."
                   DISPLAY "Wirklich zusammenfuehren? (J/N): "
                       WITH NO ADVANCING
                   ACCEPT ws-confirm
                   IF ws-confirm = "J" OR ws-confirm = "j"
                       PERFORM fuehre-film-merge-durch
                   ELSE
                       DISPLAY ws-msg-eintrag(43)
                   END-IF
               END-IF
           END-IF.

       pruefe-fm-filme.
           MOVE "N" TO ws-fm-gueltig
           PERFORM open-film-io
           IF ok
               MOVE ws-fm-keep-id TO film-id
               PERFORM read-film-with-retry
               IF NOT ok OR NOT film-is-active
                   DISPLAY "Film " ws-fm-keep-id " nicht gefunden!"
               ELSE
                   MOVE film-name TO ws-fm-keep-name
                   MOVE film-serie-id TO ws-fm-keep-serie
                   MOVE ws-fm-del-id TO film-id
                   PERFORM read-film-with-retry
                   IF NOT ok OR NOT film-is-active
                       DISPLAY "Film " ws-fm-del-id
                               " nicht gefunden!"
                   ELSE
                       MOVE film-name TO ws-fm-del-name
                       MOVE film-serie-id TO ws-fm-del-serie
                       MOVE film-serie-folge TO ws-fm-del-folge
                       MOVE "J" TO ws-fm-gueltig
                   END-IF
               END-IF
               CLOSE film-datei
           ELSE
               DISPLAY ws-msg-eintrag(39)
           END-IF.

       fuehre-film-merge-durch.
           ACCEPT ws-today FROM DATE YYYYMMDD
           MOVE "N" TO ws-fm-fehler
           MOVE "N" TO ws-fm-serie-flag
           MOVE ZERO TO ws-fm-anz-link
           MOVE ZERO TO ws-fm-anz-dlink
           MOVE ZERO TO ws-fm-anz-exempl
           MOVE ZERO TO ws-fm-anz-ausleih
           MOVE ZERO TO ws-fm-anz-vormerk
           MOVE ZERO TO ws-fm-anz-gebuehr
           MOVE ZERO TO ws-fm-anz-notiz

           PERFORM begin-merge-protected-op

           PERFORM fm-umhaengen-links
           IF NOT fm-fehler
               PERFORM fm-umhaengen-exempl
           END-IF
           IF NOT fm-fehler
               PERFORM fm-umhaengen-ausleih
           END-IF
           IF NOT fm-fehler
               PERFORM fm-umhaengen-vormerk
           END-IF
           IF NOT fm-fehler
               PERFORM fm-umhaengen-gebuehr
           END-IF
           IF NOT fm-fehler
               PERFORM fm-umhaengen-notizen
           END-IF
           IF NOT fm-fehler
               PERFORM fm-abschliessen-filme
           END-IF

           COMPUTE ws-fm-gesamt = ws-fm-anz-link + ws-fm-anz-dlink
                                + ws-fm-anz-exempl
                                + ws-fm-anz-ausleih
                                + ws-fm-anz-vormerk
                                + ws-fm-anz-gebuehr
                                + ws-fm-anz-notiz
           DISPLAY "Besetzung umgehaengt:    " ws-fm-anz-link
           DISPLAY "Besetzung doppelt/entf.: " ws-fm-anz-dlink
           DISPLAY "Exemplare umgehaengt:    " ws-fm-anz-exempl
           DISPLAY "Ausleihen umgehaengt:    " ws-fm-anz-ausleih
           DISPLAY "Vormerkungen umgehaengt: " ws-fm-anz-vormerk
           DISPLAY "Gebuehren umgehaengt:    " ws-fm-anz-gebuehr
           DISPLAY "Notizen umgehaengt:      " ws-fm-anz-notiz
           IF ws-fm-serie-flag = "J"
               DISPLAY "Serienzugehoerigkeit uebernommen."
           END-IF

           MOVE SPACES TO ws-audit-detail
           IF fm-fehler
               DISPLAY "Zusammenfuehrung abgebrochen! Der Vorgang "
                       "kann wiederholt werden."
               MOVE "ZUSAMMENF. ABBRUCH" TO ws-audit-action
           ELSE
               DISPLAY "Film " ws-fm-del-id " in Film "
                       ws-fm-keep-id " zusammengefuehrt."
               MOVE "FILM ZUSAMMENGEF." TO ws-audit-action
           END-IF
           STRING "ID " DELIMITED BY SIZE
                  ws-fm-del-id DELIMITED BY SIZE
                  " -> ID " DELIMITED BY SIZE
                  ws-fm-keep-id DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  ws-fm-gesamt DELIMITED BY SIZE
                  " Saetze umgehaengt" DELIMITED BY SIZE
                  INTO ws-audit-detail
           END-STRING
           PERFORM write-audit-entry

           PERFORM end-protected-op.

       fm-umhaengen-links.
           MOVE ZERO TO ws-fm-k-anz
           PERFORM open-actor-io
           IF actor-ok
               MOVE ws-fm-keep-id TO a-film-id
               START actor-datei KEY IS EQUAL a-film-id
                   INVALID KEY CONTINUE
               END-START
               IF actor-ok
                   PERFORM UNTIL NOT actor-ok
                       READ actor-datei NEXT RECORD
                       IF actor-ok
                           IF a-film-id = ws-fm-keep-id
                               IF ws-fm-k-anz < 300
                                   ADD 1 TO ws-fm-k-anz
                                   MOVE a-schausp-id
                                     TO ws-fm-k-id(ws-fm-k-anz)
                                   MOVE a-rolle
                                     TO ws-fm-k-rolle(ws-fm-k-anz)
                                   IF a-rolle = SPACE
                                       MOVE "S" TO
                                         ws-fm-k-rolle(ws-fm-k-anz)
                                   END-IF
                               END-IF
                           ELSE
                               MOVE "10" TO actor-status
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE actor-datei
           END-IF

           PERFORM open-actor-io
           IF actor-ok
               PERFORM UNTIL NOT actor-ok
                   READ actor-datei NEXT RECORD
                   IF actor-ok AND a-film-id = ws-fm-del-id
                       PERFORM pruefe-fm-link-doppelt
                       IF fm-doppelt
                           DELETE actor-datei RECORD
                               INVALID KEY
                                   DISPLAY "Fehler beim Umhaengen!"
                                   MOVE "J" TO ws-fm-fehler
                               NOT INVALID KEY
                                   ADD 1 TO ws-fm-anz-dlink
                           END-DELETE
                       ELSE
                           MOVE ws-fm-keep-id TO a-film-id
                           REWRITE datei-actor
                               INVALID KEY
                                   DISPLAY "Fehler beim Umhaengen!"
                                   MOVE "J" TO ws-fm-fehler
                               NOT INVALID KEY
                                   ADD 1 TO ws-fm-anz-link
                           END-REWRITE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE actor-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
               MOVE "J" TO ws-fm-fehler
           END-IF.

       pruefe-fm-link-doppelt.
           MOVE "N" TO ws-fm-doppelt
           PERFORM VARYING ws-fm-k-idx FROM 1 BY 1
                   UNTIL ws-fm-k-idx > ws-fm-k-anz OR fm-doppelt
               IF ws-fm-k-id(ws-fm-k-idx) = a-schausp-id AND
                  (ws-fm-k-rolle(ws-fm-k-idx) = a-rolle OR
                   (ws-fm-k-rolle(ws-fm-k-idx) = "S" AND
                    a-rolle = SPACE))
                   MOVE "J" TO ws-fm-doppelt
               END-IF
           END-PERFORM.

       fm-umhaengen-exempl.
           PERFORM open-exempl-io
           IF exempl-ok
               PERFORM UNTIL NOT exempl-ok
                   READ exempl-datei NEXT RECORD
                   IF exempl-ok AND e-film-id = ws-fm-del-id
                       MOVE ws-fm-keep-id TO e-film-id
                       PERFORM jn-vorher-exempl
                       REWRITE datei-exempl
                           INVALID KEY
                               DISPLAY "Fehler beim Umhaengen!"
                               MOVE "J" TO ws-fm-fehler
                       END-REWRITE
                       PERFORM jn-exempl
                       IF exempl-ok
                           ADD 1 TO ws-fm-anz-exempl
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE exempl-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
               MOVE "J" TO ws-fm-fehler
           END-IF.

       fm-umhaengen-ausleih.
           PERFORM open-ausleih-io
           IF ausleih-ok
               PERFORM UNTIL NOT ausleih-ok
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok AND l-film-id = ws-fm-del-id
                       MOVE ws-fm-keep-id TO l-film-id
                       PERFORM jn-vorher-ausleih
                       REWRITE datei-ausleih
                           INVALID KEY
                               DISPLAY "Fehler beim Umhaengen!"
                               MOVE "J" TO ws-fm-fehler
                       END-REWRITE
                       PERFORM jn-ausleih
                       IF ausleih-ok
                           ADD 1 TO ws-fm-anz-ausleih
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
               MOVE "J" TO ws-fm-fehler
           END-IF.

       fm-umhaengen-vormerk.
           MOVE ZERO TO ws-fm-k-anz
           PERFORM open-vormerk-io
           IF vormerk-ok
               MOVE ws-fm-keep-id TO v-film-id
               START vormerk-datei KEY IS EQUAL v-film-id
                   INVALID KEY CONTINUE
               END-START
               IF vormerk-ok
                   PERFORM UNTIL NOT vormerk-ok
                       READ vormerk-datei NEXT RECORD
                       IF vormerk-ok
                           IF v-film-id = ws-fm-keep-id
                               IF (v-offen OR v-unterwegs) AND
                                  ws-fm-k-anz < 300
                                   ADD 1 TO ws-fm-k-anz
                                   MOVE v-entleiher-id
                                     TO ws-fm-k-id(ws-fm-k-anz)
                               END-IF
                           ELSE
                               MOVE "10" TO vormerk-status
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE vormerk-datei
           END-IF

           PERFORM open-vormerk-io
           IF vormerk-ok
               PERFORM UNTIL NOT vormerk-ok
                   READ vormerk-datei NEXT RECORD
                   IF vormerk-ok AND v-film-id = ws-fm-del-id
                       MOVE ws-fm-keep-id TO v-film-id
                       IF v-offen
                           PERFORM pruefe-fm-vormerk-doppelt
                           IF fm-doppelt
                               MOVE "E" TO v-status
                           END-IF
                       END-IF
                       PERFORM jn-vorher-vormerk
                       REWRITE datei-vormerk
                           INVALID KEY
                               DISPLAY "Fehler beim Umhaengen!"
                               MOVE "J" TO ws-fm-fehler
                       END-REWRITE
                       PERFORM jn-vormerk
                       IF vormerk-ok
                           ADD 1 TO ws-fm-anz-vormerk
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE vormerk-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
               MOVE "J" TO ws-fm-fehler
           END-IF.

       pruefe-fm-vormerk-doppelt.
           MOVE "N" TO ws-fm-doppelt
           PERFORM VARYING ws-fm-k-idx FROM 1 BY 1
                   UNTIL ws-fm-k-idx > ws-fm-k-anz OR fm-doppelt
               IF ws-fm-k-id(ws-fm-k-idx) = v-entleiher-id
                   MOVE "J" TO ws-fm-doppelt
               END-IF
           END-PERFORM.

       fm-umhaengen-gebuehr.
           PERFORM open-gebuehr-io
           IF gebuehr-ok
               PERFORM UNTIL NOT gebuehr-ok
                   READ gebuehr-datei NEXT RECORD
                   IF gebuehr-ok AND g-film-id = ws-fm-del-id
                       MOVE ws-fm-keep-id TO g-film-id
                       PERFORM jn-vorher-gebuehr
                       REWRITE datei-gebuehr
                           INVALID KEY
                               DISPLAY "Fehler beim Umhaengen!"
                               MOVE "J" TO ws-fm-fehler
                       END-REWRITE
                       PERFORM jn-gebuehr
                       IF gebuehr-ok
                           ADD 1 TO ws-fm-anz-gebuehr
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE gebuehr-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
               MOVE "J" TO ws-fm-fehler
           END-IF.

       fm-umhaengen-notizen.
           PERFORM open-notiz-io
           IF notiz-ok
               PERFORM UNTIL NOT notiz-ok
                   READ notiz-datei NEXT RECORD
                   IF notiz-ok AND n-film-id = ws-fm-del-id
                       MOVE ws-fm-keep-id TO n-film-id
                       REWRITE datei-notiz
                           INVALID KEY
                               DISPLAY "Fehler beim Umhaengen!"
                               MOVE "J" TO ws-fm-fehler
                           NOT INVALID KEY
                               ADD 1 TO ws-fm-anz-notiz
                       END-REWRITE
                   END-IF
               END-PERFORM
               CLOSE notiz-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
               MOVE "J" TO ws-fm-fehler
           END-IF.

       fm-abschliessen-filme.
           PERFORM open-film-io
           IF ok
               IF ws-fm-keep-serie = ZERO AND
                  ws-fm-del-serie NOT = ZERO
                   MOVE ws-fm-keep-id TO film-id
                   PERFORM read-film-with-retry
                   IF ok
                       MOVE ws-fm-del-serie TO film-serie-id
                       MOVE ws-fm-del-folge TO film-serie-folge
                       MOVE "A" TO film-aend-art
                       PERFORM stamp-film-change
                       PERFORM jn-vorher-film
                       REWRITE datei-film
                           INVALID KEY
                               DISPLAY "Fehler beim Umhaengen!"
                               MOVE "J" TO ws-fm-fehler
                           NOT INVALID KEY
                               PERFORM jn-film
                               MOVE "J" TO ws-fm-serie-flag
                       END-REWRITE
                   END-IF
               END-IF

               IF NOT fm-fehler
                   MOVE ws-fm-del-id TO film-id
                   PERFORM read-film-with-retry
                   IF ok
                       MOVE "J" TO film-deleted
                       MOVE ws-today TO film-del-datum
                       MOVE "L" TO film-aend-art
                       PERFORM stamp-film-change
                       PERFORM jn-vorher-film
                       REWRITE datei-film
                           INVALID KEY
                               DISPLAY "Fehler beim Loeschen!"
                               MOVE "J" TO ws-fm-fehler
                           NOT INVALID KEY
                               PERFORM jn-film
                       END-REWRITE
                   ELSE
                       DISPLAY ws-msg-eintrag(41)
                       MOVE "J" TO ws-fm-fehler
                   END-IF
               END-IF
               CLOSE film-datei
           ELSE
               DISPLAY ws-msg-eintrag(39)
               MOVE "J" TO ws-fm-fehler
           END-IF

           IF NOT fm-fehler
               MOVE ws-fm-del-id TO ws-hist-film-id
               MOVE "ZUSAMMENGEF." TO ws-hist-aktion
               MOVE "FILM-ID" TO ws-hist-feld
               MOVE ws-fm-del-name TO ws-hist-alt
               MOVE SPACES TO ws-hist-neu
               STRING "AUFGEGANGEN IN " DELIMITED BY SIZE
                      ws-fm-keep-id DELIMITED BY SIZE
                      INTO ws-hist-neu
               END-STRING
               PERFORM write-history-entry

               MOVE ws-fm-keep-id TO ws-hist-film-id
               MOVE "ZUSAMMENGEF." TO ws-hist-aktion
               MOVE "FILM-ID" TO ws-hist-feld
               MOVE SPACES TO ws-hist-alt
               STRING "UEBERNOMMEN VON " DELIMITED BY SIZE
                      ws-fm-del-id DELIMITED BY SIZE
                      INTO ws-hist-alt
               END-STRING
               MOVE ws-fm-keep-name TO ws-hist-neu
               PERFORM write-history-entry
           END-IF.

       delete-by-year.
           MOVE 87 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT delete-jahr
           ACCEPT ws-today FROM DATE YYYYMMDD

           MOVE ZERO TO ws-bulk-deleted

           PERFORM begin-protected-op

           PERFORM open-film-io
           IF ok
               PERFORM UNTIL NOT ok
                   READ film-datei NEXT RECORD
                   IF ok AND film-is-active AND
                      film-jahr = delete-jahr
                       MOVE "J" TO film-deleted
                       MOVE ws-today TO film-del-datum
                       MOVE "L" TO film-aend-art
                       PERFORM stamp-film-change
                       PERFORM jn-vorher-film
                       REWRITE datei-film
                           INVALID KEY
                               DISPLAY "Fehler beim Loeschen!"
                           NOT INVALID KEY
                               PERFORM jn-film
                               ADD 1 TO ws-bulk-deleted
                               MOVE film-id TO ws-hist-film-id
                               MOVE "GELOESCHT" TO ws-hist-aktion
                               MOVE SPACES TO ws-hist-feld
                               MOVE film-name TO ws-hist-alt
                               MOVE SPACES TO ws-hist-neu
                               PERFORM write-history-entry
                       END-REWRITE
                   END-IF
               END-PERFORM
               CLOSE film-datei

               DISPLAY ws-bulk-deleted " Film(e) geloescht."
               IF ws-bulk-deleted > ZERO
                   MOVE "GELOESCHT (JAHR)" TO ws-audit-action
                   MOVE SPACES TO ws-audit-detail
                   STRING "Jahr " DELIMITED BY SIZE
                          delete-jahr DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          ws-bulk-deleted DELIMITED BY SIZE
                          " Film(e))" DELIMITED BY SIZE
                          INTO ws-audit-detail
                   END-STRING
                   PERFORM write-audit-entry
               END-IF
           ELSE
               DISPLAY "Fehler!"
           END-IF

           PERFORM end-protected-op.

       write-audit-entry.
           ACCEPT ws-audit-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-time FROM TIME

           OPEN EXTEND audit-datei
           IF audit-status = "35"
               OPEN OUTPUT audit-datei
           END-IF
           IF audit-ok
               MOVE SPACES TO ws-audit-line
               STRING ws-audit-date   DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      ws-audit-time   DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      ws-op-id        DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      ws-audit-action DELIMITED BY SIZE
                      " "             DELIMITED BY SIZE
                      ws-audit-detail DELIMITED BY SIZE
                      INTO ws-audit-line
               END-STRING
               MOVE ws-audit-line TO audit-rec
               WRITE audit-rec
               CLOSE audit-datei
           END-IF.

       audit-menu.
           DISPLAY "Protokollauskunft (1), Taetigkeitsbericht (2)? "
               WITH NO ADVANCING
           ACCEPT ws-au-choice

           EVALUATE ws-au-choice
               WHEN "1"
                   PERFORM audit-auskunft
               WHEN "2"
                   PERFORM taetigkeitsbericht
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.

       audit-auskunft.
           MOVE ZERO TO ws-au-von
           MOVE 99999999 TO ws-au-bis
           DISPLAY "Von Datum (JJJJMMTT, Enter = alle): "
               WITH NO ADVANCING
           ACCEPT ws-au-datum-x
           IF ws-au-datum-x NUMERIC
               MOVE ws-au-datum-x TO ws-au-von
           END-IF
           DISPLAY "Bis Datum (JJJJMMTT, Enter = alle): "
               WITH NO ADVANCING
           ACCEPT ws-au-datum-x
           IF ws-au-datum-x NUMERIC
               MOVE ws-au-datum-x TO ws-au-bis
           END-IF
           DISPLAY "Bediener (Enter = alle): " WITH NO ADVANCING
           ACCEPT ws-au-bediener
           DISPLAY "Aktion, z.B. GELOESCHT (Enter = alle): "
               WITH NO ADVANCING
           ACCEPT ws-au-aktion
           MOVE ZERO TO ws-au-akt-len
           INSPECT ws-au-aktion TALLYING ws-au-akt-len
               FOR CHARACTERS BEFORE INITIAL "  "
           DISPLAY "Film-ID 6-stellig (Enter = alle): "
               WITH NO ADVANCING
           ACCEPT ws-au-film-x

           MOVE ZERO TO ws-au-anz
           MOVE ZERO TO ws-screen-line-count
           MOVE "N" TO ws-paging-flag
           OPEN INPUT audit-datei
           IF audit-ok
               PERFORM UNTIL NOT audit-ok OR stop-paging
                   READ audit-datei
                       AT END MOVE "10" TO audit-status
                   END-READ
                   IF audit-ok
                       MOVE audit-rec TO ws-au-zeile
                       PERFORM pruefe-audit-filter
                       IF au-treffer
                           ADD 1 TO ws-au-anz
                           DISPLAY ws-au-datum " " ws-au-zeit(1:6)
                                   " " ws-au-op " " ws-au-akt
                                   " " ws-au-det
                           PERFORM ask-more
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE audit-datei
               DISPLAY ws-au-anz " Eintrag/Eintraege gefunden."
           ELSE
               DISPLAY "audit.log nicht vorhanden."
           END-IF.

       pruefe-audit-filter.
           MOVE "J" TO ws-au-treffer-flag
           IF ws-au-datum NOT NUMERIC
               MOVE "N" TO ws-au-treffer-flag
           ELSE
               IF ws-au-datum-n < ws-au-von OR
                  ws-au-datum-n > ws-au-bis
                   MOVE "N" TO ws-au-treffer-flag
               END-IF
           END-IF
           IF au-treffer AND ws-au-bediener NOT = SPACES
               IF ws-au-op NOT = ws-au-bediener
                   MOVE "N" TO ws-au-treffer-flag
               END-IF
           END-IF
           IF au-treffer AND ws-au-akt-len > ZERO
               IF ws-au-akt(1:ws-au-akt-len) NOT =
                  ws-au-aktion(1:ws-au-akt-len)
                   MOVE "N" TO ws-au-treffer-flag
               END-IF
           END-IF
           IF au-treffer AND ws-au-film-x NOT = SPACES
               MOVE ZERO TO ws-au-tally
               IF ws-au-film-x NUMERIC
                   INSPECT ws-au-det TALLYING ws-au-tally
                       FOR ALL ws-au-film-x
               END-IF
               IF ws-au-tally = ZERO
                   MOVE "N" TO ws-au-treffer-flag
               END-IF
           END-IF.

       taetigkeitsbericht.
           ACCEPT ws-today FROM DATE YYYYMMDD
           MOVE ws-today TO ws-cutoff-num
           MOVE ws-cutoff-num TO ws-cutoff-d
           PERFORM decrement-cutoff-date
           MOVE ws-cutoff-d TO ws-ta-datum
           IF batch-mode
               MOVE SPACES TO ws-au-wort1
               MOVE SPACES TO ws-au-datum-x
               UNSTRING stapel-rec DELIMITED BY ALL " "
                   INTO ws-au-wort1
                        ws-au-datum-x
               IF ws-au-datum-x NUMERIC
                   MOVE ws-au-datum-x TO ws-ta-datum
               END-IF
           ELSE
               DISPLAY "Datum (JJJJMMTT, Enter = " ws-ta-datum
                       "): " WITH NO ADVANCING
               ACCEPT ws-au-datum-x
               IF ws-au-datum-x NUMERIC
                   MOVE ws-au-datum-x TO ws-ta-datum
               END-IF
           END-IF
           MOVE ZERO TO ws-ta-anz

           OPEN INPUT audit-datei
           IF audit-ok
               PERFORM UNTIL NOT audit-ok
                   READ audit-datei
                       AT END MOVE "10" TO audit-status
                   END-READ
                   IF audit-ok
                       MOVE audit-rec TO ws-au-zeile
                       IF ws-au-datum NUMERIC AND
                          ws-au-datum-n = ws-ta-datum
                           PERFORM sammle-taetigkeit
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE audit-datei
           END-IF

           PERFORM VARYING ws-ta-idx FROM 1 BY 1
               UNTIL ws-ta-idx >= ws-ta-anz
               PERFORM VARYING ws-ta-jdx FROM 1 BY 1
                   UNTIL ws-ta-jdx >= ws-ta-anz
                   IF ws-ta-t-bediener(ws-ta-jdx) >
                      ws-ta-t-bediener(ws-ta-jdx + 1) OR
                      (ws-ta-t-bediener(ws-ta-jdx) =
                       ws-ta-t-bediener(ws-ta-jdx + 1) AND
                       ws-ta-t-aktion(ws-ta-jdx) >
                       ws-ta-t-aktion(ws-ta-jdx + 1))
                       MOVE ws-ta-eintrag(ws-ta-jdx)
                           TO ws-ta-tmp-eintrag
                       MOVE ws-ta-eintrag(ws-ta-jdx + 1)
                           TO ws-ta-eintrag(ws-ta-jdx)
                       MOVE ws-ta-tmp-eintrag
                           TO ws-ta-eintrag(ws-ta-jdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM drucke-taetigkeitsbericht.

       sammle-taetigkeit.
           MOVE ws-au-op TO ws-ta-op
           MOVE "N" TO ws-ta-fehl-flag
           IF (ws-au-akt(1:10) = "ANMELDUNG " AND
               ws-au-akt(11:10) NOT = SPACES) OR
              ws-au-akt = "BEDIENER GESPERRT" OR
              ws-au-akt = "KENNWORT FEHLER"
               MOVE "J" TO ws-ta-fehl-flag
           END-IF
           IF ta-fehlanmeldung AND ws-au-op = "???"
               MOVE SPACES TO ws-ta-op
               UNSTRING ws-au-det DELIMITED BY ALL " "
                   INTO ws-ta-op
           END-IF

           MOVE "N" TO ws-ta-gef-flag
           PERFORM VARYING ws-ta-idx FROM 1 BY 1
               UNTIL ws-ta-idx > ws-ta-anz OR ta-gefunden
               IF ws-ta-t-bediener(ws-ta-idx) = ws-ta-op AND
                  ws-ta-t-aktion(ws-ta-idx) = ws-au-akt
                   MOVE "J" TO ws-ta-gef-flag
                   ADD 1 TO ws-ta-t-anz(ws-ta-idx)
               END-IF
           END-PERFORM
           IF NOT ta-gefunden AND ws-ta-anz < 200
               ADD 1 TO ws-ta-anz
               MOVE ws-ta-op       TO ws-ta-t-bediener(ws-ta-anz)
               MOVE ws-au-akt      TO ws-ta-t-aktion(ws-ta-anz)
               MOVE 1              TO ws-ta-t-anz(ws-ta-anz)
               MOVE ws-ta-fehl-flag TO ws-ta-t-fehl(ws-ta-anz)
           END-IF.

       drucke-taetigkeitsbericht.
           MOVE ZERO TO ws-ta-ges-anz
           MOVE ZERO TO ws-ta-fehl-ges

           OPEN OUTPUT taetig-datei
           IF NOT taetig-ok
               DISPLAY "Fehler beim Schreiben von taetig.txt!"
               MOVE "N" TO ws-batch-erfolg
           ELSE
               MOVE "*** Taetigkeitsbericht Bediener ***"
                   TO taetig-rec
               WRITE taetig-rec
               MOVE SPACES TO ws-report-line
               STRING "Datum: "   DELIMITED BY SIZE
                      ws-ta-datum DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO taetig-rec
               WRITE taetig-rec
               MOVE SPACES TO ws-report-line
               MOVE "Bediener Aktion" TO ws-report-line
               MOVE "Anzahl" TO ws-report-line(32:6)
               MOVE ws-report-line TO taetig-rec
               WRITE taetig-rec

               MOVE SPACES TO ws-ta-akt-bediener
               PERFORM VARYING ws-ta-idx FROM 1 BY 1
                   UNTIL ws-ta-idx > ws-ta-anz
                   IF ws-ta-t-bediener(ws-ta-idx) NOT =
                      ws-ta-akt-bediener
                       IF ws-ta-idx > 1
                           PERFORM schreibe-taetig-summe
                       END-IF
                       MOVE ws-ta-t-bediener(ws-ta-idx)
                           TO ws-ta-akt-bediener
                       MOVE ZERO TO ws-ta-bed-anz
                   END-IF
                   PERFORM schreibe-taetig-zeile
               END-PERFORM
               IF ws-ta-anz > ZERO
                   PERFORM schreibe-taetig-summe
               END-IF

               MOVE SPACES TO taetig-rec
               WRITE taetig-rec
               MOVE ws-ta-ges-anz TO ws-ta-edit
               MOVE SPACES TO ws-report-line
               STRING "Gesamt: "  DELIMITED BY SIZE
                      ws-ta-edit  DELIMITED BY SIZE
                      " Aktion(en)" DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO taetig-rec
               WRITE taetig-rec
               MOVE ws-ta-fehl-ges TO ws-ta-edit
               MOVE SPACES TO ws-report-line
               STRING "Fehlanmeldungen: " DELIMITED BY SIZE
                      ws-ta-edit          DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               IF ws-ta-fehl-ges > ZERO
                   MOVE "***" TO ws-report-line(78:3)
               END-IF
               MOVE ws-report-line TO taetig-rec
               WRITE taetig-rec
               CLOSE taetig-datei
               DISPLAY ws-ta-ges-anz " Aktion(en), "
                       ws-ta-fehl-ges " Fehlanmeldung(en), "
                       "Bericht in taetig.txt"
           END-IF.

       schreibe-taetig-zeile.
           ADD ws-ta-t-anz(ws-ta-idx) TO ws-ta-bed-anz
           ADD ws-ta-t-anz(ws-ta-idx) TO ws-ta-ges-anz
           IF ws-ta-t-fehl(ws-ta-idx) = "J"
               ADD ws-ta-t-anz(ws-ta-idx) TO ws-ta-fehl-ges
           END-IF

           MOVE ws-ta-t-anz(ws-ta-idx) TO ws-ta-edit
           MOVE SPACES TO ws-report-line
           STRING ws-ta-t-bediener(ws-ta-idx) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  ws-ta-t-aktion(ws-ta-idx)   DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  ws-ta-edit                  DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           IF ws-ta-t-fehl(ws-ta-idx) = "J"
               MOVE "*** FEHLANMELDUNG ***" TO ws-report-line(40:21)
           END-IF
           MOVE ws-report-line TO taetig-rec
           WRITE taetig-rec.

       schreibe-taetig-summe.
           MOVE ws-ta-bed-anz TO ws-ta-edit
           MOVE SPACES TO ws-report-line
           STRING "  Summe "          DELIMITED BY SIZE
                  ws-ta-akt-bediener  DELIMITED BY SIZE
                  "               "   DELIMITED BY SIZE
                  ws-ta-edit          DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO taetig-rec
           WRITE taetig-rec
           MOVE SPACES TO taetig-rec
           WRITE taetig-rec.

       list-hidden-films.
           OPEN INPUT film-datei
           IF ok
               DISPLAY ws-msg-eintrag(131)
               PERFORM UNTIL NOT ok
                   READ film-datei NEXT RECORD
                   IF ok
                       IF film-is-deleted
                           DISPLAY film-id " | "
                                   film-name " | "
                                   film-jahr " | "
                                   film-desc(1:15) " | "
                                   film-genre " | "
                                   film-del-datum
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE film-datei
           ELSE
               DISPLAY ws-msg-eintrag(39)
           END-IF.

       restore-film.
           MOVE 86 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT restore-id

           PERFORM open-film-io
           IF ok
               MOVE restore-id TO film-id
               PERFORM read-film-with-retry
               IF file-status = "23"
                   DISPLAY ws-msg-eintrag(41)
               END-IF
               IF ok
                   IF film-is-deleted
                       MOVE "N" TO film-deleted
                       MOVE ZERO TO film-del-datum
                       MOVE "A" TO film-aend-art
                       PERFORM stamp-film-change
                       PERFORM jn-vorher-film
                       REWRITE datei-film
                           INVALID KEY
                               DISPLAY "Fehler beim Wiederherstellen!"
                           NOT INVALID KEY
                               PERFORM jn-film
                               DISPLAY ws-msg-eintrag(128)
                               MOVE restore-id TO ws-hist-film-id
                               MOVE "WIEDERHERST" TO ws-hist-aktion
                               MOVE SPACES TO ws-hist-feld
                               MOVE SPACES TO ws-hist-alt
                               MOVE film-name TO ws-hist-neu
                               PERFORM write-history-entry
                       END-REWRITE
                   ELSE
                       DISPLAY "Film ist nicht geloescht."
                   END-IF
               END-IF
               CLOSE film-datei
           ELSE
               DISPLAY "Fehler!"
           END-IF.

       show-statistics.
           PERFORM ask-filiale
           MOVE ZERO TO ws-stat-total
           MOVE ZERO TO ws-stat-decade-total
           MOVE ZERO TO ws-stat-genre-total
           INITIALIZE ws-stat-decade-table
           INITIALIZE ws-stat-genre-table

           OPEN INPUT film-datei
           IF ok
               PERFORM UNTIL NOT ok
                   READ film-datei NEXT RECORD
                   IF ok AND film-is-active
                       PERFORM pruefe-film-filiale
                       IF film-in-fil
                           ADD 1 TO ws-stat-total
                           COMPUTE ws-stat-decade =
                               (film-jahr / 10) * 10
                           PERFORM update-decade-stat
                           PERFORM update-genre-stat
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE film-datei

               DISPLAY ws-msg-eintrag(117)
               MOVE 118 TO ws-msg-nr
               PERFORM trim-msg
               DISPLAY ws-msg-eintrag(ws-msg-nr)(1:ws-msg-len)
                       " " ws-stat-total

               DISPLAY ws-msg-eintrag(119)
               MOVE 121 TO ws-msg-nr
               PERFORM trim-msg
               PERFORM VARYING ws-stat-idx FROM 1 BY 1
                   UNTIL ws-stat-idx > ws-stat-decade-total
                   DISPLAY "  " ws-stat-decade-value(ws-stat-idx)
                           ws-msg-eintrag(ws-msg-nr)(1:ws-msg-len)
                           " " ws-stat-decade-count(ws-stat-idx)
               END-PERFORM

               DISPLAY ws-msg-eintrag(120)
               PERFORM VARYING ws-stat-idx FROM 1 BY 1
                   UNTIL ws-stat-idx > ws-stat-genre-total
                   DISPLAY "  " ws-stat-genre-name(ws-stat-idx)
                           ": " ws-stat-genre-count(ws-stat-idx)
               END-PERFORM
           ELSE
               DISPLAY ws-msg-eintrag(39)
               MOVE "N" TO ws-batch-erfolg
           END-IF.

       update-decade-stat.
           MOVE "N" TO ws-stat-found
           PERFORM VARYING ws-stat-idx FROM 1 BY 1
               UNTIL ws-stat-idx > ws-stat-decade-total OR stat-found
               IF ws-stat-decade-value(ws-stat-idx) = ws-stat-decade
                   ADD 1 TO ws-stat-decade-count(ws-stat-idx)
                   MOVE "J" TO ws-stat-found
               END-IF
           END-PERFORM

           IF NOT stat-found AND ws-stat-decade-total < 20
               ADD 1 TO ws-stat-decade-total
               MOVE ws-stat-decade TO
                   ws-stat-decade-value(ws-stat-decade-total)
               MOVE 1 TO ws-stat-decade-count(ws-stat-decade-total)
           END-IF.

       update-genre-stat.
           MOVE "N" TO ws-stat-found
           PERFORM VARYING ws-stat-idx FROM 1 BY 1
               UNTIL ws-stat-idx > ws-stat-genre-total OR stat-found
               IF ws-stat-genre-name(ws-stat-idx) = film-genre
                   ADD 1 TO ws-stat-genre-count(ws-stat-idx)
                   MOVE "J" TO ws-stat-found
               END-IF
           END-PERFORM

           IF NOT stat-found AND ws-stat-genre-total < 30
               ADD 1 TO ws-stat-genre-total
               MOVE film-genre TO
                   ws-stat-genre-name(ws-stat-genre-total)
               MOVE 1 TO ws-stat-genre-count(ws-stat-genre-total)
           END-IF.

       update-film.
           MOVE 116 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT update-id

           PERFORM open-film-io
           IF ok
               MOVE update-id TO film-id
               PERFORM read-film-with-retry
               IF file-status = "23"
                   DISPLAY ws-msg-eintrag(41)
               END-IF

               IF ok
                   MOVE film-name  TO ws-old-name
                   MOVE film-jahr  TO ws-old-jahr
                   MOVE film-desc  TO ws-old-desc
                   MOVE film-genre TO ws-old-genre

                   MOVE 88 TO ws-msg-nr
                   PERFORM trim-msg
                   DISPLAY ws-msg-eintrag(ws-msg-nr)
                           (1:ws-msg-len) " " film-name
                   MOVE 89 TO ws-msg-nr
                   PERFORM show-prompt
                   ACCEPT ws-name
                   IF ws-name NOT = SPACES
                       MOVE ws-name TO film-name
                   END-IF

                   MOVE 90 TO ws-msg-nr
                   PERFORM trim-msg
                   DISPLAY ws-msg-eintrag(ws-msg-nr)
                           (1:ws-msg-len) " " film-jahr
                   MOVE 91 TO ws-msg-nr
                   PERFORM show-prompt
                   ACCEPT ws-jahr-input
                   ACCEPT ws-today FROM DATE YYYYMMDD
                   COMPUTE ws-max-jahr = ws-today / 10000
                   IF ws-jahr-input NUMERIC AND
                      ws-jahr-input NOT = ZERO
                       IF ws-jahr-input >= ws-min-jahr AND
                          ws-jahr-input <= ws-max-jahr
                           MOVE ws-jahr-input TO film-jahr
                       ELSE
                           MOVE 76 TO ws-msg-nr
                           PERFORM trim-msg
                           DISPLAY ws-msg-eintrag(ws-msg-nr)
                                   (1:ws-msg-len) " "
                                   ws-min-jahr "-" ws-max-jahr
                       END-IF
                   END-IF

                   MOVE 92 TO ws-msg-nr
                   PERFORM trim-msg
                   DISPLAY ws-msg-eintrag(ws-msg-nr)
                           (1:ws-msg-len) " " film-desc
                   MOVE 93 TO ws-msg-nr
                   PERFORM show-prompt
                   ACCEPT ws-desc
                   IF ws-desc NOT = SPACES
                       MOVE ws-desc TO film-desc
                   END-IF

                   MOVE 94 TO ws-msg-nr
                   PERFORM trim-msg
                   DISPLAY ws-msg-eintrag(ws-msg-nr)
                           (1:ws-msg-len) " " film-genre
                   MOVE 95 TO ws-msg-nr
                   PERFORM show-prompt
                   ACCEPT ws-genre
                   IF ws-genre NOT = SPACES
                       PERFORM load-genre-table
                       PERFORM check-genre-allowed
                       IF genre-allowed
                           MOVE ws-genre TO film-genre
                       ELSE
                           DISPLAY ws-msg-eintrag(102)
                           PERFORM show-genre-list
                       END-IF
                   END-IF

                   IF film-fsk NUMERIC
                       MOVE film-fsk TO ws-old-fsk
                   ELSE
                       MOVE ZERO TO ws-old-fsk
                       MOVE ZERO TO film-fsk
                   END-IF
                   DISPLAY "Aktuelle FSK: " film-fsk
                   DISPLAY "Neue FSK (0/6/12/16/18, Enter = "
                           "unveraendert): " WITH NO ADVANCING
                   ACCEPT ws-fsk-x
                   IF ws-fsk-x NOT = SPACES
                       PERFORM pruefe-fsk-eingabe
                       IF fsk-gueltig
                           MOVE ws-fsk TO film-fsk
                       ELSE
                           DISPLAY "Ungueltige FSK, nicht "
                                   "geaendert."
                       END-IF
                   END-IF

                   MOVE "A" TO film-aend-art
                   PERFORM stamp-film-change
                   PERFORM jn-vorher-film
                   REWRITE datei-film
                       INVALID KEY
                           DISPLAY "Fehler beim Aktualisieren!"
                       NOT INVALID KEY
                           PERFORM jn-film
                           DISPLAY ws-msg-eintrag(127)
                           PERFORM write-update-history
                   END-REWRITE
               END-IF
               CLOSE film-datei
           ELSE
               DISPLAY "Fehler!"
           END-IF.

       write-update-history.
           MOVE update-id TO ws-hist-film-id
           MOVE "GEAENDERT" TO ws-hist-aktion

           IF film-name NOT = ws-old-name
               MOVE "NAME" TO ws-hist-feld
               MOVE ws-old-name TO ws-hist-alt
               MOVE film-name   TO ws-hist-neu
               PERFORM write-history-entry
           END-IF

           IF film-jahr NOT = ws-old-jahr
               MOVE "JAHR" TO ws-hist-feld
               MOVE SPACES TO ws-hist-alt
               MOVE SPACES TO ws-hist-neu
               MOVE ws-old-jahr TO ws-hist-alt(1:4)
               MOVE film-jahr   TO ws-hist-neu(1:4)
               PERFORM write-history-entry
           END-IF

           IF film-desc NOT = ws-old-desc
               MOVE "BESCHR" TO ws-hist-feld
               MOVE ws-old-desc TO ws-hist-alt
               MOVE film-desc   TO ws-hist-neu
               PERFORM write-history-entry
           END-IF

           IF film-genre NOT = ws-old-genre
               MOVE "GENRE" TO ws-hist-feld
               MOVE ws-old-genre TO ws-hist-alt
               MOVE film-genre   TO ws-hist-neu
               PERFORM write-history-entry
           END-IF

           IF film-fsk NOT = ws-old-fsk
               MOVE "FSK" TO ws-hist-feld
               MOVE SPACES TO ws-hist-alt
               MOVE SPACES TO ws-hist-neu
               MOVE ws-old-fsk TO ws-hist-alt(1:2)
               MOVE film-fsk   TO ws-hist-neu(1:2)
               PERFORM write-history-entry
           END-IF.

       write-history-entry.
           ACCEPT ws-audit-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-time FROM TIME

           OPEN EXTEND histor-datei
           IF histor-status = "35"
               OPEN OUTPUT histor-datei
           END-IF
           IF histor-ok
               MOVE SPACES TO histor-rec
               MOVE ws-audit-date   TO h-datum
               MOVE ws-audit-time   TO h-zeit
               MOVE ws-hist-film-id TO h-film-id
               MOVE ws-hist-aktion  TO h-aktion
               MOVE ws-hist-feld    TO h-feld
               MOVE ws-hist-alt     TO h-alt
               MOVE ws-hist-neu     TO h-neu
               MOVE ws-op-id        TO h-bediener
               WRITE histor-rec
               CLOSE histor-datei
           END-IF.

       show-film-history.
           MOVE 111 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT ws-hist-choice

           IF ws-hist-choice = "2"
               MOVE ZERO TO ws-hist-von
               MOVE 99999999 TO ws-hist-bis
               MOVE 112 TO ws-msg-nr
               PERFORM show-prompt
               ACCEPT ws-hist-von-x
               IF ws-hist-von-x NUMERIC
                   MOVE ws-hist-von-x TO ws-hist-von
               END-IF
               MOVE 113 TO ws-msg-nr
               PERFORM show-prompt
               ACCEPT ws-hist-bis-x
               IF ws-hist-bis-x NUMERIC
                   MOVE ws-hist-bis-x TO ws-hist-bis
               END-IF
           ELSE
               MOVE 44 TO ws-msg-nr
               PERFORM show-prompt
               ACCEPT ws-hist-such-id
           END-IF

           MOVE ZERO TO ws-hist-count
           MOVE ZERO TO ws-screen-line-count
           MOVE "N" TO ws-paging-flag

           OPEN INPUT histor-datei
           IF histor-ok
               DISPLAY ws-msg-eintrag(132)
               PERFORM UNTIL NOT histor-ok OR stop-paging
                   READ histor-datei
                   IF histor-ok
                       PERFORM show-history-line
                   END-IF
               END-PERFORM
               CLOSE histor-datei
               IF ws-hist-count = ZERO
                   DISPLAY ws-msg-eintrag(114)
               END-IF
           ELSE
               DISPLAY ws-msg-eintrag(115)
           END-IF.

       show-history-line.
           IF ws-hist-choice = "2"
               IF h-datum >= ws-hist-von AND
                  h-datum <= ws-hist-bis
                   ADD 1 TO ws-hist-count
                   DISPLAY histor-rec
                   PERFORM ask-more
               END-IF
           ELSE
               IF h-film-id = ws-hist-such-id
                   ADD 1 TO ws-hist-count
                   DISPLAY histor-rec
                   PERFORM ask-more
               END-IF
           END-IF.

       get-id.
           OPEN I-O nextid-datei
           IF nextid-ok
               READ nextid-datei
                   AT END MOVE "10" TO nextid-status
               END-READ
               IF nextid-ok
                   MOVE nextid-value TO last-id
                   ADD 1 TO nextid-value
                   REWRITE nextid-rec
                   CLOSE nextid-datei
               ELSE
                   CLOSE nextid-datei
                   PERFORM seed-next-id
                   OPEN OUTPUT nextid-datei
                   COMPUTE last-id = ws-seed-max-id + 1
                   COMPUTE nextid-value = ws-seed-max-id + 2
                   WRITE nextid-rec
                   CLOSE nextid-datei
               END-IF
           ELSE
               PERFORM seed-next-id
               OPEN OUTPUT nextid-datei
               COMPUTE last-id = ws-seed-max-id + 1
               COMPUTE nextid-value = ws-seed-max-id + 2
               WRITE nextid-rec
               CLOSE nextid-datei
           END-IF.

       seed-next-id.
           MOVE ZERO TO ws-seed-max-id
           OPEN INPUT film-datei
           IF ok
               PERFORM UNTIL NOT ok
                   READ film-datei NEXT RECORD
                   IF ok AND film-id > ws-seed-max-id
                       MOVE film-id TO ws-seed-max-id
                   END-IF
               END-PERFORM
               CLOSE film-datei
           END-IF.

       add-actor.
           MOVE 44 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT ws-actor-film-id

           MOVE ws-actor-film-id TO lookup-id
           PERFORM check-film-active
           IF film-check-active
               DISPLAY "Schauspieler Name: " WITH NO ADVANCING
               ACCEPT ws-actor-name

               PERFORM ask-rolle
               PERFORM get-or-create-schausp
               PERFORM get-next-actor-id

               PERFORM open-actor-io
               IF actor-ok
                   MOVE ws-last-actor-id TO a-actor-id
                   MOVE ws-actor-film-id TO a-film-id
                   MOVE ws-schausp-id    TO a-schausp-id
                   MOVE ws-actor-rolle   TO a-rolle
                   WRITE datei-actor
                       INVALID KEY DISPLAY "Fehler beim Speichern!"
                   END-WRITE
                   DISPLAY "Schauspieler gespeichert! "
                           "(Schauspieler-ID " ws-schausp-id ")"
                   CLOSE actor-datei
               ELSE
                   DISPLAY ws-msg-eintrag(40)
               END-IF
           ELSE
               IF film-check-deleted
                   DISPLAY "Fehler! Film " ws-actor-film-id
                           " ist geloescht!"
               ELSE
                   DISPLAY "Fehler! Film " ws-actor-film-id
                           " nicht gefunden!"
               END-IF
           END-IF.

       check-film-active.
           MOVE "F" TO ws-film-check
           MOVE SPACES TO ws-checked-film-name
           OPEN INPUT film-datei
           IF ok
               MOVE lookup-id TO film-id
               READ film-datei
                   INVALID KEY CONTINUE
               END-READ
               IF ok
                   MOVE film-name TO ws-checked-film-name
                   IF film-is-deleted
                       MOVE "G" TO ws-film-check
                   ELSE
                       MOVE "A" TO ws-film-check
                   END-IF
               END-IF
               CLOSE film-datei
           END-IF.

       reconcile-actors.
           MOVE ZERO TO ws-recon-checked
           MOVE ZERO TO ws-recon-bad
           MOVE ZERO TO ws-recon-purged
           MOVE ZERO TO ws-recon-moved

           PERFORM open-actor-io
           IF actor-ok
               DISPLAY "--- Schauspieler-Abgleich ---"
               PERFORM UNTIL NOT actor-ok
                   READ actor-datei NEXT RECORD
                   IF actor-ok
                       ADD 1 TO ws-recon-checked
                       MOVE a-film-id TO lookup-id
                       PERFORM check-film-active
                       IF NOT film-check-active
                           ADD 1 TO ws-recon-bad
                           PERFORM handle-bad-actor-link
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE actor-datei

               DISPLAY "Geprueft: " ws-recon-checked
                       " Fehlerhaft: " ws-recon-bad
               DISPLAY "Geloescht: " ws-recon-purged
                       " Umgehaengt: " ws-recon-moved
           ELSE
               DISPLAY ws-msg-eintrag(40)
               MOVE "N" TO ws-batch-erfolg
           END-IF.

       handle-bad-actor-link.
           MOVE a-schausp-id TO ws-schausp-id
           PERFORM read-schausp-by-id
           IF film-check-deleted
               DISPLAY ws-schausp-name(1:15) " | Film-ID " a-film-id
                       " ist geloescht"
           ELSE
               DISPLAY ws-schausp-name(1:15) " | Film-ID " a-film-id
                       " nicht vorhanden"
           END-IF

           IF batch-mode
               MOVE SPACE TO ws-recon-choice
           ELSE
               DISPLAY "Loeschen (L), Umhaengen (U), Behalten "
                       "(Enter): " WITH NO ADVANCING
               ACCEPT ws-recon-choice
           END-IF

           EVALUATE ws-recon-choice
               WHEN "L"
               WHEN "l"
                   DELETE actor-datei RECORD
                       INVALID KEY
                           DISPLAY "Fehler beim Loeschen!"
                       NOT INVALID KEY
                           ADD 1 TO ws-recon-purged
                   END-DELETE
               WHEN "U"
               WHEN "u"
                   PERFORM repoint-actor-link
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       repoint-actor-link.
           DISPLAY "Neue Film-ID: " WITH NO ADVANCING
           ACCEPT ws-recon-new-id

           MOVE ws-recon-new-id TO lookup-id
           PERFORM check-film-active
           IF film-check-active
               MOVE ws-recon-new-id TO a-film-id
               REWRITE datei-actor
                   INVALID KEY
                       DISPLAY "Fehler beim Umhaengen!"
                   NOT INVALID KEY
                       ADD 1 TO ws-recon-moved
               END-REWRITE
           ELSE
               DISPLAY "Neue Film-ID ist ungueltig, Eintrag "
                       "unveraendert."
           END-IF.

       get-next-actor-id.
           MOVE ZERO TO ws-last-actor-id
           OPEN INPUT actor-datei
           IF actor-ok
               PERFORM UNTIL NOT actor-ok
                   READ actor-datei NEXT RECORD
                   IF actor-ok
                       MOVE a-actor-id TO ws-last-actor-id
                   END-IF
               END-PERFORM
               CLOSE actor-datei
           END-IF
           ADD 1 TO ws-last-actor-id.

       find-by-actor.
           MOVE 106 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT ws-actor-choice

           IF ws-actor-choice = "2"
               PERFORM list-actors-for-film
           ELSE
               PERFORM list-films-for-actor
           END-IF.

       list-films-for-actor.
           MOVE 107 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT ws-actor-name

           PERFORM ask-rolle-filter
           PERFORM find-schausp-by-name
           IF NOT schausp-found
               DISPLAY ws-msg-eintrag(108)
           ELSE
               OPEN INPUT actor-datei
               IF actor-ok
                   MOVE ws-schausp-id TO a-schausp-id
                   START actor-datei KEY IS EQUAL a-schausp-id
                       INVALID KEY
                           DISPLAY ws-msg-eintrag(109)
                   END-START

                   IF actor-ok
                       PERFORM UNTIL NOT actor-ok
                           READ actor-datei NEXT RECORD
                           IF actor-ok
                               IF a-schausp-id = ws-schausp-id
                                   IF ws-rolle-filter = SPACE OR
                                      a-rolle = ws-rolle-filter
                                      OR (ws-rolle-filter = "S"
                                      AND a-rolle = SPACE)
                                       MOVE a-film-id
                                           TO lookup-id
                                       PERFORM
                                           show-film-by-lookup-id
                                   END-IF
                               ELSE
                                   MOVE "10" TO actor-status
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
                   CLOSE actor-datei
               END-IF
           END-IF.

       list-actors-for-film.
           MOVE 44 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT ws-actor-film-id

           OPEN INPUT actor-datei
           IF actor-ok
               MOVE ws-actor-film-id TO a-film-id
               START actor-datei KEY IS EQUAL a-film-id
                   INVALID KEY
                       DISPLAY ws-msg-eintrag(110)
               END-START

               IF actor-ok
                   PERFORM UNTIL NOT actor-ok
                       READ actor-datei NEXT RECORD
                       IF actor-ok
                           IF a-film-id = ws-actor-film-id
                               MOVE a-schausp-id TO ws-schausp-id
                               PERFORM read-schausp-by-id
                               PERFORM set-rolle-text
                               DISPLAY a-schausp-id " | "
                                       ws-schausp-name " | "
                                       ws-rolle-text
                           ELSE
                               MOVE "10" TO actor-status
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE actor-datei
           END-IF.

       find-schausp-by-name.
           MOVE "N" TO ws-schausp-found
           OPEN INPUT schausp-datei
           IF schausp-ok
               MOVE ws-actor-name TO s-name
               START schausp-datei KEY IS EQUAL s-name
                   INVALID KEY CONTINUE
               END-START
               IF schausp-ok
                   READ schausp-datei NEXT RECORD
                   IF schausp-ok AND s-name = ws-actor-name
                       MOVE "J" TO ws-schausp-found
                       MOVE s-id TO ws-schausp-id
                   END-IF
               END-IF
               CLOSE schausp-datei
           END-IF.

       read-schausp-by-id.
           MOVE "N" TO ws-schausp-found
           MOVE "(unbekannt)" TO ws-schausp-name
           OPEN INPUT schausp-datei
           IF schausp-ok
               MOVE ws-schausp-id TO s-id
               READ schausp-datei
                   INVALID KEY CONTINUE
               END-READ
               IF schausp-ok
                   MOVE "J" TO ws-schausp-found
                   MOVE s-name TO ws-schausp-name
               END-IF
               CLOSE schausp-datei
           END-IF.

       get-or-create-schausp.
           PERFORM find-schausp-by-name
           IF NOT schausp-found
               PERFORM get-next-schausp-id
               PERFORM open-schausp-io
               IF schausp-ok
                   MOVE ws-last-schausp-id TO s-id
                   MOVE ws-actor-name      TO s-name
                   WRITE datei-schausp
                       INVALID KEY
                           DISPLAY "Fehler beim Anlegen des "
                                   "Schauspielers!"
                   END-WRITE
                   CLOSE schausp-datei
                   MOVE ws-last-schausp-id TO ws-schausp-id
               ELSE
                   DISPLAY ws-msg-eintrag(40)
                   MOVE ZERO TO ws-schausp-id
               END-IF
           END-IF.

       get-next-schausp-id.
           MOVE ZERO TO ws-last-schausp-id
           OPEN INPUT schausp-datei
           IF schausp-ok
               PERFORM UNTIL NOT schausp-ok
                   READ schausp-datei NEXT RECORD
                   IF schausp-ok
                       MOVE s-id TO ws-last-schausp-id
                   END-IF
               END-PERFORM
               CLOSE schausp-datei
           END-IF
           ADD 1 TO ws-last-schausp-id.

       rename-actor.
           DISPLAY "Schauspieler-ID: " WITH NO ADVANCING
           ACCEPT ws-schausp-edit-id

           PERFORM open-schausp-io
           IF schausp-ok
               MOVE ws-schausp-edit-id TO s-id
               READ schausp-datei
                   INVALID KEY
                       DISPLAY "Schauspieler nicht gefunden!"
               END-READ
               IF schausp-ok
                   DISPLAY "Aktueller Name: " s-name
                   MOVE SPACES TO ws-actor-name
                   PERFORM UNTIL ws-actor-name NOT = SPACES
                       DISPLAY "Neuer Name: " WITH NO ADVANCING
                       ACCEPT ws-actor-name
                       IF ws-actor-name = SPACES
                           DISPLAY "Fehler! Name darf nicht leer "
                                   "sein!"
                       END-IF
                   END-PERFORM
                   MOVE ws-actor-name TO s-name
                   REWRITE datei-schausp
                       INVALID KEY
                           DISPLAY "Fehler beim Umbenennen!"
                       NOT INVALID KEY
                           DISPLAY "Schauspieler umbenannt, alle "
                                   "Filme angepasst."
                   END-REWRITE
               END-IF
               CLOSE schausp-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       merge-actors.
           DISPLAY "Schauspieler-ID (bleibt): " WITH NO ADVANCING
           ACCEPT ws-merge-keep-id
           DISPLAY "Schauspieler-ID (wird aufgeloest): "
               WITH NO ADVANCING
           ACCEPT ws-merge-del-id

           IF ws-merge-keep-id = ws-merge-del-id
               DISPLAY "Fehler! Beide IDs sind gleich."
           ELSE
               MOVE ws-merge-keep-id TO ws-schausp-id
               PERFORM read-schausp-by-id
               IF NOT schausp-found
                   DISPLAY "Schauspieler " ws-merge-keep-id
                           " nicht gefunden!"
               ELSE
                   MOVE ws-merge-del-id TO ws-schausp-id
                   PERFORM read-schausp-by-id
                   IF NOT schausp-found
                       DISPLAY "Schauspieler " ws-merge-del-id
                               " nicht gefunden!"
                   ELSE
                       PERFORM merge-actor-links
                   END-IF
               END-IF
           END-IF.

       merge-actor-links.
           MOVE ZERO TO ws-merge-moved

           PERFORM open-actor-io
           IF actor-ok
               PERFORM UNTIL NOT actor-ok
                   READ actor-datei NEXT RECORD
                   IF actor-ok AND
                      a-schausp-id = ws-merge-del-id
                       MOVE ws-merge-keep-id TO a-schausp-id
                       REWRITE datei-actor
                           INVALID KEY
                               DISPLAY "Fehler beim Umhaengen!"
                           NOT INVALID KEY
                               ADD 1 TO ws-merge-moved
                       END-REWRITE
                   END-IF
               END-PERFORM
               CLOSE actor-datei
           END-IF

           PERFORM open-schausp-io
           IF schausp-ok
               MOVE ws-merge-del-id TO s-id
               DELETE schausp-datei RECORD
                   INVALID KEY
                       DISPLAY "Fehler beim Loeschen des "
                               "Schauspielers!"
                   NOT INVALID KEY
                       DISPLAY ws-merge-moved " Verknuepfung(en) "
                               "umgehaengt, Schauspieler "
                               ws-merge-del-id " aufgeloest."
               END-DELETE
               CLOSE schausp-datei
           END-IF.

       delete-actor-link.
           DISPLAY "Verknuepfungs-ID: " WITH NO ADVANCING
           ACCEPT ws-link-del-id

           PERFORM open-actor-io
           IF actor-ok
               MOVE ws-link-del-id TO a-actor-id
               READ actor-datei
                   INVALID KEY
                       DISPLAY "Verknuepfung nicht gefunden!"
               END-READ
               IF actor-ok
                   MOVE a-schausp-id TO ws-schausp-id
                   PERFORM read-schausp-by-id
                   DISPLAY "Verknuepfung " a-actor-id ": "
                           ws-schausp-name(1:15) " -> Film "
                           a-film-id
                   DISPLAY "Wirklich loeschen? (J/N): "
                       WITH NO ADVANCING
                   ACCEPT ws-confirm
                   IF ws-confirm = "J" OR ws-confirm = "j"
                       DELETE actor-datei RECORD
                           INVALID KEY
                               DISPLAY "Fehler beim Loeschen!"
                           NOT INVALID KEY
                               DISPLAY "Verknuepfung geloescht!"
                       END-DELETE
                   ELSE
                       DISPLAY ws-msg-eintrag(43)
                   END-IF
               END-IF
               CLOSE actor-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       build-actor-master.
           MOVE ZERO TO ws-conv-links

           OPEN INPUT actor-alt-datei
           IF NOT actor-alt-ok
               DISPLAY "Keine alte actors.dat gefunden."
           ELSE
               OPEN OUTPUT actwork-datei
               IF NOT actwork-ok
                   DISPLAY "Fehler beim Anlegen der Arbeitsdatei!"
                   CLOSE actor-alt-datei
               ELSE
                   PERFORM UNTIL NOT actor-alt-ok
                       READ actor-alt-datei NEXT RECORD
                       IF actor-alt-ok
                           MOVE aa-film-id TO aw-film-id
                           MOVE aa-name    TO aw-name
                           WRITE actwork-rec
                           ADD 1 TO ws-conv-links
                       END-IF
                   END-PERFORM
                   CLOSE actor-alt-datei
                   CLOSE actwork-datei

                   CALL "CBL_DELETE_FILE" USING ws-actor-filename
                       RETURNING ws-delete-rc
                   IF ws-delete-rc NOT = ZERO
                       DISPLAY "Fehler! Alte actors.dat konnte "
                               "nicht entfernt werden."
                   ELSE
                       PERFORM rebuild-actor-links
                   END-IF
               END-IF
           END-IF.

       rebuild-actor-links.
           MOVE ZERO TO ws-last-actor-id

           OPEN INPUT actwork-datei
           IF actwork-ok
               PERFORM open-actor-io
               IF actor-ok
                   PERFORM UNTIL NOT actwork-ok
                       READ actwork-datei
                           AT END MOVE "10" TO actwork-status
                       END-READ
                       IF actwork-ok
                           MOVE aw-name TO ws-actor-name
                           PERFORM get-or-create-schausp
                           ADD 1 TO ws-last-actor-id
                           MOVE ws-last-actor-id TO a-actor-id
                           MOVE aw-film-id       TO a-film-id
                           MOVE ws-schausp-id    TO a-schausp-id
                           MOVE "S"              TO a-rolle
                           WRITE datei-actor
                               INVALID KEY
                                   DISPLAY "Fehler beim Schreiben "
                                           "der Verknuepfung!"
                           END-WRITE
                       END-IF
                   END-PERFORM
                   CLOSE actor-datei
                   DISPLAY ws-conv-links " Verknuepfung(en) "
                           "uebernommen, Stammdatei schausp.dat "
                           "aufgebaut."
               ELSE
                   DISPLAY ws-msg-eintrag(40)
               END-IF
               CLOSE actwork-datei
           ELSE
               DISPLAY "Fehler beim Lesen der Arbeitsdatei!"
           END-IF.

       add-copy.
           MOVE 44 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT ws-ex-film-id

           MOVE ws-ex-film-id TO lookup-id
           PERFORM check-film-active
           IF NOT film-check-active
               IF film-check-deleted
                   DISPLAY "Fehler! Film " ws-ex-film-id
                           " ist geloescht!"
               ELSE
                   DISPLAY "Fehler! Film " ws-ex-film-id
                           " nicht gefunden!"
               END-IF
           ELSE
               DISPLAY "Format (DVD/BLURAY/VHS): "
                   WITH NO ADVANCING
               ACCEPT ws-ex-format
               PERFORM ask-zustand
               DISPLAY "Regalplatz: " WITH NO ADVANCING
               ACCEPT ws-ex-regal
               DISPLAY "Filiale (leer = 001): "
                   WITH NO ADVANCING
               ACCEPT ws-ex-filiale
               IF ws-ex-filiale = SPACES
                   MOVE "001" TO ws-ex-filiale
               END-IF

               PERFORM get-next-exempl-id

               PERFORM open-exempl-io
               IF exempl-ok
                   MOVE ws-last-exempl-id TO e-id
                   MOVE ws-ex-film-id     TO e-film-id
                   MOVE ws-ex-format      TO e-format
                   MOVE ws-ex-zustand     TO e-zustand
                   MOVE ws-ex-regal       TO e-regal
                   MOVE "A"               TO e-status
                   MOVE ZERO              TO e-fehlt-anz
                   MOVE ws-ex-filiale     TO e-filiale
                   MOVE SPACES            TO e-ziel-filiale
                   PERFORM jn-neu
                   WRITE datei-exempl
                       INVALID KEY
                           DISPLAY "Fehler beim Speichern!"
                       NOT INVALID KEY
                           PERFORM jn-exempl
                           DISPLAY "Exemplar " ws-last-exempl-id
                                   " gespeichert!"
                   END-WRITE
                   CLOSE exempl-datei
               ELSE
                   DISPLAY ws-msg-eintrag(40)
               END-IF
           END-IF.

       get-next-exempl-id.
           MOVE ZERO TO ws-last-exempl-id
           OPEN INPUT exempl-datei
           IF exempl-ok
               PERFORM UNTIL NOT exempl-ok
                   READ exempl-datei NEXT RECORD
                   IF exempl-ok
                       MOVE e-id TO ws-last-exempl-id
                   END-IF
               END-PERFORM
               CLOSE exempl-datei
           END-IF
           ADD 1 TO ws-last-exempl-id.

       retire-copy.
           DISPLAY "Exemplar-ID: " WITH NO ADVANCING
           ACCEPT ws-ex-retire-id

           PERFORM open-exempl-io
           IF exempl-ok
               MOVE ws-ex-retire-id TO e-id
               READ exempl-datei
                   INVALID KEY
                       DISPLAY "Exemplar nicht gefunden!"
               END-READ
               IF exempl-ok
                   IF e-ausgemustert
                       DISPLAY "Exemplar ist bereits ausgemustert."
                   ELSE
                       DISPLAY "Exemplar " e-id " | Film " e-film-id
                               " | " e-format " | " e-zustand
                               " | " e-regal
                       DISPLAY "Wirklich ausmustern? (J/N): "
                           WITH NO ADVANCING
                       ACCEPT ws-confirm
                       IF ws-confirm = "J" OR ws-confirm = "j"
                           MOVE "X" TO e-status
                           PERFORM jn-vorher-exempl
                           REWRITE datei-exempl
                               INVALID KEY
                                   DISPLAY "Fehler beim Ausmustern!"
                               NOT INVALID KEY
                                   PERFORM jn-exempl
                                   DISPLAY "Exemplar ausgemustert!"
                           END-REWRITE
                       ELSE
                           DISPLAY ws-msg-eintrag(43)
                       END-IF
                   END-IF
               END-IF
               CLOSE exempl-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       etiketten-menu.
           DISPLAY "Einzelnes Exemplar (1), Neue seit letztem Druck "
                   "(2), Ganzes Regal (3)? " WITH NO ADVANCING
           ACCEPT ws-et-choice

           EVALUATE ws-et-choice
               WHEN "1"
               WHEN "2"
               WHEN "3"
                   PERFORM etiketten-druck
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.

       etiketten-druck.
           PERFORM load-regeln
           PERFORM read-etikctl
           MOVE ZERO TO ws-et-exempl-id
           MOVE SPACES TO ws-et-regal
           MOVE SPACES TO ws-et-filiale
           EVALUATE ws-et-choice
               WHEN "1"
                   DISPLAY "Exemplar-ID: " WITH NO ADVANCING
                   ACCEPT ws-et-exempl-id
               WHEN "2"
                   DISPLAY "Letztes gedrucktes Exemplar: "
                           ws-et-letzte-id
               WHEN "3"
                   DISPLAY "Regalplatz: " WITH NO ADVANCING
                   ACCEPT ws-et-regal
                   DISPLAY "Filiale (Enter = alle): "
                       WITH NO ADVANCING
                   ACCEPT ws-et-filiale
           END-EVALUATE
           PERFORM erzeuge-etiketten.

       etiketten-lauf.
           MOVE "2" TO ws-et-choice
           PERFORM load-regeln
           PERFORM read-etikctl
           PERFORM erzeuge-etiketten.

       erzeuge-etiketten.
           MOVE ZERO TO ws-et-anz
           MOVE ZERO TO ws-et-spalten
           MOVE ZERO TO ws-et-reihen
           MOVE ws-et-letzte-id TO ws-et-neu-id
           MOVE SPACES TO ws-et-reihe

           OPEN OUTPUT etikett-datei
           IF NOT etikett-ok
               DISPLAY "Fehler beim Schreiben von etikett.txt!"
               MOVE "N" TO ws-batch-erfolg
           ELSE
               OPEN INPUT film-datei
               OPEN INPUT exempl-datei
               IF exempl-ok
                   IF ws-et-choice = "1"
                       MOVE ws-et-exempl-id TO e-id
                       READ exempl-datei
                           INVALID KEY
                               DISPLAY "Exemplar nicht gefunden!"
                       END-READ
                       IF exempl-ok
                           PERFORM baue-etikett
                       END-IF
                   ELSE
                       PERFORM UNTIL NOT exempl-ok
                           READ exempl-datei NEXT RECORD
                           IF exempl-ok AND NOT e-ausgemustert
                               PERFORM pruefe-etikett-auswahl
                           END-IF
                       END-PERFORM
                   END-IF
                   CLOSE exempl-datei
               ELSE
                   DISPLAY ws-msg-eintrag(40)
                   MOVE "N" TO ws-batch-erfolg
               END-IF
               CLOSE film-datei

               IF ws-et-spalten > ZERO
                   PERFORM schreibe-etikett-reihe
               END-IF
               PERFORM fuelle-etikett-bogen
               CLOSE etikett-datei

               IF ws-et-choice = "2" AND ws-et-neu-id > ws-et-letzte-id
                   MOVE ws-et-neu-id TO ws-et-letzte-id
                   PERFORM write-etikctl
               END-IF
               DISPLAY ws-et-anz " Etikett(en) in etikett.txt"
           END-IF.

       pruefe-etikett-auswahl.
           EVALUATE ws-et-choice
               WHEN "2"
                   IF e-id > ws-et-letzte-id
                       PERFORM baue-etikett
                       IF e-id > ws-et-neu-id
                           MOVE e-id TO ws-et-neu-id
                       END-IF
                   END-IF
               WHEN "3"
                   IF e-regal = ws-et-regal AND
                      (ws-et-filiale = SPACES OR
                       e-filiale = ws-et-filiale)
                       PERFORM baue-etikett
                   END-IF
           END-EVALUATE.

       baue-etikett.
           MOVE SPACES TO film-name
           MOVE ZERO TO film-jahr
           MOVE ZERO TO ws-et-fsk
           IF ok
               MOVE e-film-id TO film-id
               READ film-datei
                   INVALID KEY
                       MOVE "(unbekannt)" TO film-name
                       MOVE ZERO TO film-jahr
               END-READ
               IF ok AND film-fsk NUMERIC
                   MOVE film-fsk TO ws-et-fsk
               END-IF
               MOVE "00" TO file-status
           END-IF

           ADD 1 TO ws-et-anz
           ADD 1 TO ws-et-spalten
           MOVE SPACES TO ws-et-zeile(ws-et-spalten, 1)
           STRING "Ex "        DELIMITED BY SIZE
                  e-id         DELIMITED BY SIZE
                  "  Fil "     DELIMITED BY SIZE
                  e-filiale    DELIMITED BY SIZE
                  "  FSK "     DELIMITED BY SIZE
                  ws-et-fsk    DELIMITED BY SIZE
                  INTO ws-et-zeile(ws-et-spalten, 1)
           END-STRING
           MOVE film-name(1:36) TO ws-et-zeile(ws-et-spalten, 2)
           MOVE SPACES TO ws-et-zeile(ws-et-spalten, 3)
           STRING film-jahr    DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  e-format     DELIMITED BY SIZE
                  INTO ws-et-zeile(ws-et-spalten, 3)
           END-STRING
           MOVE SPACES TO ws-et-zeile(ws-et-spalten, 4)
           STRING "Regal "     DELIMITED BY SIZE
                  e-regal      DELIMITED BY SIZE
                  INTO ws-et-zeile(ws-et-spalten, 4)
           END-STRING

           IF ws-et-spalten >= 3
               PERFORM schreibe-etikett-reihe
           END-IF.

       schreibe-etikett-reihe.
           PERFORM VARYING ws-et-zidx FROM 1 BY 1
               UNTIL ws-et-zidx > 4
               MOVE SPACES TO etikett-rec
               MOVE ws-et-zeile(1, ws-et-zidx) TO etikett-rec(1:36)
               MOVE ws-et-zeile(2, ws-et-zidx) TO etikett-rec(41:36)
               MOVE ws-et-zeile(3, ws-et-zidx) TO etikett-rec(81:36)
               WRITE etikett-rec
           END-PERFORM
           MOVE SPACES TO etikett-rec
           WRITE etikett-rec
           WRITE etikett-rec
           MOVE SPACES TO ws-et-reihe
           MOVE ZERO TO ws-et-spalten
           ADD 1 TO ws-et-reihen
           IF ws-et-reihen >= ws-rg-etik-reihen
               MOVE ZERO TO ws-et-reihen
           END-IF.

       fuelle-etikett-bogen.
           IF ws-et-reihen > ZERO
               PERFORM UNTIL ws-et-reihen = ZERO
                   PERFORM schreibe-etikett-reihe
               END-PERFORM
           END-IF.

       read-etikctl.
           MOVE ZERO TO ws-et-letzte-id
           OPEN INPUT etikctl-datei
           IF etikctl-ok
               READ etikctl-datei
               IF etikctl-ok AND etikctl-rec(1:4) NUMERIC
                   MOVE etikctl-rec(1:4) TO ws-et-letzte-id
               END-IF
               CLOSE etikctl-datei
           END-IF.

       write-etikctl.
           OPEN OUTPUT etikctl-datei
           IF etikctl-ok
               MOVE SPACES TO etikctl-rec
               MOVE ws-et-letzte-id TO etikctl-rec(1:4)
               WRITE etikctl-rec
               CLOSE etikctl-datei
           ELSE
               DISPLAY "Warnung: etikctl.dat konnte nicht "
                       "geschrieben werden!"
           END-IF.

       list-copies-for-film.
           MOVE ZERO TO ws-ex-count
           PERFORM ask-filiale

           OPEN INPUT exempl-datei
           IF exempl-ok
               MOVE lookup-id TO e-film-id
               START exempl-datei KEY IS EQUAL e-film-id
                   INVALID KEY CONTINUE
               END-START
               IF exempl-ok
                   PERFORM UNTIL NOT exempl-ok
                       READ exempl-datei NEXT RECORD
                       IF exempl-ok
                           IF e-film-id = lookup-id
                               IF ws-fil-filter = SPACES OR
                                  e-filiale = ws-fil-filter
                                   ADD 1 TO ws-ex-count
                                   PERFORM zeige-exempl-zeile
                               END-IF
                           ELSE
                               MOVE "10" TO exempl-status
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE exempl-datei
           END-IF

           IF ws-ex-count = ZERO
               DISPLAY "  (keine Exemplare erfasst)"
           END-IF.

       check-out-film.
           MOVE 44 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT ws-loan-film-id

           MOVE ws-loan-film-id TO lookup-id
           PERFORM check-film-active
           IF NOT film-check-active
               IF film-check-deleted
                   DISPLAY "Fehler! Film " ws-loan-film-id
                           " ist geloescht!"
               ELSE
                   DISPLAY "Fehler! Film " ws-loan-film-id
                           " nicht gefunden!"
               END-IF
           ELSE
               PERFORM zeige-serien-hinweis
               MOVE 99 TO ws-msg-nr
               PERFORM show-prompt
               ACCEPT ws-loan-exempl-id

               PERFORM check-loan-copy
               IF loan-done
                   CONTINUE
               ELSE
                   PERFORM find-open-loan
                   IF loan-open-found
                       DISPLAY ws-msg-eintrag(100)
                       PERFORM offer-vormerkung
                   ELSE
                       PERFORM record-check-out
                   END-IF
               END-IF
           END-IF.

       check-loan-copy.
           MOVE "N" TO ws-loan-done-flag
           IF ws-loan-exempl-id NOT = ZERO
               OPEN INPUT exempl-datei
               IF exempl-ok
                   MOVE ws-loan-exempl-id TO e-id
                   READ exempl-datei
                       INVALID KEY CONTINUE
                   END-READ
                   IF NOT exempl-ok
                       DISPLAY "Exemplar nicht gefunden!"
                       MOVE "J" TO ws-loan-done-flag
                   ELSE
                       IF e-film-id NOT = ws-loan-film-id
                           DISPLAY "Exemplar gehoert nicht zu "
                                   "diesem Film!"
                           MOVE "J" TO ws-loan-done-flag
                       ELSE
                           IF e-ausgemustert
                               DISPLAY "Exemplar ist ausgemustert!"
                               MOVE "J" TO ws-loan-done-flag
                           END-IF
                           IF e-verliehen
                               DISPLAY "Exemplar ist bereits "
                                       "verliehen!"
                               MOVE "J" TO ws-loan-done-flag
                           END-IF
                           IF e-transit
                               DISPLAY "Exemplar ist im "
                                       "Filialtransfer!"
                               MOVE "J" TO ws-loan-done-flag
                           END-IF
                       END-IF
                   END-IF
                   CLOSE exempl-datei
               ELSE
                   DISPLAY "Keine Exemplare erfasst!"
                   MOVE "J" TO ws-loan-done-flag
               END-IF
           END-IF.

       find-open-loan.
           MOVE "N" TO ws-loan-open-flag
           OPEN INPUT ausleih-datei
           IF ausleih-ok
               MOVE ws-loan-film-id TO l-film-id
               START ausleih-datei KEY IS EQUAL l-film-id
                   INVALID KEY CONTINUE
               END-START
               IF ausleih-ok
                   PERFORM UNTIL NOT ausleih-ok OR loan-open-found
                       READ ausleih-datei NEXT RECORD
                       IF ausleih-ok
                           IF l-film-id = ws-loan-film-id
                               IF l-offen
                                   IF ws-loan-exempl-id = ZERO
                                       MOVE "J" TO ws-loan-open-flag
                                   ELSE
                                       IF l-exempl-id =
                                          ws-loan-exempl-id OR
                                          l-exempl-id = ZERO
                                           MOVE "J" TO
                                               ws-loan-open-flag
                                       END-IF
                                   END-IF
                               END-IF
                           ELSE
                               MOVE "10" TO ausleih-status
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE ausleih-datei
           END-IF.

       record-check-out.
           PERFORM ask-entleiher-nr
           MOVE ws-entl-name TO ws-loan-entleiher
           MOVE ws-entl-id   TO ws-loan-entleiher-id

           PERFORM pruefe-fsk
           IF fsk-gesperrt
               DISPLAY ws-msg-eintrag(43)
           ELSE
               PERFORM record-check-out-weiter
           END-IF.

       record-check-out-weiter.
           PERFORM load-regeln
           MOVE ws-entl-kat TO ws-kt-akt
           PERFORM ermittle-kat-regeln
           PERFORM zaehle-offene-ausleihen
           PERFORM pruefe-haushalt
           EVALUATE TRUE
               WHEN hh-kopf-gesperrt
                   DISPLAY "Fehler! Haushaltsvorstand "
                           ws-entl-haushalt " ist gesperrt."
               WHEN ws-rg-offen-anz >= ws-kt-max
                   DISPLAY "Fehler! Entleiher hat " ws-rg-offen-anz
                           " offene Ausleihe(n), Maximum "
                           ws-kt-max " (Kategorie "
                           ws-kt-akt-name ")."
               WHEN ws-entl-haushalt NOT = ZERO AND
                    ws-hh-offen-anz >= ws-rg-max-haushalt
                   DISPLAY "Fehler! Haushalt " ws-entl-haushalt
                           " hat " ws-hh-offen-anz
                           " offene Ausleihe(n), Maximum "
                           ws-rg-max-haushalt "."
               WHEN OTHER
                   PERFORM write-check-out
           END-EVALUATE.

       write-check-out.
           ACCEPT ws-today FROM DATE YYYYMMDD
           PERFORM ermittle-loan-filiale
           PERFORM berechne-faellig-datum
           DISPLAY "Faellig am " ws-loan-faellig
               " (" ws-rg-leih-tage " Tage)"
           PERFORM get-next-loan-id

           PERFORM open-ausleih-io
           IF ausleih-ok
               MOVE ws-last-loan-id   TO l-id
               MOVE ws-loan-film-id   TO l-film-id
               MOVE ws-loan-exempl-id TO l-exempl-id
               MOVE ws-loan-entleiher TO l-entleiher
               MOVE ws-today          TO l-ausleih-datum
               MOVE ws-loan-faellig   TO l-faellig-datum
               MOVE ZERO              TO l-rueck-datum
               MOVE "O"               TO l-status
               MOVE ws-loan-entleiher-id TO l-entleiher-id
               MOVE ZERO              TO l-mahnstufe
               MOVE ws-loan-filiale   TO l-filiale
               MOVE ZERO              TO l-verlaeng-anz
               PERFORM jn-neu
               WRITE datei-ausleih
                   INVALID KEY
                       DISPLAY "Fehler beim Speichern!"
                   NOT INVALID KEY
                       PERFORM jn-ausleih
                       DISPLAY "Ausleihe " ws-last-loan-id
                               " gespeichert!"
                       IF ws-loan-exempl-id NOT = ZERO
                           MOVE ws-loan-exempl-id TO ws-exst-id
                           MOVE "V" TO ws-exst-status
                           PERFORM setze-exempl-status
                       END-IF
               END-WRITE
               CLOSE ausleih-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       get-next-loan-id.
           MOVE ZERO TO ws-last-loan-id
           OPEN INPUT ausleih-datei
           IF ausleih-ok
               PERFORM UNTIL NOT ausleih-ok
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok AND l-id > ws-last-loan-id
                       MOVE l-id TO ws-last-loan-id
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
           END-IF
           ADD 1 TO ws-last-loan-id.

       check-in-film.
           MOVE 44 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT ws-loan-film-id

           PERFORM load-regeln
           MOVE "N" TO ws-loan-done-flag

           PERFORM open-ausleih-io
           IF ausleih-ok
               MOVE ws-loan-film-id TO l-film-id
               START ausleih-datei KEY IS EQUAL l-film-id
                   INVALID KEY CONTINUE
               END-START
               IF ausleih-ok
                   PERFORM UNTIL NOT ausleih-ok OR loan-done
                       READ ausleih-datei NEXT RECORD
                       IF ausleih-ok
                           IF l-film-id = ws-loan-film-id
                               IF l-offen
                                   PERFORM offer-check-in
                               END-IF
                           ELSE
                               MOVE "10" TO ausleih-status
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE ausleih-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF

           IF NOT loan-done
               DISPLAY "Keine offene Ausleihe gefunden."
           END-IF.

       offer-check-in.
           DISPLAY "Ausleihe " l-id " | Exemplar " l-exempl-id
                   " | " l-entleiher(1:15) " | faellig "
                   l-faellig-datum
           MOVE 101 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT ws-confirm
           IF ws-confirm = "J" OR ws-confirm = "j"
               ACCEPT ws-today FROM DATE YYYYMMDD
               MOVE ws-today TO l-rueck-datum
               MOVE "Z" TO l-status
               PERFORM jn-vorher-ausleih
               REWRITE datei-ausleih
                   INVALID KEY
                       DISPLAY "Fehler beim Zurueckbuchen!"
                   NOT INVALID KEY
                       PERFORM jn-ausleih
                       DISPLAY "Zurueckgebucht!"
                       MOVE "J" TO ws-loan-done-flag
                       IF l-exempl-id NUMERIC AND
                          l-exempl-id NOT = ZERO
                           MOVE l-exempl-id TO ws-exst-id
                           MOVE "A" TO ws-exst-status
                           PERFORM setze-exempl-status
                           PERFORM frage-zustand-abstufung
                       END-IF
                       PERFORM berechne-rueckgabe-gebuehr
                       PERFORM warn-vormerkung
               END-REWRITE
           END-IF.

       verlaengere-ausleihe.
           DISPLAY "Ausleihe-Nr: " WITH NO ADVANCING
           ACCEPT ws-vg-loan-id
           PERFORM load-regeln

           PERFORM open-ausleih-io
           IF ausleih-ok
               MOVE ws-vg-loan-id TO l-id
               READ ausleih-datei
                   INVALID KEY
                       DISPLAY "Ausleihe nicht gefunden!"
               END-READ
               IF ausleih-ok
                   PERFORM pruefe-verlaengerung
                   IF NOT verlaengerung-erlaubt
                       DISPLAY "Verlaengerung abgelehnt: "
                               ws-vg-grund
                   ELSE
                       PERFORM berechne-verlaengerung
                       DISPLAY "Ausleihe " l-id " | Film "
                               l-film-id " | faellig "
                               l-faellig-datum
                       DISPLAY "Verlaengern bis " ws-loan-faellig
                               "? (J/N): " WITH NO ADVANCING
                       ACCEPT ws-confirm
                       IF ws-confirm = "J" OR ws-confirm = "j"
                           PERFORM buche-verlaengerung
                       ELSE
                           DISPLAY ws-msg-eintrag(43)
                       END-IF
                   END-IF
               END-IF
               CLOSE ausleih-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       pruefe-verlaengerung.
           MOVE "J" TO ws-vg-ok-flag
           MOVE SPACES TO ws-vg-grund
           IF l-verlaeng-anz NOT NUMERIC
               MOVE ZERO TO l-verlaeng-anz
           END-IF

           EVALUATE TRUE
               WHEN NOT l-offen
                   MOVE "N" TO ws-vg-ok-flag
                   MOVE "Ausleihe ist nicht offen" TO ws-vg-grund
               WHEN l-verlaeng-anz >= ws-rg-max-verlaeng
                   MOVE "N" TO ws-vg-ok-flag
                   MOVE "Hoechstzahl Verlaengerungen erreicht"
                       TO ws-vg-grund
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF verlaengerung-erlaubt
               MOVE l-film-id TO ws-vm-film-id
               PERFORM find-open-vormerkung
               IF vm-found
                   MOVE "N" TO ws-vg-ok-flag
                   MOVE "Film ist vorgemerkt" TO ws-vg-grund
               END-IF
           END-IF

           IF verlaengerung-erlaubt AND l-entleiher-id NUMERIC
              AND l-entleiher-id NOT = ZERO
               MOVE l-entleiher-id TO ws-entl-id
               PERFORM read-entleiher-by-id
               IF entl-found AND ws-entl-gesperrt
                   MOVE "N" TO ws-vg-ok-flag
                   MOVE "Entleiher ist gesperrt" TO ws-vg-grund
               END-IF
           END-IF

           IF verlaengerung-erlaubt AND l-entleiher-id NUMERIC
              AND l-entleiher-id NOT = ZERO
               MOVE l-entleiher-id TO ws-entl-id
               PERFORM pruefe-offene-gebuehren
               IF vg-gebuehr-offen
                   MOVE "N" TO ws-vg-ok-flag
                   MOVE "Entleiher hat offene Gebuehren"
                       TO ws-vg-grund
               END-IF
           END-IF.

       pruefe-offene-gebuehren.
           MOVE "N" TO ws-vg-geb-flag
           OPEN INPUT gebuehr-datei
           IF gebuehr-ok
               PERFORM UNTIL NOT gebuehr-ok OR vg-gebuehr-offen
                   READ gebuehr-datei NEXT RECORD
                   IF gebuehr-ok AND g-offen AND
                      g-entleiher-id = ws-entl-id
                       MOVE "J" TO ws-vg-geb-flag
                   END-IF
               END-PERFORM
               CLOSE gebuehr-datei
           END-IF.

       berechne-verlaengerung.
           PERFORM setze-loan-kategorie
           IF l-exempl-id NUMERIC
               MOVE l-exempl-id TO ws-loan-exempl-id
           ELSE
               MOVE ZERO TO ws-loan-exempl-id
           END-IF
           PERFORM ermittle-leih-tage
           MOVE l-faellig-datum TO ws-fael-d
           PERFORM increment-faellig-datum
               ws-rg-leih-tage TIMES
           MOVE l-filiale TO ws-sl-filiale
           PERFORM verschiebe-auf-oeffnungstag
           MOVE ws-fael-d TO ws-loan-faellig.

       buche-verlaengerung.
           MOVE l-faellig-datum TO ws-vg-alt-datum
           MOVE ws-loan-faellig TO l-faellig-datum
           ADD 1 TO l-verlaeng-anz
           PERFORM jn-vorher-ausleih
           REWRITE datei-ausleih
               INVALID KEY
                   DISPLAY "Fehler beim Verlaengern von Ausleihe "
                           l-id "!"
               NOT INVALID KEY
                   PERFORM jn-ausleih
                   ADD 1 TO ws-vg-anz
                   DISPLAY "Ausleihe " l-id " verlaengert bis "
                           l-faellig-datum "."
                   MOVE "VERLAENGERT" TO ws-audit-action
                   MOVE SPACES TO ws-audit-detail
                   STRING "Ausleihe "      DELIMITED BY SIZE
                          l-id             DELIMITED BY SIZE
                          " "              DELIMITED BY SIZE
                          ws-vg-alt-datum  DELIMITED BY SIZE
                          " -> "           DELIMITED BY SIZE
                          l-faellig-datum  DELIMITED BY SIZE
                          " Nr "           DELIMITED BY SIZE
                          l-verlaeng-anz   DELIMITED BY SIZE
                          INTO ws-audit-detail
                   END-STRING
                   PERFORM write-audit-entry
           END-REWRITE.

       verlaengerung-lauf.
           ACCEPT ws-today FROM DATE YYYYMMDD
           PERFORM load-regeln
           MOVE SPACES TO ws-vg-filiale
           MOVE ws-today TO ws-vg-bis
           IF batch-mode
               MOVE SPACES TO ws-vg-wort1
               MOVE SPACES TO ws-vg-wort2
               MOVE SPACES TO ws-vg-wort3
               UNSTRING stapel-rec DELIMITED BY ALL " "
                   INTO ws-vg-wort1
                        ws-vg-wort2
                        ws-vg-wort3
               PERFORM pruefe-vg-parameter
           END-IF
           IF vg-parameter-ok
               PERFORM fuehre-verlaengerung-durch
           ELSE
               PERFORM melde-batch-warnung
           END-IF.

       pruefe-vg-parameter.
           MOVE "J" TO ws-vg-parm-flag
           IF ws-vg-wort2 NUMERIC
               MOVE ws-vg-wort2 TO ws-vg-bis
           ELSE
               IF ws-vg-wort2 NOT = SPACES
                   MOVE ws-vg-wort2(1:3) TO ws-vg-filiale
                   PERFORM pruefe-vg-filiale
                   IF NOT vg-filiale-bekannt
                       DISPLAY "VERLAENGERUNG: Filiale "
                               ws-vg-filiale " unbekannt!"
                       MOVE "N" TO ws-vg-parm-flag
                   END-IF
               END-IF
               IF ws-vg-wort3 NUMERIC
                   MOVE ws-vg-wort3 TO ws-vg-bis
               ELSE
                   IF ws-vg-wort3 NOT = SPACES
                       DISPLAY "VERLAENGERUNG: Datum " ws-vg-wort3
                               " ungueltig (JJJJMMTT)!"
                       MOVE "N" TO ws-vg-parm-flag
                   END-IF
               END-IF
           END-IF.

       pruefe-vg-filiale.
           MOVE "N" TO ws-vg-fil-flag
           OPEN INPUT exempl-datei
           IF exempl-ok
               PERFORM UNTIL NOT exempl-ok OR vg-filiale-bekannt
                   READ exempl-datei NEXT RECORD
                   IF exempl-ok AND e-filiale = ws-vg-filiale
                       MOVE "J" TO ws-vg-fil-flag
                   END-IF
               END-PERFORM
               CLOSE exempl-datei
           END-IF
           IF NOT vg-filiale-bekannt
               OPEN INPUT ausleih-datei
               IF ausleih-ok
                   PERFORM UNTIL NOT ausleih-ok OR vg-filiale-bekannt
                       READ ausleih-datei NEXT RECORD
                       IF ausleih-ok AND l-filiale = ws-vg-filiale
                           MOVE "J" TO ws-vg-fil-flag
                       END-IF
                   END-PERFORM
                   CLOSE ausleih-datei
               END-IF
           END-IF.

       fuehre-verlaengerung-durch.
           MOVE ZERO TO ws-vg-anz
           MOVE ZERO TO ws-vg-abgelehnt

           OPEN OUTPUT verlaeng-datei
           IF NOT verlaeng-ok
               DISPLAY "Fehler beim Schreiben von verlaeng.txt!"
               MOVE "N" TO ws-batch-erfolg
           ELSE
               MOVE "*** Sammelverlaengerung ***" TO verlaeng-rec
               WRITE verlaeng-rec
               MOVE SPACES TO ws-report-line
               STRING "Filiale: "    DELIMITED BY SIZE
                      ws-vg-filiale  DELIMITED BY SIZE
                      "  faellig bis: " DELIMITED BY SIZE
                      ws-vg-bis      DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO verlaeng-rec
               WRITE verlaeng-rec

               PERFORM open-ausleih-io
               IF ausleih-ok
                   PERFORM UNTIL NOT ausleih-ok
                       READ ausleih-datei NEXT RECORD
                       IF ausleih-ok AND l-offen AND
                          l-faellig-datum NUMERIC AND
                          l-faellig-datum <= ws-vg-bis AND
                          (ws-vg-filiale = SPACES OR
                           l-filiale = ws-vg-filiale)
                           PERFORM verlaengere-im-lauf
                       END-IF
                   END-PERFORM
                   CLOSE ausleih-datei
               ELSE
                   DISPLAY ws-msg-eintrag(40)
                   MOVE "N" TO ws-batch-erfolg
               END-IF

               MOVE SPACES TO ws-report-line
               STRING "Verlaengert: "   DELIMITED BY SIZE
                      ws-vg-anz         DELIMITED BY SIZE
                      "  Abgelehnt: "   DELIMITED BY SIZE
                      ws-vg-abgelehnt   DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO verlaeng-rec
               WRITE verlaeng-rec
               CLOSE verlaeng-datei
               DISPLAY ws-vg-anz " Ausleihe(n) verlaengert, "
                       ws-vg-abgelehnt " abgelehnt, Bericht in "
                       "verlaeng.txt"
           END-IF.

       verlaengere-im-lauf.
           PERFORM pruefe-verlaengerung
           MOVE SPACES TO ws-report-line
           IF verlaengerung-erlaubt
               PERFORM berechne-verlaengerung
               PERFORM buche-verlaengerung
               STRING "Ausleihe "      DELIMITED BY SIZE
                      l-id             DELIMITED BY SIZE
                      " Film "         DELIMITED BY SIZE
                      l-film-id        DELIMITED BY SIZE
                      " neu faellig "  DELIMITED BY SIZE
                      l-faellig-datum  DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
           ELSE
               ADD 1 TO ws-vg-abgelehnt
               STRING "Ausleihe "      DELIMITED BY SIZE
                      l-id             DELIMITED BY SIZE
                      " Film "         DELIMITED BY SIZE
                      l-film-id        DELIMITED BY SIZE
                      " ABGELEHNT: "   DELIMITED BY SIZE
                      ws-vg-grund      DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
           END-IF
           MOVE ws-report-line TO verlaeng-rec
           WRITE verlaeng-rec.

       print-overdue-report.
           ACCEPT ws-today FROM DATE YYYYMMDD
           PERFORM ask-filiale
           MOVE ZERO TO ws-page-num
           MOVE ZERO TO ws-line-count
           MOVE ZERO TO ws-mahn-total

           OPEN OUTPUT mahn-datei
           IF mahn-ok
               PERFORM write-mahn-header

               OPEN INPUT ausleih-datei
               IF ausleih-ok
                   PERFORM UNTIL NOT ausleih-ok
                       READ ausleih-datei NEXT RECORD
                       IF ausleih-ok AND l-offen AND
                          l-faellig-datum < ws-today AND
                          (ws-fil-filter = SPACES OR
                           l-filiale = ws-fil-filter)
                           PERFORM write-mahn-line
                       END-IF
                   END-PERFORM
                   CLOSE ausleih-datei
               END-IF

               PERFORM write-mahn-footer
               MOVE SPACES TO mahn-rec
               WRITE mahn-rec
               MOVE SPACES TO ws-report-line
               MOVE 69 TO ws-msg-nr
               PERFORM trim-msg
               STRING ws-msg-eintrag(ws-msg-nr)(1:ws-msg-len)
                          DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      ws-mahn-total DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO mahn-rec
               WRITE mahn-rec

               CLOSE mahn-datei
               DISPLAY "Mahnliste gespeichert in mahnliste.txt"
               IF NOT batch-mode
                   DISPLAY "Mahnbriefe erstellen und Mahnstufen "
                           "fortschreiben? (J/N): "
                       WITH NO ADVANCING
                   ACCEPT ws-confirm
                   IF ws-confirm = "J" OR ws-confirm = "j"
                       PERFORM print-mahnbriefe
                   END-IF
               END-IF
           ELSE
               DISPLAY "Fehler beim Schreiben der Mahnliste!"
               MOVE "N" TO ws-batch-erfolg
           END-IF.

       write-mahn-line.
           IF ws-line-count >= ws-page-size
               PERFORM write-mahn-footer
               PERFORM write-mahn-header
           END-IF

           MOVE l-film-id TO lookup-id
           PERFORM check-film-active

           MOVE SPACES TO ws-report-line
           STRING l-film-id            DELIMITED BY SIZE
                  " | "                DELIMITED BY SIZE
                  ws-checked-film-name DELIMITED BY SIZE
                  " | "                DELIMITED BY SIZE
                  l-entleiher          DELIMITED BY SIZE
                  " | "                DELIMITED BY SIZE
                  l-faellig-datum      DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO mahn-rec
           WRITE mahn-rec

           ADD 1 TO ws-line-count
           ADD 1 TO ws-mahn-total.

       write-mahn-header.
           ADD 1 TO ws-page-num
           MOVE ZERO TO ws-line-count

           MOVE SPACES TO mahn-rec
           MOVE ws-msg-eintrag(55) TO mahn-rec
           WRITE mahn-rec

           MOVE 52 TO ws-msg-nr
           PERFORM trim-msg
                  ws-page-num DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO mahn-rec
           WRITE mahn-rec

           MOVE SPACES TO mahn-rec
           WRITE mahn-rec

           MOVE ws-msg-eintrag(62) TO mahn-rec
           WRITE mahn-rec.

       write-mahn-footer.
           MOVE SPACES TO mahn-rec
           WRITE mahn-rec

           MOVE 53 TO ws-msg-nr
           PERFORM trim-msg
                  " ---"      DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO mahn-rec
           WRITE mahn-rec.

       verify-catalog.
           ACCEPT ws-today FROM DATE YYYYMMDD
           COMPUTE ws-max-jahr = ws-today / 10000
           MOVE ZERO TO ws-page-num
           MOVE ZERO TO ws-line-count
           MOVE ZERO TO ws-pruef-total

           OPEN OUTPUT pruef-datei
           IF pruef-ok
               PERFORM write-pruef-header
               PERFORM verify-films
               PERFORM verify-duplicate-titles
               PERFORM verify-actor-links
               PERFORM verify-exempl-status
               PERFORM write-pruef-footer

               MOVE SPACES TO pruef-rec
               WRITE pruef-rec
               MOVE SPACES TO ws-report-line
               MOVE 70 TO ws-msg-nr
               PERFORM trim-msg
               STRING ws-msg-eintrag(ws-msg-nr)(1:ws-msg-len)
                          DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      ws-pruef-total DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO pruef-rec
               WRITE pruef-rec

               CLOSE pruef-datei
               DISPLAY "Pruefbericht gespeichert in pruefber.txt"
               IF ws-pruef-total > ZERO
                   PERFORM melde-batch-warnung
               END-IF
           ELSE
               DISPLAY "Fehler beim Schreiben des Pruefberichts!"
               MOVE "N" TO ws-batch-erfolg
           END-IF.

       verify-films.
           OPEN INPUT film-datei
           IF ok
               PERFORM UNTIL NOT ok
                   READ film-datei NEXT RECORD
                   IF ok AND film-is-active
                       IF film-name = SPACES
                           MOVE "NAME"  TO ws-hist-feld
                           MOVE "leer" TO ws-pruef-text
                           PERFORM write-film-exception
                       END-IF
                       IF film-desc = SPACES
                           MOVE "BESCHR" TO ws-hist-feld
                           MOVE "leer"  TO ws-pruef-text
                           PERFORM write-film-exception
                       END-IF
                       IF film-jahr < ws-min-jahr OR
                          film-jahr > ws-max-jahr
                           MOVE "JAHR" TO ws-hist-feld
                           MOVE SPACES TO ws-pruef-text
                           STRING "ausserhalb " DELIMITED BY SIZE
                                  ws-min-jahr   DELIMITED BY SIZE
                                  "-"           DELIMITED BY SIZE
                                  ws-max-jahr   DELIMITED BY SIZE
                                  INTO ws-pruef-text
                           END-STRING
                           PERFORM write-film-exception
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE film-datei
           END-IF.

       write-film-exception.
           MOVE SPACES TO ws-report-line
           STRING "FILM "      DELIMITED BY SIZE
                  film-id      DELIMITED BY SIZE
                  " | "        DELIMITED BY SIZE
                  ws-hist-feld  DELIMITED BY SIZE
                  " | "         DELIMITED BY SIZE
                  ws-pruef-text DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           PERFORM write-pruef-line.

       verify-duplicate-titles.
           MOVE ZERO TO ws-filter-jahr
           MOVE SPACES TO ws-filter-name
           MOVE SPACES TO ws-filter-genre
           MOVE "N" TO ws-sort-flag
           MOVE LOW-VALUES TO ws-prev-name

           SORT sort-datei
               ON ASCENDING KEY srt-name
               INPUT PROCEDURE sort-input-procedure
               OUTPUT PROCEDURE pruef-dup-output-procedure.

       pruef-dup-output-procedure.
           PERFORM UNTIL sort-read-eof
               RETURN sort-datei
                   AT END MOVE "J" TO ws-sort-flag
               END-RETURN
               IF NOT sort-read-eof
                   IF srt-name = ws-prev-name AND
                      srt-name NOT = SPACES
                       MOVE SPACES TO ws-report-line
                       STRING "FILM "    DELIMITED BY SIZE
                              srt-id     DELIMITED BY SIZE
                              " | NAME | Duplikat: "
                                         DELIMITED BY SIZE
                              srt-name   DELIMITED BY SIZE
                              INTO ws-report-line
                       END-STRING
                       PERFORM write-pruef-line
                   END-IF
                   MOVE srt-name TO ws-prev-name
               END-IF
           END-PERFORM.

       verify-actor-links.
           OPEN INPUT actor-datei
           IF actor-ok
               PERFORM UNTIL NOT actor-ok
                   READ actor-datei NEXT RECORD
                   IF actor-ok
                       MOVE a-film-id TO lookup-id
                       PERFORM check-film-active
                       IF film-check-missing
                           MOVE "nicht vorhanden" TO ws-pruef-text
                           PERFORM write-link-exception
                       END-IF
                       IF film-check-deleted
                           MOVE "Film geloescht" TO ws-pruef-text
                           PERFORM write-link-exception
                       END-IF

                       MOVE a-schausp-id TO ws-schausp-id
                       PERFORM read-schausp-by-id
                       IF NOT schausp-found
                           MOVE "Schauspieler fehlt im Stamm"
                               TO ws-pruef-text
                           PERFORM write-link-exception
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE actor-datei
           END-IF.

       write-link-exception.
           MOVE SPACES TO ws-report-line
           STRING "VERKN "    DELIMITED BY SIZE
                  a-actor-id  DELIMITED BY SIZE
                  " | FILM "  DELIMITED BY SIZE
                  a-film-id   DELIMITED BY SIZE
                  " | "         DELIMITED BY SIZE
                  ws-pruef-text DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           PERFORM write-pruef-line.

       write-pruef-line.
           IF ws-line-count >= ws-page-size
               PERFORM write-pruef-footer
               PERFORM write-pruef-header
           END-IF
           MOVE ws-report-line TO pruef-rec
           WRITE pruef-rec
           ADD 1 TO ws-line-count
           ADD 1 TO ws-pruef-total.

       write-pruef-header.
           ADD 1 TO ws-page-num
           MOVE ZERO TO ws-line-count

           MOVE SPACES TO pruef-rec
           MOVE ws-msg-eintrag(56) TO pruef-rec
           WRITE pruef-rec

           MOVE 52 TO ws-msg-nr
           PERFORM trim-msg
                  ws-page-num DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO pruef-rec
           WRITE pruef-rec

           MOVE SPACES TO pruef-rec
           WRITE pruef-rec

           MOVE ws-msg-eintrag(63) TO pruef-rec
           WRITE pruef-rec.

       write-pruef-footer.
           MOVE SPACES TO pruef-rec
           WRITE pruef-rec

           MOVE 53 TO ws-msg-nr
           PERFORM trim-msg
                  " ---"      DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO pruef-rec
           WRITE pruef-rec.

       load-genre-table.
           MOVE ZERO TO ws-genre-anz
           OPEN INPUT genre-datei
           IF genre-ok
               PERFORM UNTIL NOT genre-ok
                   READ genre-datei
                   IF genre-ok AND genre-rec NOT = SPACES AND
                      ws-genre-anz < 30
                       ADD 1 TO ws-genre-anz
                       MOVE genre-rec
                           TO ws-genre-eintrag(ws-genre-anz)
                   END-IF
               END-PERFORM
               CLOSE genre-datei
           END-IF.

       check-genre-allowed.
           IF ws-genre = SPACES OR ws-genre-anz = ZERO
               MOVE "J" TO ws-genre-ok-flag
           ELSE
               MOVE "N" TO ws-genre-ok-flag
               PERFORM VARYING ws-genre-idx FROM 1 BY 1
                   UNTIL ws-genre-idx > ws-genre-anz
                   OR genre-allowed
                   IF ws-genre-eintrag(ws-genre-idx) = ws-genre
                       MOVE "J" TO ws-genre-ok-flag
                   END-IF
               END-PERFORM
           END-IF.

       show-genre-list.
           IF ws-genre-anz = ZERO
               DISPLAY "(Genre-Liste ist leer)"
           ELSE
               DISPLAY "Erlaubte Genres:"
               PERFORM VARYING ws-genre-idx FROM 1 BY 1
                   UNTIL ws-genre-idx > ws-genre-anz
                   DISPLAY "  " ws-genre-eintrag(ws-genre-idx)
               END-PERFORM
           END-IF.

       ask-genre.
           PERFORM load-genre-table
           MOVE "N" TO ws-genre-ok-flag
           PERFORM UNTIL genre-allowed
               MOVE 80 TO ws-msg-nr
               PERFORM show-prompt
               ACCEPT ws-genre
               PERFORM check-genre-allowed
               IF NOT genre-allowed
                   DISPLAY ws-msg-eintrag(81)
                   PERFORM show-genre-list
               END-IF
           END-PERFORM.

       ask-preis.
           MOVE ZERO TO ws-preis
           MOVE "N" TO ws-preis-gueltig
           PERFORM UNTIL preis-gueltig
               MOVE 82 TO ws-msg-nr
               PERFORM show-prompt
               ACCEPT ws-preis-x
               IF ws-preis-x = SPACES
                   MOVE "J" TO ws-preis-gueltig
               ELSE
                   PERFORM parse-preis
                   IF NOT preis-gueltig
                       DISPLAY ws-msg-eintrag(83)
                   END-IF
               END-IF
           END-PERFORM.

       parse-preis.
           MOVE "N" TO ws-preis-gueltig
           MOVE SPACES TO ws-preis-euro-x
           MOVE SPACES TO ws-preis-cent-x
           UNSTRING ws-preis-x DELIMITED BY "."
               INTO ws-preis-euro-x
                    ws-preis-cent-x

           IF ws-preis-cent-x = SPACES
               MOVE "00" TO ws-preis-cent-x
           END-IF
           INSPECT ws-preis-cent-x REPLACING ALL " " BY "0"

           PERFORM justify-preis-euro

           IF ws-preis-euro-x NUMERIC AND ws-preis-cent-x NUMERIC
               MOVE ws-preis-euro-x TO ws-preis-euro
               MOVE ws-preis-cent-x TO ws-preis-cent
               COMPUTE ws-preis =
                   ws-preis-euro + (ws-preis-cent / 100)
               MOVE "J" TO ws-preis-gueltig
           END-IF.

       justify-preis-euro.
           PERFORM UNTIL ws-preis-euro-x(5:1) NOT = SPACE
               OR ws-preis-euro-x = SPACES
               MOVE SPACES TO ws-preis-x
               STRING "0" DELIMITED BY SIZE
                      ws-preis-euro-x(1:4) DELIMITED BY SIZE
                      INTO ws-preis-x
               END-STRING
               MOVE ws-preis-x(1:5) TO ws-preis-euro-x
           END-PERFORM.

       ask-ansch-datum.
           ACCEPT ws-today FROM DATE YYYYMMDD
           MOVE ws-today TO ws-ansch-datum
           MOVE 84 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT ws-ansch-datum-x
           IF ws-ansch-datum-x NUMERIC
               MOVE ws-ansch-datum-x TO ws-ansch-datum
           END-IF.

       maintain-genres.
           PERFORM load-genre-table
           DISPLAY "--- Genre-Liste ---"
           PERFORM show-genre-list

           DISPLAY "Neues Genre hinzufuegen? (J/N): "
               WITH NO ADVANCING
           ACCEPT ws-confirm
           IF ws-confirm = "J" OR ws-confirm = "j"
               DISPLAY "Genre: " WITH NO ADVANCING
               ACCEPT ws-genre-neu
               IF ws-genre-neu = SPACES
                   DISPLAY "Fehler! Genre darf nicht leer sein!"
               ELSE
                   MOVE ws-genre-neu TO ws-genre
                   PERFORM check-genre-allowed
                   IF genre-allowed AND ws-genre-anz NOT = ZERO
                       DISPLAY "Genre bereits vorhanden."
                   ELSE
                       OPEN EXTEND genre-datei
                       IF genre-status = "35"
                           OPEN OUTPUT genre-datei
                       END-IF
                       IF genre-ok
                           MOVE ws-genre-neu TO genre-rec
                           WRITE genre-rec
                           CLOSE genre-datei
                           DISPLAY "Genre gespeichert!"
                       ELSE
                           DISPLAY "Fehler beim Schreiben der "
                                   "Genre-Liste!"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       recode-genre.
           PERFORM load-genre-table

           DISPLAY "Bisheriges Genre: " WITH NO ADVANCING
           ACCEPT ws-recode-alt
           DISPLAY "Neues Genre: " WITH NO ADVANCING
           ACCEPT ws-recode-neu

           MOVE ws-recode-neu TO ws-genre
           PERFORM check-genre-allowed
           IF ws-recode-neu = SPACES OR NOT genre-allowed
               DISPLAY "Fehler! Neues Genre ist nicht in der "
                       "Genre-Liste!"
               PERFORM show-genre-list
           ELSE
               MOVE ZERO TO ws-recode-anz
               PERFORM open-film-io
               IF ok
                   PERFORM UNTIL NOT ok
                       READ film-datei NEXT RECORD
                       IF ok AND film-genre = ws-recode-alt
                           MOVE ws-recode-neu TO film-genre
                           MOVE "A" TO film-aend-art
                           PERFORM stamp-film-change
                           PERFORM jn-vorher-film
                           REWRITE datei-film
                               INVALID KEY
                                   DISPLAY "Fehler beim "
                                           "Umcodieren!"
                               NOT INVALID KEY
                                   PERFORM jn-film
                                   ADD 1 TO ws-recode-anz
                                   MOVE film-id TO ws-hist-film-id
                                   MOVE "GEAENDERT"
                                       TO ws-hist-aktion
                                   MOVE "GENRE" TO ws-hist-feld
                                   MOVE ws-recode-alt
                                       TO ws-hist-alt
                                   MOVE ws-recode-neu
                                       TO ws-hist-neu
                                   PERFORM write-history-entry
                           END-REWRITE
                       END-IF
                   END-PERFORM
                   CLOSE film-datei

                   DISPLAY ws-recode-anz " Film(e) umcodiert."
                   IF ws-recode-anz > ZERO
                       MOVE "GENRE UMCODIERT" TO ws-audit-action
                       MOVE SPACES TO ws-audit-detail
                       STRING ws-recode-alt DELIMITED BY SPACE
                              " -> "        DELIMITED BY SIZE
                              ws-recode-neu DELIMITED BY SPACE
                              INTO ws-audit-detail
                       END-STRING
                       PERFORM write-audit-entry
                   END-IF
               ELSE
                   DISPLAY "Fehler!"
               END-IF
           END-IF.

       unload-catalog.
           PERFORM read-sicher-ctl
           ADD 1 TO ws-ctl-generation
           MOVE ZERO TO ws-ctl-filme-anz
           MOVE ZERO TO ws-ctl-filme-hash
           MOVE ZERO TO ws-ctl-actors-anz
           MOVE ZERO TO ws-ctl-actors-hash
           MOVE ZERO TO ws-ctl-schausp-anz
           MOVE ZERO TO ws-ctl-schausp-hash
           MOVE ZERO TO ws-ctl-nextid

           PERFORM unload-filme
           PERFORM unload-actors
           PERFORM unload-schausp
           PERFORM unload-exempl
           PERFORM unload-ausleih
           PERFORM unload-entleiher
           PERFORM unload-gebuehr
           PERFORM unload-vormerk
           PERFORM read-nextid-value
           PERFORM write-sicher-ctl
           IF sicher-ok
               PERFORM sichere-journal
           END-IF

           DISPLAY "Entladen: " ws-ctl-filme-anz " Film(e), "
                   ws-ctl-actors-anz " Verknuepfung(en), "
                   ws-ctl-schausp-anz " Schauspieler."
           DISPLAY "          " ws-ctl-exempl-anz " Exemplar(e), "
                   ws-ctl-ausleih-anz " Ausleihe(n), "
                   ws-ctl-entleih-anz " Entleiher."
           DISPLAY "          " ws-ctl-gebuehr-anz " Gebuehr(en), "
                   ws-ctl-vormerk-anz " Vormerkung(en), "
                   "Generation " ws-ctl-generation "."

           MOVE "ENTLADEN" TO ws-audit-action
           MOVE SPACES TO ws-audit-detail
           STRING ws-ctl-filme-anz DELIMITED BY SIZE
                  " Filme gesichert" DELIMITED BY SIZE
                  INTO ws-audit-detail
           END-STRING
           PERFORM write-audit-entry.

       unload-filme.
           MOVE ZERO TO ws-unl-count
           MOVE ZERO TO ws-unl-hash
           OPEN INPUT film-datei
           IF ok
               OPEN OUTPUT filmunl-datei
               IF filmunl-ok
                   PERFORM UNTIL NOT ok
                       READ film-datei NEXT RECORD
                       IF ok
                           MOVE SPACES TO filmunl-rec
                           MOVE datei-film TO filmunl-rec
                           WRITE filmunl-rec
                           ADD 1 TO ws-unl-count
                           ADD film-id TO ws-unl-hash
                           ADD film-jahr TO ws-unl-hash
                       END-IF
                   END-PERFORM
                   CLOSE filmunl-datei
               ELSE
                   DISPLAY "Fehler beim Schreiben von filme.unl!"
                   MOVE "N" TO ws-batch-erfolg
               END-IF
               CLOSE film-datei
           ELSE
               DISPLAY "filme.dat leer oder nicht gefunden"
               MOVE "N" TO ws-batch-erfolg
           END-IF
           MOVE ws-unl-count TO ws-ctl-filme-anz
           MOVE ws-unl-hash  TO ws-ctl-filme-hash.

       unload-actors.
           MOVE ZERO TO ws-unl-count
           MOVE ZERO TO ws-unl-hash
           OPEN INPUT actor-datei
           IF actor-ok
               OPEN OUTPUT actunl-datei
               IF actunl-ok
                   PERFORM UNTIL NOT actor-ok
                       READ actor-datei NEXT RECORD
                       IF actor-ok
                           MOVE SPACES TO actunl-rec
                           MOVE datei-actor TO actunl-rec
                           WRITE actunl-rec
                           ADD 1 TO ws-unl-count
                           ADD a-actor-id   TO ws-unl-hash
                           ADD a-film-id    TO ws-unl-hash
                           ADD a-schausp-id TO ws-unl-hash
                       END-IF
                   END-PERFORM
                   CLOSE actunl-datei
               ELSE
                   DISPLAY "Fehler beim Schreiben von actors.unl!"
                   MOVE "N" TO ws-batch-erfolg
               END-IF
               CLOSE actor-datei
           END-IF
           MOVE ws-unl-count TO ws-ctl-actors-anz
           MOVE ws-unl-hash  TO ws-ctl-actors-hash.

       unload-schausp.
           MOVE ZERO TO ws-unl-count
           MOVE ZERO TO ws-unl-hash
           OPEN INPUT schausp-datei
           IF schausp-ok
               OPEN OUTPUT schunl-datei
               IF schunl-ok
                   PERFORM UNTIL NOT schausp-ok
                       READ schausp-datei NEXT RECORD
                       IF schausp-ok
                           MOVE SPACES TO schunl-rec
                           MOVE datei-schausp TO schunl-rec
                           WRITE schunl-rec
                           ADD 1 TO ws-unl-count
                           ADD s-id TO ws-unl-hash
                       END-IF
                   END-PERFORM
                   CLOSE schunl-datei
               ELSE
                   DISPLAY "Fehler beim Schreiben von schausp.unl!"
                   MOVE "N" TO ws-batch-erfolg
               END-IF
               CLOSE schausp-datei
           END-IF
           MOVE ws-unl-count TO ws-ctl-schausp-anz
           MOVE ws-unl-hash  TO ws-ctl-schausp-hash.

       unload-exempl.
           MOVE ZERO TO ws-unl-count
           MOVE ZERO TO ws-unl-hash
           OPEN OUTPUT exmunl-datei
           IF exmunl-ok
               OPEN INPUT exempl-datei
               IF exempl-ok
                   PERFORM UNTIL NOT exempl-ok
                       READ exempl-datei NEXT RECORD
                       IF exempl-ok
                           MOVE SPACES TO exmunl-rec
                           MOVE datei-exempl TO exmunl-rec
                           WRITE exmunl-rec
                           ADD 1 TO ws-unl-count
                           ADD e-id      TO ws-unl-hash
                           ADD e-film-id TO ws-unl-hash
                       END-IF
                   END-PERFORM
                   CLOSE exempl-datei
               END-IF
               CLOSE exmunl-datei
           ELSE
               DISPLAY "Fehler beim Schreiben von exempl.unl!"
               MOVE "N" TO ws-batch-erfolg
           END-IF
           MOVE ws-unl-count TO ws-ctl-exempl-anz
           MOVE ws-unl-hash  TO ws-ctl-exempl-hash.

       unload-ausleih.
           MOVE ZERO TO ws-unl-count
           MOVE ZERO TO ws-unl-hash
           OPEN OUTPUT ausunl-datei
           IF ausunl-ok
               OPEN INPUT ausleih-datei
               IF ausleih-ok
                   PERFORM UNTIL NOT ausleih-ok
                       READ ausleih-datei NEXT RECORD
                       IF ausleih-ok
                           MOVE SPACES TO ausunl-rec
                           MOVE datei-ausleih TO ausunl-rec
                           WRITE ausunl-rec
                           ADD 1 TO ws-unl-count
                           ADD l-id      TO ws-unl-hash
                           ADD l-film-id TO ws-unl-hash
                       END-IF
                   END-PERFORM
                   CLOSE ausleih-datei
               END-IF
               CLOSE ausunl-datei
           ELSE
               DISPLAY "Fehler beim Schreiben von ausleih.unl!"
               MOVE "N" TO ws-batch-erfolg
           END-IF
           MOVE ws-unl-count TO ws-ctl-ausleih-anz
           MOVE ws-unl-hash  TO ws-ctl-ausleih-hash.

       unload-entleiher.
           MOVE ZERO TO ws-unl-count
           MOVE ZERO TO ws-unl-hash
           OPEN OUTPUT entunl-datei
           IF entunl-ok
               OPEN INPUT entleiher-datei
               IF entleiher-ok
                   PERFORM UNTIL NOT entleiher-ok
                       READ entleiher-datei NEXT RECORD
                       IF entleiher-ok
                           MOVE SPACES TO entunl-rec
                           MOVE datei-entleiher TO entunl-rec
                           WRITE entunl-rec
                           ADD 1 TO ws-unl-count
                           ADD en-id TO ws-unl-hash
                       END-IF
                   END-PERFORM
                   CLOSE entleiher-datei
               END-IF
               CLOSE entunl-datei
           ELSE
               DISPLAY "Fehler beim Schreiben von entleiher.unl!"
               MOVE "N" TO ws-batch-erfolg
           END-IF
           MOVE ws-unl-count TO ws-ctl-entleih-anz
           MOVE ws-unl-hash  TO ws-ctl-entleih-hash.

       unload-gebuehr.
           MOVE ZERO TO ws-unl-count
           MOVE ZERO TO ws-unl-hash
           OPEN OUTPUT gebunl-datei
           IF gebunl-ok
               OPEN INPUT gebuehr-datei
               IF gebuehr-ok
                   PERFORM UNTIL NOT gebuehr-ok
                       READ gebuehr-datei NEXT RECORD
                       IF gebuehr-ok
                           MOVE SPACES TO gebunl-rec
                           MOVE datei-gebuehr TO gebunl-rec
                           WRITE gebunl-rec
                           ADD 1 TO ws-unl-count
                           ADD g-id           TO ws-unl-hash
                           ADD g-entleiher-id TO ws-unl-hash
                       END-IF
                   END-PERFORM
                   CLOSE gebuehr-datei
               END-IF
               CLOSE gebunl-datei
           ELSE
               DISPLAY "Fehler beim Schreiben von gebuehr.unl!"
               MOVE "N" TO ws-batch-erfolg
           END-IF
           MOVE ws-unl-count TO ws-ctl-gebuehr-anz
           MOVE ws-unl-hash  TO ws-ctl-gebuehr-hash.

       unload-vormerk.
           MOVE ZERO TO ws-unl-count
           MOVE ZERO TO ws-unl-hash
           OPEN OUTPUT vmkunl-datei
           IF vmkunl-ok
               OPEN INPUT vormerk-datei
               IF vormerk-ok
                   PERFORM UNTIL NOT vormerk-ok
                       READ vormerk-datei NEXT RECORD
                       IF vormerk-ok
                           MOVE SPACES TO vmkunl-rec
                           MOVE datei-vormerk TO vmkunl-rec
                           WRITE vmkunl-rec
                           ADD 1 TO ws-unl-count
                           ADD v-id      TO ws-unl-hash
                           ADD v-film-id TO ws-unl-hash
                       END-IF
                   END-PERFORM
                   CLOSE vormerk-datei
               END-IF
               CLOSE vmkunl-datei
           ELSE
               DISPLAY "Fehler beim Schreiben von vormerk.unl!"
               MOVE "N" TO ws-batch-erfolg
           END-IF
           MOVE ws-unl-count TO ws-ctl-vormerk-anz
           MOVE ws-unl-hash  TO ws-ctl-vormerk-hash.

       read-nextid-value.
           OPEN INPUT nextid-datei
           IF nextid-ok
               READ nextid-datei
                   AT END MOVE "10" TO nextid-status
               END-READ
               IF nextid-ok
                   MOVE nextid-value TO ws-ctl-nextid
               END-IF
               CLOSE nextid-datei
           END-IF.

       write-sicher-ctl.
           OPEN OUTPUT sicher-datei
           IF sicher-ok
               MOVE SPACES TO ws-report-line
               STRING "FILME "          DELIMITED BY SIZE
                      ws-ctl-filme-anz  DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      ws-ctl-filme-hash DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO sicher-rec
               WRITE sicher-rec

               MOVE SPACES TO ws-report-line
               STRING "ACTORS "          DELIMITED BY SIZE
                      ws-ctl-actors-anz  DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      ws-ctl-actors-hash DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO sicher-rec
               WRITE sicher-rec

               MOVE SPACES TO ws-report-line
               STRING "SCHAUSP "          DELIMITED BY SIZE
                      ws-ctl-schausp-anz  DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      ws-ctl-schausp-hash DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO sicher-rec
               WRITE sicher-rec

               MOVE SPACES TO ws-report-line
               STRING "NEXTID "     DELIMITED BY SIZE
                      ws-ctl-nextid DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO sicher-rec
               WRITE sicher-rec

               MOVE "EXEMPL"            TO ws-ctl-name
               MOVE ws-ctl-exempl-anz   TO ws-unl-count
               MOVE ws-ctl-exempl-hash  TO ws-unl-hash
               PERFORM schreibe-sicher-zeile
               MOVE "AUSLEIH"           TO ws-ctl-name
               MOVE ws-ctl-ausleih-anz  TO ws-unl-count
               MOVE ws-ctl-ausleih-hash TO ws-unl-hash
               PERFORM schreibe-sicher-zeile
               MOVE "ENTLEIH"           TO ws-ctl-name
               MOVE ws-ctl-entleih-anz  TO ws-unl-count
               MOVE ws-ctl-entleih-hash TO ws-unl-hash
               PERFORM schreibe-sicher-zeile
               MOVE "GEBUEHR"           TO ws-ctl-name
               MOVE ws-ctl-gebuehr-anz  TO ws-unl-count
               MOVE ws-ctl-gebuehr-hash TO ws-unl-hash
               PERFORM schreibe-sicher-zeile
               MOVE "VORMERK"           TO ws-ctl-name
               MOVE ws-ctl-vormerk-anz  TO ws-unl-count
               MOVE ws-ctl-vormerk-hash TO ws-unl-hash
               PERFORM schreibe-sicher-zeile

               MOVE SPACES TO ws-report-line
               STRING "GENERATION "     DELIMITED BY SIZE
                      ws-ctl-generation DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO sicher-rec
               WRITE sicher-rec

               CLOSE sicher-datei
               DISPLAY "Kontrolldatei sicher.ctl geschrieben."
           ELSE
               DISPLAY "Fehler beim Schreiben von sicher.ctl!"
               MOVE "N" TO ws-batch-erfolg
           END-IF.

       schreibe-sicher-zeile.
           MOVE SPACES TO ws-report-line
           STRING ws-ctl-name  DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  ws-unl-count DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  ws-unl-hash  DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO sicher-rec
           WRITE sicher-rec.

       sichere-journal.
           OPEN INPUT journal-datei
           IF journal-ok
               CLOSE journal-datei
               CALL "SYSTEM" USING "copy journal.dat journal.alt"
                   RETURNING ws-copy-rc
               IF ws-copy-rc = ZERO
                   OPEN OUTPUT journal-datei
                   CLOSE journal-datei
                   DISPLAY "Journal nach journal.alt gesichert und "
                           "neu begonnen."
               ELSE
                   DISPLAY "Warnung: journal.dat konnte nicht nach "
                           "journal.alt gesichert werden!"
               END-IF
           END-IF.

       reload-catalog.
           DISPLAY "Achtung! filme.dat, actors.dat und schausp.dat "
                   "werden aus der Sicherung neu aufgebaut."
           DISPLAY "Fortfahren? (J/N): " WITH NO ADVANCING
           ACCEPT ws-confirm
           IF ws-confirm NOT = "J" AND ws-confirm NOT = "j"
               DISPLAY ws-msg-eintrag(43)
           ELSE
               PERFORM read-sicher-ctl
               IF NOT sicher-ok
                   DISPLAY "Kontrolldatei sicher.ctl nicht "
                           "gefunden!"
               ELSE
                   MOVE "J" TO ws-reload-flag
                   PERFORM begin-protected-op
                   PERFORM reload-filme
                   PERFORM reload-actors
                   PERFORM reload-schausp
                   PERFORM reload-nextid
                   PERFORM end-protected-op

                   IF reload-ok
                       DISPLAY "Wiederherstellung erfolgreich, "
                               "alle Zaehler und Pruefsummen "
                               "stimmen."
                   ELSE
                       DISPLAY "Achtung! Abweichungen bei der "
                               "Wiederherstellung, bitte "
                               "Sicherung pruefen!"
                   END-IF

                   MOVE "GELADEN" TO ws-audit-action
                   MOVE SPACES TO ws-audit-detail
                   STRING ws-ctl-filme-anz DELIMITED BY SIZE
                          " Filme geladen" DELIMITED BY SIZE
                          INTO ws-audit-detail
                   END-STRING
                   PERFORM write-audit-entry
               END-IF
           END-IF.

       read-sicher-ctl.
           MOVE ZERO TO ws-ctl-generation
           OPEN INPUT sicher-datei
           IF sicher-ok
               PERFORM UNTIL NOT sicher-ok
                   READ sicher-datei
                   IF sicher-ok
                       MOVE SPACES TO ws-ctl-name
                       MOVE SPACES TO ws-ctl-anz-x
                       MOVE SPACES TO ws-ctl-hash-x
                       UNSTRING sicher-rec DELIMITED BY ALL " "
                           INTO ws-ctl-name
                                ws-ctl-anz-x
                                ws-ctl-hash-x
                       EVALUATE ws-ctl-name
                           WHEN "FILME"
                               MOVE ws-ctl-anz-x(1:6)
                                   TO ws-ctl-filme-anz
                               MOVE ws-ctl-hash-x(1:9)
                                   TO ws-ctl-filme-hash
                           WHEN "ACTORS"
                               MOVE ws-ctl-anz-x(1:6)
                                   TO ws-ctl-actors-anz
                               MOVE ws-ctl-hash-x(1:9)
                                   TO ws-ctl-actors-hash
                           WHEN "SCHAUSP"
                               MOVE ws-ctl-anz-x(1:6)
                                   TO ws-ctl-schausp-anz
                               MOVE ws-ctl-hash-x(1:9)
                                   TO ws-ctl-schausp-hash
                           WHEN "NEXTID"
                               MOVE ws-ctl-anz-x(1:6)
                                   TO ws-ctl-nextid
                           WHEN "EXEMPL"
                               MOVE ws-ctl-anz-x(1:6)
                                   TO ws-ctl-exempl-anz
                               MOVE ws-ctl-hash-x(1:9)
                                   TO ws-ctl-exempl-hash
                           WHEN "AUSLEIH"
                               MOVE ws-ctl-anz-x(1:6)
                                   TO ws-ctl-ausleih-anz
                               MOVE ws-ctl-hash-x(1:9)
                                   TO ws-ctl-ausleih-hash
                           WHEN "ENTLEIH"
                               MOVE ws-ctl-anz-x(1:6)
                                   TO ws-ctl-entleih-anz
                               MOVE ws-ctl-hash-x(1:9)
                                   TO ws-ctl-entleih-hash
                           WHEN "GEBUEHR"
                               MOVE ws-ctl-anz-x(1:6)
                                   TO ws-ctl-gebuehr-anz
                               MOVE ws-ctl-hash-x(1:9)
                                   TO ws-ctl-gebuehr-hash
                           WHEN "VORMERK"
                               MOVE ws-ctl-anz-x(1:6)
                                   TO ws-ctl-vormerk-anz
                               MOVE ws-ctl-hash-x(1:9)
                                   TO ws-ctl-vormerk-hash
                           WHEN "GENERATION"
                               MOVE ws-ctl-anz-x(1:6)
                                   TO ws-ctl-generation
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE sicher-datei
               MOVE "00" TO sicher-status
           END-IF.

       reload-filme.
           OPEN INPUT filmunl-datei
           IF NOT filmunl-ok
               DISPLAY "filme.unl nicht gefunden!"
               MOVE "N" TO ws-reload-flag
           ELSE
               CALL "CBL_DELETE_FILE" USING ws-film-filename
                   RETURNING ws-delete-rc
               MOVE ZERO TO ws-unl-count
               MOVE ZERO TO ws-unl-hash
               PERFORM open-film-io
               IF ok
                   PERFORM UNTIL NOT filmunl-ok
                       READ filmunl-datei
                           AT END MOVE "10" TO filmunl-status
                       END-READ
                       IF filmunl-ok
                           MOVE filmunl-rec TO datei-film
                           IF film-del-datum NOT NUMERIC
                               MOVE ZERO TO film-del-datum
                           END-IF
                           IF film-aend-datum NOT NUMERIC
                               MOVE ZERO TO film-aend-datum
                           END-IF
                           IF film-aend-zeit NOT NUMERIC
                               MOVE ZERO TO film-aend-zeit
                           END-IF
                           IF film-preis NOT NUMERIC
                               MOVE ZERO TO film-preis
                           END-IF
                           IF film-ansch-datum NOT NUMERIC
                               MOVE ZERO TO film-ansch-datum
                           END-IF
                           IF film-serie-id NOT NUMERIC
                               MOVE ZERO TO film-serie-id
                           END-IF
                           IF film-serie-folge NOT NUMERIC
                               MOVE ZERO TO film-serie-folge
                           END-IF
                           IF film-fsk NOT NUMERIC
                               MOVE ZERO TO film-fsk
                           END-IF
                           WRITE datei-film
                               INVALID KEY
                                   DISPLAY "Fehler beim Laden von "
                                           "Film " film-id "!"
                                   MOVE "N" TO ws-reload-flag
                               NOT INVALID KEY
                                   ADD 1 TO ws-unl-count
                                   ADD film-id TO ws-unl-hash
                                   ADD film-jahr TO ws-unl-hash
                           END-WRITE
                       END-IF
                   END-PERFORM
                   CLOSE film-datei
                   IF ws-unl-count NOT = ws-ctl-filme-anz OR
                      ws-unl-hash NOT = ws-ctl-filme-hash
                       DISPLAY "FILME: Zaehler oder Pruefsumme "
                               "weicht ab!"
                       MOVE "N" TO ws-reload-flag
                   ELSE
                       DISPLAY "FILME: " ws-unl-count " Satz/"
                               "Saetze geladen, Pruefsumme OK."
                   END-IF
               ELSE
                   DISPLAY "Fehler beim Neuaufbau von filme.dat!"
                   MOVE "N" TO ws-reload-flag
               END-IF
               CLOSE filmunl-datei
           END-IF.

       reload-actors.
           OPEN INPUT actunl-datei
           IF NOT actunl-ok
               DISPLAY "actors.unl nicht gefunden!"
               MOVE "N" TO ws-reload-flag
           ELSE
               CALL "CBL_DELETE_FILE" USING ws-actor-filename
                   RETURNING ws-delete-rc
               MOVE ZERO TO ws-unl-count
               MOVE ZERO TO ws-unl-hash
               PERFORM open-actor-io
               IF actor-ok
                   PERFORM UNTIL NOT actunl-ok
                       READ actunl-datei
                           AT END MOVE "10" TO actunl-status
                       END-READ
                       IF actunl-ok
                           MOVE actunl-rec TO datei-actor
                           WRITE datei-actor
                               INVALID KEY
                                   DISPLAY "Fehler beim Laden der "
                                           "Verknuepfung "
                                           a-actor-id "!"
                                   MOVE "N" TO ws-reload-flag
                               NOT INVALID KEY
                                   ADD 1 TO ws-unl-count
                                   ADD a-actor-id   TO ws-unl-hash
                                   ADD a-film-id    TO ws-unl-hash
                                   ADD a-schausp-id TO ws-unl-hash
                           END-WRITE
                       END-IF
                   END-PERFORM
                   CLOSE actor-datei
                   IF ws-unl-count NOT = ws-ctl-actors-anz OR
                      ws-unl-hash NOT = ws-ctl-actors-hash
                       DISPLAY "ACTORS: Zaehler oder Pruefsumme "
                               "weicht ab!"
                       MOVE "N" TO ws-reload-flag
                   ELSE
                       DISPLAY "ACTORS: " ws-unl-count " Satz/"
                               "Saetze geladen, Pruefsumme OK."
                   END-IF
               ELSE
                   DISPLAY "Fehler beim Neuaufbau von actors.dat!"
                   MOVE "N" TO ws-reload-flag
               END-IF
               CLOSE actunl-datei
           END-IF.

       reload-schausp.
           OPEN INPUT schunl-datei
           IF NOT schunl-ok
               DISPLAY "schausp.unl nicht gefunden!"
               MOVE "N" TO ws-reload-flag
           ELSE
               CALL "CBL_DELETE_FILE" USING ws-schausp-filename
                   RETURNING ws-delete-rc
               MOVE ZERO TO ws-unl-count
               MOVE ZERO TO ws-unl-hash
               PERFORM open-schausp-io
               IF schausp-ok
                   PERFORM UNTIL NOT schunl-ok
                       READ schunl-datei
                           AT END MOVE "10" TO schunl-status
                       END-READ
                       IF schunl-ok
                           MOVE schunl-rec TO datei-schausp
                           WRITE datei-schausp
                               INVALID KEY
                                   DISPLAY "Fehler beim Laden des "
                                           "Schauspielers "
                                           s-id "!"
                                   MOVE "N" TO ws-reload-flag
                               NOT INVALID KEY
                                   ADD 1 TO ws-unl-count
                                   ADD s-id TO ws-unl-hash
                           END-WRITE
                       END-IF
                   END-PERFORM
                   CLOSE schausp-datei
                   IF ws-unl-count NOT = ws-ctl-schausp-anz OR
                      ws-unl-hash NOT = ws-ctl-schausp-hash
                       DISPLAY "SCHAUSP: Zaehler oder Pruefsumme "
                               "weicht ab!"
                       MOVE "N" TO ws-reload-flag
                   ELSE
                       DISPLAY "SCHAUSP: " ws-unl-count " Satz/"
                               "Saetze geladen, Pruefsumme OK."
                   END-IF
               ELSE
                   DISPLAY "Fehler beim Neuaufbau von schausp.dat!"
                   MOVE "N" TO ws-reload-flag
               END-IF
               CLOSE schunl-datei
           END-IF.

       reload-exempl.
           OPEN INPUT exmunl-datei
           IF NOT exmunl-ok
               DISPLAY "exempl.unl nicht gefunden!"
               MOVE "N" TO ws-reload-flag
           ELSE
               CALL "CBL_DELETE_FILE" USING ws-exempl-filename
                   RETURNING ws-delete-rc
               MOVE ZERO TO ws-unl-count
               MOVE ZERO TO ws-unl-hash
               PERFORM open-exempl-io
               IF exempl-ok
                   PERFORM UNTIL NOT exmunl-ok
                       READ exmunl-datei
                           AT END MOVE "10" TO exmunl-status
                       END-READ
                       IF exmunl-ok
                           MOVE exmunl-rec TO datei-exempl
                           WRITE datei-exempl
                               INVALID KEY
                                   DISPLAY "Fehler beim Laden von "
                                           "Exemplar " e-id "!"
                                   MOVE "N" TO ws-reload-flag
                               NOT INVALID KEY
                                   ADD 1 TO ws-unl-count
                                   ADD e-id      TO ws-unl-hash
                                   ADD e-film-id TO ws-unl-hash
                           END-WRITE
                       END-IF
                   END-PERFORM
                   CLOSE exempl-datei
                   IF ws-unl-count NOT = ws-ctl-exempl-anz OR
                      ws-unl-hash NOT = ws-ctl-exempl-hash
                       DISPLAY "EXEMPL: Zaehler oder Pruefsumme "
                               "weicht ab!"
                       MOVE "N" TO ws-reload-flag
                   ELSE
                       DISPLAY "EXEMPL: " ws-unl-count " Satz/"
                               "Saetze geladen, Pruefsumme OK."
                   END-IF
               ELSE
                   DISPLAY "Fehler beim Neuaufbau von exempl.dat!"
                   MOVE "N" TO ws-reload-flag
               END-IF
               CLOSE exmunl-datei
           END-IF.

       reload-ausleih.
           OPEN INPUT ausunl-datei
           IF NOT ausunl-ok
               DISPLAY "ausleih.unl nicht gefunden!"
               MOVE "N" TO ws-reload-flag
           ELSE
               CALL "CBL_DELETE_FILE" USING ws-ausleih-filename
                   RETURNING ws-delete-rc
               MOVE ZERO TO ws-unl-count
               MOVE ZERO TO ws-unl-hash
               PERFORM open-ausleih-io
               IF ausleih-ok
                   PERFORM UNTIL NOT ausunl-ok
                       READ ausunl-datei
                           AT END MOVE "10" TO ausunl-status
                       END-READ
                       IF ausunl-ok
                           MOVE ausunl-rec TO datei-ausleih
                           WRITE datei-ausleih
                               INVALID KEY
                                   DISPLAY "Fehler beim Laden von "
                                           "Ausleihe " l-id "!"
                                   MOVE "N" TO ws-reload-flag
                               NOT INVALID KEY
                                   ADD 1 TO ws-unl-count
                                   ADD l-id      TO ws-unl-hash
                                   ADD l-film-id TO ws-unl-hash
                           END-WRITE
                       END-IF
                   END-PERFORM
                   CLOSE ausleih-datei
                   IF ws-unl-count NOT = ws-ctl-ausleih-anz OR
                      ws-unl-hash NOT = ws-ctl-ausleih-hash
                       DISPLAY "AUSLEIH: Zaehler oder Pruefsumme "
                               "weicht ab!"
                       MOVE "N" TO ws-reload-flag
                   ELSE
                       DISPLAY "AUSLEIH: " ws-unl-count " Satz/"
                               "Saetze geladen, Pruefsumme OK."
                   END-IF
               ELSE
                   DISPLAY "Fehler beim Neuaufbau von ausleih.dat!"
                   MOVE "N" TO ws-reload-flag
               END-IF
               CLOSE ausunl-datei
           END-IF.

       reload-entleiher.
           OPEN INPUT entunl-datei
           IF NOT entunl-ok
               DISPLAY "entleiher.unl nicht gefunden!"
               MOVE "N" TO ws-reload-flag
           ELSE
               CALL "CBL_DELETE_FILE" USING ws-entleiher-filename
                   RETURNING ws-delete-rc
               MOVE ZERO TO ws-unl-count
               MOVE ZERO TO ws-unl-hash
               PERFORM open-entleiher-io
               IF entleiher-ok
                   PERFORM UNTIL NOT entunl-ok
                       READ entunl-datei
                           AT END MOVE "10" TO entunl-status
                       END-READ
                       IF entunl-ok
                           MOVE entunl-rec TO datei-entleiher
                           WRITE datei-entleiher
                               INVALID KEY
                                   DISPLAY "Fehler beim Laden von "
                                           "Entleiher " en-id "!"
                                   MOVE "N" TO ws-reload-flag
                               NOT INVALID KEY
                                   ADD 1 TO ws-unl-count
                                   ADD en-id TO ws-unl-hash
                           END-WRITE
                       END-IF
                   END-PERFORM
                   CLOSE entleiher-datei
                   IF ws-unl-count NOT = ws-ctl-entleih-anz OR
                      ws-unl-hash NOT = ws-ctl-entleih-hash
                       DISPLAY "ENTLEIH: Zaehler oder Pruefsumme "
                               "weicht ab!"
                       MOVE "N" TO ws-reload-flag
                   ELSE
                       DISPLAY "ENTLEIH: " ws-unl-count " Satz/"
                               "Saetze geladen, Pruefsumme OK."
                   END-IF
               ELSE
                   DISPLAY "Fehler beim Neuaufbau von entleiher.dat!"
                   MOVE "N" TO ws-reload-flag
               END-IF
               CLOSE entunl-datei
           END-IF.

       reload-gebuehr.
           OPEN INPUT gebunl-datei
           IF NOT gebunl-ok
               DISPLAY "gebuehr.unl nicht gefunden!"
               MOVE "N" TO ws-reload-flag
           ELSE
               CALL "CBL_DELETE_FILE" USING ws-gebuehr-filename
                   RETURNING ws-delete-rc
               MOVE ZERO TO ws-unl-count
               MOVE ZERO TO ws-unl-hash
               PERFORM open-gebuehr-io
               IF gebuehr-ok
                   PERFORM UNTIL NOT gebunl-ok
                       READ gebunl-datei
                           AT END MOVE "10" TO gebunl-status
                       END-READ
                       IF gebunl-ok
                           MOVE gebunl-rec TO datei-gebuehr
                           WRITE datei-gebuehr
                               INVALID KEY
                                   DISPLAY "Fehler beim Laden von "
                                           "Gebuehr " g-id "!"
                                   MOVE "N" TO ws-reload-flag
                               NOT INVALID KEY
                                   ADD 1 TO ws-unl-count
                                   ADD g-id           TO ws-unl-hash
                                   ADD g-entleiher-id TO ws-unl-hash
                           END-WRITE
                       END-IF
                   END-PERFORM
                   CLOSE gebuehr-datei
                   IF ws-unl-count NOT = ws-ctl-gebuehr-anz OR
                      ws-unl-hash NOT = ws-ctl-gebuehr-hash
                       DISPLAY "GEBUEHR: Zaehler oder Pruefsumme "
                               "weicht ab!"
                       MOVE "N" TO ws-reload-flag
                   ELSE
                       DISPLAY "GEBUEHR: " ws-unl-count " Satz/"
                               "Saetze geladen, Pruefsumme OK."
                   END-IF
               ELSE
                   DISPLAY "Fehler beim Neuaufbau von gebuehr.dat!"
                   MOVE "N" TO ws-reload-flag
               END-IF
               CLOSE gebunl-datei
           END-IF.

       reload-vormerk.
           OPEN INPUT vmkunl-datei
           IF NOT vmkunl-ok
               DISPLAY "vormerk.unl nicht gefunden!"
               MOVE "N" TO ws-reload-flag
           ELSE
               CALL "CBL_DELETE_FILE" USING ws-vormerk-filename
                   RETURNING ws-delete-rc
               MOVE ZERO TO ws-unl-count
               MOVE ZERO TO ws-unl-hash
               PERFORM open-vormerk-io
               IF vormerk-ok
                   PERFORM UNTIL NOT vmkunl-ok
                       READ vmkunl-datei
                           AT END MOVE "10" TO vmkunl-status
                       END-READ
                       IF vmkunl-ok
                           MOVE vmkunl-rec TO datei-vormerk
                           WRITE datei-vormerk
                               INVALID KEY
                                   DISPLAY "Fehler beim Laden von "
                                           "Vormerkung " v-id "!"
                                   MOVE "N" TO ws-reload-flag
                               NOT INVALID KEY
                                   ADD 1 TO ws-unl-count
                                   ADD v-id      TO ws-unl-hash
                                   ADD v-film-id TO ws-unl-hash
                           END-WRITE
                       END-IF
                   END-PERFORM
                   CLOSE vormerk-datei
                   IF ws-unl-count NOT = ws-ctl-vormerk-anz OR
                      ws-unl-hash NOT = ws-ctl-vormerk-hash
                       DISPLAY "VORMERK: Zaehler oder Pruefsumme "
                               "weicht ab!"
                       MOVE "N" TO ws-reload-flag
                   ELSE
                       DISPLAY "VORMERK: " ws-unl-count " Satz/"
                               "Saetze geladen, Pruefsumme OK."
                   END-IF
               ELSE
                   DISPLAY "Fehler beim Neuaufbau von vormerk.dat!"
                   MOVE "N" TO ws-reload-flag
               END-IF
               CLOSE vmkunl-datei
           END-IF.

       reload-nextid.
           OPEN OUTPUT nextid-datei
           IF nextid-ok
               MOVE ws-ctl-nextid TO nextid-value
               WRITE nextid-rec
               CLOSE nextid-datei
           ELSE
               DISPLAY "Fehler beim Neuaufbau von nextid.dat!"
               MOVE "N" TO ws-reload-flag
           END-IF.

       rollforward-lauf.
           DISPLAY "Achtung! Alle Bestandsdateien werden aus der "
                   "Sicherung neu aufgebaut und das Journal wird "
                   "nachgefahren."
           DISPLAY "Fortfahren? (J/N): " WITH NO ADVANCING
           ACCEPT ws-confirm
           IF ws-confirm NOT = "J" AND ws-confirm NOT = "j"
               DISPLAY ws-msg-eintrag(43)
           ELSE
               PERFORM read-sicher-ctl
               IF NOT sicher-ok
                   DISPLAY "Kontrolldatei sicher.ctl nicht "
                           "gefunden!"
               ELSE
                   IF ws-ctl-generation = ZERO
                       DISPLAY "Sicherung ohne Generationsnummer, "
                               "bitte zuerst eine neue Sicherung "
                               "anlegen!"
                   ELSE
                       PERFORM frage-rf-zeitpunkt
                       PERFORM fuehre-rollforward-durch
                   END-IF
               END-IF
           END-IF.

       frage-rf-zeitpunkt.
           MOVE 99999999 TO ws-rf-bis-datum
           MOVE 99999999 TO ws-rf-bis-zeit
           DISPLAY "Nachfahren bis Datum (JJJJMMTT, Enter = alles): "
               WITH NO ADVANCING
           ACCEPT ws-rf-datum-x
           IF ws-rf-datum-x NUMERIC
               MOVE ws-rf-datum-x TO ws-rf-bis-datum
               DISPLAY "Bis Uhrzeit (HHMMSS, Enter = Tagesende): "
                   WITH NO ADVANCING
               ACCEPT ws-rf-zeit-x
               IF ws-rf-zeit-x NUMERIC
                   MOVE ws-rf-zeit-x TO ws-rf-bis-zeit(1:6)
                   MOVE "99" TO ws-rf-bis-zeit(7:2)
               ELSE
                   IF ws-rf-zeit-x NOT = SPACES
                       DISPLAY "Ungueltige Uhrzeit, Tagesende "
                               "wird verwendet."
                   END-IF
               END-IF
           ELSE
               IF ws-rf-datum-x NOT = SPACES
                   DISPLAY "Ungueltiges Datum, das ganze Journal "
                           "wird nachgefahren."
               END-IF
           END-IF.

       fuehre-rollforward-durch.
           MOVE "J" TO ws-reload-flag
           MOVE ZERO TO ws-rf-gelesen
           MOVE ZERO TO ws-rf-angewandt
           MOVE ZERO TO ws-rf-verworfen
           MOVE ZERO TO ws-rf-fremd
           MOVE ZERO TO ws-rf-fehler
           MOVE ZERO TO ws-rf-max-film
           MOVE ws-ctl-filme-anz   TO ws-rf-soll-filme
           MOVE ws-ctl-exempl-anz  TO ws-rf-soll-exempl
           MOVE ws-ctl-ausleih-anz TO ws-rf-soll-ausleih
           MOVE ws-ctl-entleih-anz TO ws-rf-soll-entleih
           MOVE ws-ctl-gebuehr-anz TO ws-rf-soll-gebuehr
           MOVE ws-ctl-vormerk-anz TO ws-rf-soll-vormerk

           PERFORM begin-protected-op
           PERFORM reload-filme
           PERFORM reload-actors
           PERFORM reload-schausp
           PERFORM reload-exempl
           PERFORM reload-ausleih
           PERFORM reload-entleiher
           PERFORM reload-gebuehr
           PERFORM reload-vormerk
           PERFORM reload-nextid
           IF reload-ok
               PERFORM nachfahre-journal
               PERFORM korrigiere-rf-nextid
               PERFORM pruefe-rf-bestaende
           END-IF
           PERFORM end-protected-op

           DISPLAY "Journal: " ws-rf-gelesen " gelesen, "
                   ws-rf-angewandt " nachgefahren, "
                   ws-rf-verworfen " nach dem Zeitpunkt, "
                   ws-rf-fremd " aus anderer Generation."
           IF ws-rf-fehler > ZERO
               DISPLAY ws-rf-fehler " Journalsatz/-saetze passten "
                       "nicht zum Bestand!"
               MOVE "N" TO ws-reload-flag
           END-IF

           MOVE "ROLLFORWARD" TO ws-audit-action
           MOVE SPACES TO ws-audit-detail
           STRING "Gen "           DELIMITED BY SIZE
                  ws-ctl-generation DELIMITED BY SIZE
                  " bis "          DELIMITED BY SIZE
                  ws-rf-bis-datum  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  ws-rf-bis-zeit(1:6) DELIMITED BY SIZE
                  " Saetze "       DELIMITED BY SIZE
                  ws-rf-angewandt  DELIMITED BY SIZE
                  INTO ws-audit-detail
           END-STRING
           PERFORM write-audit-entry

           IF reload-ok
               DISPLAY "Wiederherstellung erfolgreich, alle "
                       "Bestaende stimmen. Neue Sicherung wird "
                       "angelegt."
               PERFORM unload-catalog
           ELSE
               DISPLAY "Achtung! Abweichungen bei der "
                       "Wiederherstellung, bitte Sicherung und "
                       "Journal pruefen!"
               MOVE "N" TO ws-batch-erfolg
           END-IF.

       nachfahre-journal.
           OPEN INPUT journal-datei
           IF NOT journal-ok
               DISPLAY "Kein Journal vorhanden, Stand der "
                       "Sicherung bleibt bestehen."
           ELSE
               PERFORM open-film-io
               PERFORM open-exempl-io
               PERFORM open-ausleih-io
               PERFORM open-entleiher-io
               PERFORM open-gebuehr-io
               PERFORM open-vormerk-io
               PERFORM UNTIL NOT journal-ok
                   READ journal-datei
                       AT END MOVE "10" TO journal-status
                   END-READ
                   IF journal-ok
                       PERFORM wende-journal-satz-an
                   END-IF
               END-PERFORM
               CLOSE film-datei
               CLOSE exempl-datei
               CLOSE ausleih-datei
               CLOSE entleiher-datei
               CLOSE gebuehr-datei
               CLOSE vormerk-datei
               CLOSE journal-datei
           END-IF.

       wende-journal-satz-an.
           ADD 1 TO ws-rf-gelesen
           IF jn-generation NOT = ws-ctl-generation
               ADD 1 TO ws-rf-fremd
           ELSE
               IF jn-datum > ws-rf-bis-datum OR
                  (jn-datum = ws-rf-bis-datum AND
                   jn-zeit > ws-rf-bis-zeit)
                   ADD 1 TO ws-rf-verworfen
               ELSE
                   ADD 1 TO ws-rf-angewandt
                   EVALUATE jn-datei
                       WHEN "FILME"
                           PERFORM nachfahre-film
                       WHEN "EXEMPL"
                           PERFORM nachfahre-exempl
                       WHEN "AUSLEIH"
                           PERFORM nachfahre-ausleih
                       WHEN "ENTLEIH"
                           PERFORM nachfahre-entleiher
                       WHEN "GEBUEHR"
                           PERFORM nachfahre-gebuehr
                       WHEN "VORMERK"
                           PERFORM nachfahre-vormerk
                       WHEN OTHER
                           ADD 1 TO ws-rf-fehler
                   END-EVALUATE
               END-IF
           END-IF.

       nachfahre-film.
           EVALUATE jn-art
               WHEN "W"
                   MOVE jn-nachher TO datei-film
                   WRITE datei-film
                       INVALID KEY
                           ADD 1 TO ws-rf-fehler
                           REWRITE datei-film
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO ws-rf-soll-filme
                   IF film-id > ws-rf-max-film
                       MOVE film-id TO ws-rf-max-film
                   END-IF
               WHEN "R"
                   MOVE jn-nachher TO datei-film
                   REWRITE datei-film
                       INVALID KEY
                           ADD 1 TO ws-rf-fehler
                           WRITE datei-film
                               INVALID KEY CONTINUE
                           END-WRITE
                   END-REWRITE
               WHEN "D"
                   MOVE jn-vorher TO datei-film
                   DELETE film-datei RECORD
                       INVALID KEY
                           ADD 1 TO ws-rf-fehler
                   END-DELETE
                   SUBTRACT 1 FROM ws-rf-soll-filme
               WHEN OTHER
                   ADD 1 TO ws-rf-fehler
           END-EVALUATE.

       nachfahre-exempl.
           MOVE jn-nachher TO datei-exempl
           EVALUATE jn-art
               WHEN "W"
                   WRITE datei-exempl
                       INVALID KEY
                           ADD 1 TO ws-rf-fehler
                           REWRITE datei-exempl
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO ws-rf-soll-exempl
               WHEN "R"
                   REWRITE datei-exempl
                       INVALID KEY
                           ADD 1 TO ws-rf-fehler
                           WRITE datei-exempl
                               INVALID KEY CONTINUE
                           END-WRITE
                   END-REWRITE
               WHEN OTHER
                   ADD 1 TO ws-rf-fehler
           END-EVALUATE.

       nachfahre-ausleih.
           MOVE jn-nachher TO datei-ausleih
           EVALUATE jn-art
               WHEN "W"
                   WRITE datei-ausleih
                       INVALID KEY
                           ADD 1 TO ws-rf-fehler
                           REWRITE datei-ausleih
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO ws-rf-soll-ausleih
               WHEN "R"
                   REWRITE datei-ausleih
                       INVALID KEY
                           ADD 1 TO ws-rf-fehler
                           WRITE datei-ausleih
                               INVALID KEY CONTINUE
                           END-WRITE
                   END-REWRITE
               WHEN OTHER
                   ADD 1 TO ws-rf-fehler
           END-EVALUATE.

       nachfahre-entleiher.
           MOVE jn-nachher TO datei-entleiher
           EVALUATE jn-art
               WHEN "W"
                   WRITE datei-entleiher
                       INVALID KEY
                           ADD 1 TO ws-rf-fehler
                           REWRITE datei-entleiher
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO ws-rf-soll-entleih
               WHEN "R"
                   REWRITE datei-entleiher
                       INVALID KEY
                           ADD 1 TO ws-rf-fehler
                           WRITE datei-entleiher
                               INVALID KEY CONTINUE
                           END-WRITE
                   END-REWRITE
               WHEN OTHER
                   ADD 1 TO ws-rf-fehler
           END-EVALUATE.

       nachfahre-gebuehr.
           MOVE jn-nachher TO datei-gebuehr
           EVALUATE jn-art
               WHEN "W"
                   WRITE datei-gebuehr
                       INVALID KEY
                           ADD 1 TO ws-rf-fehler
                           REWRITE datei-gebuehr
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO ws-rf-soll-gebuehr
               WHEN "R"
                   REWRITE datei-gebuehr
                       INVALID KEY
                           ADD 1 TO ws-rf-fehler
                           WRITE datei-gebuehr
                               INVALID KEY CONTINUE
                           END-WRITE
                   END-REWRITE
               WHEN OTHER
                   ADD 1 TO ws-rf-fehler
           END-EVALUATE.

       nachfahre-vormerk.
           MOVE jn-nachher TO datei-vormerk
           EVALUATE jn-art
               WHEN "W"
                   WRITE datei-vormerk
                       INVALID KEY
                           ADD 1 TO ws-rf-fehler
                           REWRITE datei-vormerk
                               INVALID KEY CONTINUE
                           END-REWRITE
                   END-WRITE
                   ADD 1 TO ws-rf-soll-vormerk
               WHEN "R"
                   REWRITE datei-vormerk
                       INVALID KEY
                           ADD 1 TO ws-rf-fehler
                           WRITE datei-vormerk
                               INVALID KEY CONTINUE
                           END-WRITE
                   END-REWRITE
               WHEN OTHER
                   ADD 1 TO ws-rf-fehler
           END-EVALUATE.

       korrigiere-rf-nextid.
           IF ws-rf-max-film NOT < ws-ctl-nextid
               OPEN OUTPUT nextid-datei
               IF nextid-ok
                   COMPUTE nextid-value = ws-rf-max-film + 1
                   WRITE nextid-rec
                   CLOSE nextid-datei
               ELSE
                   DISPLAY "Fehler beim Fortschreiben von "
                           "nextid.dat!"
                   MOVE "N" TO ws-reload-flag
               END-IF
           END-IF.

       pruefe-rf-bestaende.
           PERFORM zaehle-rf-film
           PERFORM zaehle-rf-exempl
           PERFORM zaehle-rf-ausleih
           PERFORM zaehle-rf-entleiher
           PERFORM zaehle-rf-gebuehr
           PERFORM zaehle-rf-vormerk.

       zaehle-rf-film.
           MOVE ZERO TO ws-rf-ist
           OPEN INPUT film-datei
           IF ok
               PERFORM UNTIL NOT ok
                   READ film-datei NEXT RECORD
                   IF ok
                       ADD 1 TO ws-rf-ist
                   END-IF
               END-PERFORM
               CLOSE film-datei
           END-IF
           MOVE "FILME" TO ws-rf-name
           MOVE ws-rf-soll-filme TO ws-rf-soll
           PERFORM melde-rf-bestand.

       zaehle-rf-exempl.
           MOVE ZERO TO ws-rf-ist
           OPEN INPUT exempl-datei
           IF exempl-ok
               PERFORM UNTIL NOT exempl-ok
                   READ exempl-datei NEXT RECORD
                   IF exempl-ok
                       ADD 1 TO ws-rf-ist
                   END-IF
               END-PERFORM
               CLOSE exempl-datei
           END-IF
           MOVE "EXEMPL" TO ws-rf-name
           MOVE ws-rf-soll-exempl TO ws-rf-soll
           PERFORM melde-rf-bestand.

       zaehle-rf-ausleih.
           MOVE ZERO TO ws-rf-ist
           OPEN INPUT ausleih-datei
           IF ausleih-ok
               PERFORM UNTIL NOT ausleih-ok
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok
                       ADD 1 TO ws-rf-ist
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
           END-IF
           MOVE "AUSLEIH" TO ws-rf-name
           MOVE ws-rf-soll-ausleih TO ws-rf-soll
           PERFORM melde-rf-bestand.

       zaehle-rf-entleiher.
           MOVE ZERO TO ws-rf-ist
           OPEN INPUT entleiher-datei
           IF entleiher-ok
               PERFORM UNTIL NOT entleiher-ok
                   READ entleiher-datei NEXT RECORD
                   IF entleiher-ok
                       ADD 1 TO ws-rf-ist
                   END-IF
               END-PERFORM
               CLOSE entleiher-datei
           END-IF
           MOVE "ENTLEIH" TO ws-rf-name
           MOVE ws-rf-soll-entleih TO ws-rf-soll
           PERFORM melde-rf-bestand.

       zaehle-rf-gebuehr.
           MOVE ZERO TO ws-rf-ist
           OPEN INPUT gebuehr-datei
           IF gebuehr-ok
               PERFORM UNTIL NOT gebuehr-ok
                   READ gebuehr-datei NEXT RECORD
                   IF gebuehr-ok
                       ADD 1 TO ws-rf-ist
                   END-IF
               END-PERFORM
               CLOSE gebuehr-datei
           END-IF
           MOVE "GEBUEHR" TO ws-rf-name
           MOVE ws-rf-soll-gebuehr TO ws-rf-soll
           PERFORM melde-rf-bestand.

       zaehle-rf-vormerk.
           MOVE ZERO TO ws-rf-ist
           OPEN INPUT vormerk-datei
           IF vormerk-ok
               PERFORM UNTIL NOT vormerk-ok
                   READ vormerk-datei NEXT RECORD
                   IF vormerk-ok
                       ADD 1 TO ws-rf-ist
                   END-IF
               END-PERFORM
               CLOSE vormerk-datei
           END-IF
           MOVE "VORMERK" TO ws-rf-name
           MOVE ws-rf-soll-vormerk TO ws-rf-soll
           PERFORM melde-rf-bestand.

       melde-rf-bestand.
           IF ws-rf-ist = ws-rf-soll
               DISPLAY ws-rf-name ": " ws-rf-ist " Satz/Saetze, "
                       "Abgleich OK."
           ELSE
               DISPLAY ws-rf-name ": " ws-rf-ist " Satz/Saetze, "
                       "erwartet " ws-rf-soll "!"
               MOVE "N" TO ws-reload-flag
           END-IF.

       archive-purge.
           MOVE ZERO TO ws-purge-tage
           PERFORM UNTIL ws-purge-tage > ZERO
               DISPLAY "Aufbewahrung in Tagen: " WITH NO ADVANCING
               ACCEPT ws-purge-tage-x
               PERFORM justify-purge-tage
               IF ws-purge-tage-x NUMERIC AND
                  ws-purge-tage-x NOT = "0000"
                   MOVE ws-purge-tage-x TO ws-purge-tage
               ELSE
                   DISPLAY "Fehler! Nur Zahlen groesser 0 eingeben!"
               END-IF
           END-PERFORM

           ACCEPT ws-today FROM DATE YYYYMMDD
           MOVE ws-today TO ws-cutoff-num
           MOVE ws-cutoff-num TO ws-cutoff-d
           PERFORM decrement-cutoff-date ws-purge-tage TIMES
           MOVE ws-cutoff-d TO ws-cutoff-num

           DISPLAY "Archiviert werden Loeschungen bis "
                   ws-cutoff-num "."
           DISPLAY "Fortfahren? (J/N): " WITH NO ADVANCING
           ACCEPT ws-confirm
           IF ws-confirm NOT = "J" AND ws-confirm NOT = "j"
               DISPLAY ws-msg-eintrag(43)
           ELSE
               PERFORM run-archive-purge
           END-IF.

       justify-purge-tage.
           PERFORM UNTIL ws-purge-tage-x(4:1) NOT = SPACE
               OR ws-purge-tage-x = SPACES
               MOVE SPACES TO ws-ctl-anz-x
               STRING "0" DELIMITED BY SIZE
                      ws-purge-tage-x(1:3) DELIMITED BY SIZE
                      INTO ws-ctl-anz-x
               END-STRING
               MOVE ws-ctl-anz-x(1:4) TO ws-purge-tage-x
           END-PERFORM.

       decrement-cutoff-date.
           IF ws-cut-tag > 1
               SUBTRACT 1 FROM ws-cut-tag
           ELSE
               IF ws-cut-monat = 1
                   SUBTRACT 1 FROM ws-cut-jahr
                   MOVE 12 TO ws-cut-monat
               ELSE
                   SUBTRACT 1 FROM ws-cut-monat
               END-IF
               PERFORM set-cutoff-month-end
           END-IF.

       set-cutoff-month-end.
           EVALUATE ws-cut-monat
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO ws-cut-tag
               WHEN 2
                   MOVE 28 TO ws-cut-tag
                   DIVIDE ws-cut-jahr BY 4
                       GIVING ws-cut-q REMAINDER ws-cut-r
                   IF ws-cut-r = ZERO
                       MOVE 29 TO ws-cut-tag
                       DIVIDE ws-cut-jahr BY 100
                           GIVING ws-cut-q REMAINDER ws-cut-r
                       IF ws-cut-r = ZERO
                           DIVIDE ws-cut-jahr BY 400
                               GIVING ws-cut-q REMAINDER ws-cut-r
                           IF ws-cut-r NOT = ZERO
                               MOVE 28 TO ws-cut-tag
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO ws-cut-tag
           END-EVALUATE.

       run-archive-purge.
           MOVE ZERO TO ws-purge-arch
           MOVE ZERO TO ws-purge-stamped
           MOVE ZERO TO ws-page-num
           MOVE ZERO TO ws-line-count

           OPEN OUTPUT archber-datei
           IF NOT archber-ok
               DISPLAY "Fehler beim Schreiben des "
                       "Archivberichts!"
           ELSE
               PERFORM write-archber-header

               OPEN EXTEND archiv-datei
               IF archiv-status = "35"
                   OPEN OUTPUT archiv-datei
               END-IF
               IF NOT archiv-ok
                   DISPLAY "Fehler beim Oeffnen von archiv.dat!"
                   CLOSE archber-datei
               ELSE
                   PERFORM begin-protected-op
                   PERFORM purge-film-pass
                   PERFORM end-protected-op

                   CLOSE archiv-datei

                   PERFORM write-archber-footer
                   MOVE SPACES TO archber-rec
                   WRITE archber-rec
                   MOVE SPACES TO ws-report-line
                   MOVE 71 TO ws-msg-nr
                   PERFORM trim-msg
                   STRING ws-msg-eintrag(ws-msg-nr)(1:ws-msg-len)
                              DELIMITED BY SIZE
                          " "           DELIMITED BY SIZE
                          ws-purge-arch DELIMITED BY SIZE
                          INTO ws-report-line
                   END-STRING
                   MOVE ws-report-line TO archber-rec
                   WRITE archber-rec
                   CLOSE archber-datei

                   DISPLAY ws-purge-arch " Film(e) archiviert, "
                           ws-purge-stamped " Loeschdatum/-daten "
                           "nachgetragen."
                   DISPLAY "Archivbericht gespeichert in "
                           "archber.txt"

                   IF ws-purge-arch > ZERO
                       MOVE "ARCHIVIERT" TO ws-audit-action
                       MOVE SPACES TO ws-audit-detail
                       STRING ws-purge-arch DELIMITED BY SIZE
                              " Film(e) bis " DELIMITED BY SIZE
                              ws-cutoff-num   DELIMITED BY SIZE
                              INTO ws-audit-detail
                       END-STRING
                       PERFORM write-audit-entry
                   END-IF
               END-IF
           END-IF.

       purge-film-pass.
           PERFORM open-film-io
           IF ok
               PERFORM UNTIL NOT ok
                   READ film-datei NEXT RECORD
                   IF ok AND film-is-deleted
                       IF film-del-datum NOT NUMERIC OR
                          film-del-datum = ZERO
                           MOVE ws-today TO film-del-datum
                           PERFORM jn-vorher-film
                           REWRITE datei-film
                               INVALID KEY
                                   DISPLAY "Fehler beim "
                                           "Nachtragen!"
                               NOT INVALID KEY
                                   PERFORM jn-film
                                   ADD 1 TO ws-purge-stamped
                           END-REWRITE
                       ELSE
                           IF film-del-datum <= ws-cutoff-num
                               PERFORM archive-one-film
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE film-datei
           ELSE
               DISPLAY "Fehler!"
           END-IF.

       archive-one-film.
           MOVE SPACES TO archiv-rec
           MOVE datei-film TO archiv-rec
           WRITE archiv-rec

           IF ws-line-count >= ws-page-size
               PERFORM write-archber-footer
               PERFORM write-archber-header
           END-IF
           MOVE SPACES TO ws-report-line
           STRING film-id        DELIMITED BY SIZE
                  " | "          DELIMITED BY SIZE
                  film-name      DELIMITED BY SIZE
                  " | geloescht " DELIMITED BY SIZE
                  film-del-datum DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO archber-rec
           WRITE archber-rec
           ADD 1 TO ws-line-count

           PERFORM jn-vorher-film
           MOVE "D" TO ws-jn-art
           DELETE film-datei RECORD
               INVALID KEY
                   DISPLAY "Fehler beim Entfernen von Film "
                           film-id "!"
               NOT INVALID KEY
                   PERFORM jn-film
                   ADD 1 TO ws-purge-arch
           END-DELETE.

       write-archber-header.
           ADD 1 TO ws-page-num
           MOVE ZERO TO ws-line-count

           MOVE SPACES TO archber-rec
           MOVE ws-msg-eintrag(57) TO archber-rec
           WRITE archber-rec

           MOVE 52 TO ws-msg-nr
           PERFORM trim-msg
           MOVE SPACES TO ws-report-line
           STRING ws-msg-eintrag(ws-msg-nr)(1:ws-msg-len)
                      DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  ws-page-num DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO archber-rec
           WRITE archber-rec

           MOVE SPACES TO archber-rec
           WRITE archber-rec

           MOVE ws-msg-eintrag(64) TO archber-rec
           WRITE archber-rec.

       write-archber-footer.
           MOVE SPACES TO archber-rec
           WRITE archber-rec

           MOVE 53 TO ws-msg-nr
           PERFORM trim-msg
           MOVE SPACES TO ws-report-line
           STRING ws-msg-eintrag(ws-msg-nr)(1:ws-msg-len)
                      DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  ws-page-num DELIMITED BY SIZE
                  " ---"      DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO archber-rec
           WRITE archber-rec.

       bestell-menu.
           DISPLAY "Erfassen (1), Status aendern (2), "
                   "Bestelliste (3), Uebernehmen (4), "
                   "Bestelldokumente (5), Lieferavis (6), "
                   "Rechnungen (7)? "
               WITH NO ADVANCING
           ACCEPT ws-best-choice

           EVALUATE ws-best-choice
               WHEN "1"
                   PERFORM check-bestell-stufe
                   IF access-ok
                       PERFORM add-wish
                   END-IF
               WHEN "2"
                   PERFORM check-bestell-stufe
                   IF access-ok
                       PERFORM change-order-status
                   END-IF
               WHEN "3"
                   PERFORM print-order-report
               WHEN "4"
                   PERFORM check-bestell-stufe
                   IF access-ok
                       PERFORM takeover-order
                   END-IF
               WHEN "5"
                   PERFORM drucke-bestell-dokumente
               WHEN "6"
                   PERFORM check-bestell-stufe
                   IF access-ok
                       PERFORM lieferavis-import
                   END-IF
               WHEN "7"
                   PERFORM check-bestell-stufe
                   IF access-ok
                       PERFORM rechnung-menu
                   END-IF
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.

       check-bestell-stufe.
           IF batch-mode OR ws-op-stufe >= 2
               MOVE "J" TO ws-access-flag
           ELSE
               MOVE "N" TO ws-access-flag
               DISPLAY ws-msg-eintrag(42)
           END-IF.

       open-bestell-io.
           OPEN I-O bestell-datei
           IF bestell-status = "35"
               OPEN OUTPUT bestell-datei
               CLOSE bestell-datei
               OPEN I-O bestell-datei
           END-IF.

       add-wish.
           MOVE SPACES TO ws-best-name
           PERFORM UNTIL ws-best-name NOT = SPACES
               DISPLAY "Titel: " WITH NO ADVANCING
               ACCEPT ws-best-name
               IF ws-best-name = SPACES
                   DISPLAY "Fehler! Titel darf nicht leer sein!"
               END-IF
           END-PERFORM

           MOVE ZERO TO ws-best-jahr
           DISPLAY "Jahr (leer = unbekannt): " WITH NO ADVANCING
           ACCEPT ws-best-jahr-x
           IF ws-best-jahr-x NUMERIC
               MOVE ws-best-jahr-x TO ws-best-jahr
           END-IF

           PERFORM ask-genre
           PERFORM frage-wunsch-lieferant
           PERFORM ask-preis

           MOVE 1 TO ws-best-menge
           DISPLAY "Menge (leer = 1): " WITH NO ADVANCING
           ACCEPT ws-best-menge-x
           IF ws-best-menge-x NOT = SPACES
               PERFORM justiere-bestell-menge
           END-IF

           MOVE SPACES TO ws-best-filiale
           DISPLAY "Filiale (Enter = keine): " WITH NO ADVANCING
           ACCEPT ws-best-filiale

           MOVE ws-best-name TO ws-name
           PERFORM check-duplicate-title
           IF dup-found
               DISPLAY "Achtung! Titel ist bereits im Katalog."
           END-IF

           PERFORM check-pipeline-dup
           IF best-dup-found
               DISPLAY "Achtung! Titel ist bereits im "
                       "Bestellwesen."
           END-IF

           MOVE "J" TO ws-confirm
           IF dup-found OR best-dup-found
               DISPLAY "Trotzdem erfassen? (J/N): "
                   WITH NO ADVANCING
               ACCEPT ws-confirm
           END-IF

           IF ws-confirm = "J" OR ws-confirm = "j"
               PERFORM get-next-bestell-id
               ACCEPT ws-today FROM DATE YYYYMMDD

               PERFORM open-bestell-io
               IF bestell-ok
                   MOVE ws-last-bestell-id TO b-id
                   MOVE ws-best-name       TO b-name
                   MOVE ws-best-jahr       TO b-jahr
                   MOVE ws-genre           TO b-genre
                   MOVE "A"                TO b-status
                   MOVE ws-today           TO b-datum
                   MOVE ws-best-lieferant  TO b-lieferant
                   MOVE ws-preis           TO b-preis
                   MOVE ws-best-menge      TO b-menge
                   MOVE ws-best-filiale    TO b-filiale
                   WRITE datei-bestell
                       INVALID KEY
                           DISPLAY "Fehler beim Speichern!"
                       NOT INVALID KEY
                           DISPLAY "Wunsch " ws-last-bestell-id
                                   " erfasst (Status ANGEFRAGT)."
                   END-WRITE
                   CLOSE bestell-datei
               ELSE
                   DISPLAY ws-msg-eintrag(40)
               END-IF
           ELSE
               DISPLAY ws-msg-eintrag(43)
           END-IF.

       justiere-bestell-menge.
           MOVE ws-best-menge-x TO ws-la-num-x
           PERFORM justiere-avis-zahl
           IF ws-la-num-x NUMERIC
               MOVE ws-la-num-x TO ws-best-menge
           END-IF
           IF ws-best-menge = ZERO
               MOVE 1 TO ws-best-menge
           END-IF.

       check-pipeline-dup.
           MOVE "N" TO ws-best-dup-flag
           OPEN INPUT bestell-datei
           IF bestell-ok
               PERFORM UNTIL NOT bestell-ok
                   READ bestell-datei NEXT RECORD
                   IF bestell-ok
                       IF b-name = ws-best-name AND
                          NOT b-uebernommen
                           MOVE "J" TO ws-best-dup-flag
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE bestell-datei
           END-IF.

       get-next-bestell-id.
           MOVE ZERO TO ws-last-bestell-id
           OPEN INPUT bestell-datei
           IF bestell-ok
               PERFORM UNTIL NOT bestell-ok
                   READ bestell-datei NEXT RECORD
                   IF bestell-ok
                       MOVE b-id TO ws-last-bestell-id
                   END-IF
               END-PERFORM
               CLOSE bestell-datei
           END-IF
           ADD 1 TO ws-last-bestell-id.

       set-bestell-stat-text.
           EVALUATE TRUE
               WHEN b-angefragt
                   MOVE "ANGEFRAGT" TO ws-best-stat-text
               WHEN b-bestellt
                   MOVE "BESTELLT" TO ws-best-stat-text
               WHEN b-erhalten
                   MOVE "ERHALTEN" TO ws-best-stat-text
               WHEN b-uebernommen
                   MOVE "UEBERNOMMEN" TO ws-best-stat-text
               WHEN OTHER
                   MOVE "?" TO ws-best-stat-text
           END-EVALUATE.

       change-order-status.
           DISPLAY "Bestell-ID: " WITH NO ADVANCING
           ACCEPT ws-best-id

           PERFORM open-bestell-io
           IF bestell-ok
               MOVE ws-best-id TO b-id
               READ bestell-datei
                   INVALID KEY
                       DISPLAY "Eintrag nicht gefunden!"
               END-READ
               IF bestell-ok
                   PERFORM set-bestell-stat-text
                   DISPLAY b-id " | " b-name " | "
                           ws-best-stat-text
                   IF b-uebernommen
                       DISPLAY "Eintrag ist bereits uebernommen."
                   ELSE
                       DISPLAY "Neuer Status: Bestellt (B) oder "
                               "Erhalten (E)? " WITH NO ADVANCING
                       ACCEPT ws-best-ziel
                       PERFORM apply-order-status
                   END-IF
               END-IF
               CLOSE bestell-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       apply-order-status.
           EVALUATE TRUE
               WHEN (ws-best-ziel = "B" OR ws-best-ziel = "b")
                    AND b-angefragt
                   MOVE "B" TO b-status
                   PERFORM frage-bestell-lieferant
                   PERFORM pruefe-budget
                   IF NOT bu-frei
                       MOVE SPACE TO ws-best-ziel
                   END-IF
               WHEN (ws-best-ziel = "E" OR ws-best-ziel = "e")
                    AND (b-angefragt OR b-bestellt)
                   IF b-angefragt
                       MOVE "E" TO b-status
                       PERFORM pruefe-budget
                       IF NOT bu-frei
                           MOVE SPACE TO ws-best-ziel
                       END-IF
                   ELSE
                       MOVE "E" TO b-status
                   END-IF
               WHEN OTHER
                   DISPLAY "Ungueltiger Statuswechsel!"
                   MOVE SPACE TO ws-best-ziel
           END-EVALUATE

           IF ws-best-ziel NOT = SPACE
               ACCEPT ws-today FROM DATE YYYYMMDD
               MOVE ws-today TO b-datum
               REWRITE datei-bestell
                   INVALID KEY
                       DISPLAY "Fehler beim Aendern!"
                   NOT INVALID KEY
                       PERFORM set-bestell-stat-text
                       DISPLAY "Status geaendert auf "
                               ws-best-stat-text "."
               END-REWRITE
           END-IF.

       print-order-report.
           MOVE ZERO TO ws-page-num
           MOVE ZERO TO ws-line-count
           MOVE ZERO TO ws-best-anz

           OPEN OUTPUT bestber-datei
           IF bestber-ok
               PERFORM write-bestber-header

               OPEN INPUT bestell-datei
               IF bestell-ok
                   PERFORM UNTIL NOT bestell-ok
                       READ bestell-datei NEXT RECORD
                       IF bestell-ok AND NOT b-uebernommen
                           PERFORM write-bestber-line
                       END-IF
                   END-PERFORM
                   CLOSE bestell-datei
               END-IF

               PERFORM write-bestber-footer
               MOVE SPACES TO bestber-rec
               WRITE bestber-rec
               MOVE SPACES TO ws-report-line
               MOVE 72 TO ws-msg-nr
               PERFORM trim-msg
               STRING ws-msg-eintrag(ws-msg-nr)(1:ws-msg-len)
                          DELIMITED BY SIZE
                      " "         DELIMITED BY SIZE
                      ws-best-anz DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO bestber-rec
               WRITE bestber-rec

               CLOSE bestber-datei
               DISPLAY "Bestelliste gespeichert in bestber.txt"
           ELSE
               DISPLAY "Fehler beim Schreiben der Bestelliste!"
               MOVE "N" TO ws-batch-erfolg
           END-IF.

       write-bestber-line.
           IF ws-line-count >= ws-page-size
               PERFORM write-bestber-footer
               PERFORM write-bestber-header
           END-IF

           PERFORM set-bestell-stat-text
           MOVE SPACES TO ws-report-line
           STRING b-id              DELIMITED BY SIZE
                  " | "             DELIMITED BY SIZE
                  b-name            DELIMITED BY SIZE
                  " | "             DELIMITED BY SIZE
                  b-jahr            DELIMITED BY SIZE
                  " | "             DELIMITED BY SIZE
                  ws-best-stat-text DELIMITED BY SIZE
                  " | "             DELIMITED BY SIZE
                  b-datum           DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO bestber-rec
           WRITE bestber-rec
           ADD 1 TO ws-line-count
           ADD 1 TO ws-best-anz.

       write-bestber-header.
           ADD 1 TO ws-page-num
           MOVE ZERO TO ws-line-count

           MOVE SPACES TO bestber-rec
           MOVE ws-msg-eintrag(58) TO bestber-rec
           WRITE bestber-rec

           MOVE 52 TO ws-msg-nr
           PERFORM trim-msg
           MOVE SPACES TO ws-report-line
           STRING ws-msg-eintrag(ws-msg-nr)(1:ws-msg-len)
                      DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  ws-page-num DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO bestber-rec
           WRITE bestber-rec

           MOVE SPACES TO bestber-rec
           WRITE bestber-rec

           MOVE ws-msg-eintrag(65) TO bestber-rec
           WRITE bestber-rec.

       write-bestber-footer.
           MOVE SPACES TO bestber-rec
           WRITE bestber-rec

           MOVE 53 TO ws-msg-nr
           PERFORM trim-msg
           MOVE SPACES TO ws-report-line
           STRING ws-msg-eintrag(ws-msg-nr)(1:ws-msg-len)
                      DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  ws-page-num DELIMITED BY SIZE
                  " ---"      DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO bestber-rec
           WRITE bestber-rec.

       takeover-order.
           DISPLAY "Bestell-ID: " WITH NO ADVANCING
           ACCEPT ws-best-id

           PERFORM open-bestell-io
           IF bestell-ok
               MOVE ws-best-id TO b-id
               READ bestell-datei
                   INVALID KEY
                       DISPLAY "Eintrag nicht gefunden!"
               END-READ
               IF bestell-ok
                   IF NOT b-erhalten
                       PERFORM set-bestell-stat-text
                       DISPLAY "Eintrag hat Status "
                               ws-best-stat-text ", nur ERHALTEN "
                               "kann uebernommen werden."
                   ELSE
                       PERFORM takeover-into-catalog
                   END-IF
               END-IF
               CLOSE bestell-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       takeover-into-catalog.
           MOVE b-name  TO ws-name
           MOVE b-jahr  TO ws-jahr
           MOVE b-genre TO ws-genre

           ACCEPT ws-today FROM DATE YYYYMMDD
           COMPUTE ws-max-jahr = ws-today / 10000
           PERFORM UNTIL ws-jahr >= ws-min-jahr AND
                         ws-jahr <= ws-max-jahr
               MOVE 75 TO ws-msg-nr
               PERFORM show-prompt
               ACCEPT ws-jahr-input
               IF ws-jahr-input NUMERIC AND
                  ws-jahr-input >= ws-min-jahr AND
                  ws-jahr-input <= ws-max-jahr
                   MOVE ws-jahr-input TO ws-jahr
               ELSE
                   MOVE 76 TO ws-msg-nr
                   PERFORM trim-msg
                   DISPLAY ws-msg-eintrag(ws-msg-nr)
                           (1:ws-msg-len) " "
                           ws-min-jahr "-" ws-max-jahr
               END-IF
           END-PERFORM

           MOVE SPACES TO ws-desc
           PERFORM UNTIL ws-desc NOT = SPACES
               MOVE 78 TO ws-msg-nr
               PERFORM show-prompt
               ACCEPT ws-desc
               IF ws-desc = SPACES
                   DISPLAY ws-msg-eintrag(79)
               END-IF
           END-PERFORM

           PERFORM ask-preis
           PERFORM ask-ansch-datum
           PERFORM ask-fsk

           PERFORM check-duplicate-title
           MOVE "J" TO ws-confirm
           IF dup-found
               DISPLAY ws-msg-eintrag(122)
               MOVE 124 TO ws-msg-nr
               PERFORM show-prompt
               ACCEPT ws-confirm
           END-IF

           IF ws-confirm = "J" OR ws-confirm = "j"
               PERFORM get-id
               PERFORM open-film-io
               IF ok
                   MOVE last-id TO film-id
                   MOVE ws-name TO film-name
                   MOVE ws-jahr TO film-jahr
                   MOVE ws-desc TO film-desc
                   MOVE ws-genre TO film-genre
                   MOVE "N" TO film-deleted
                   MOVE ZERO TO film-del-datum
                   MOVE ws-preis TO film-preis
                   MOVE ws-ansch-datum TO film-ansch-datum
                   MOVE ZERO TO film-serie-id
                   MOVE ZERO TO film-serie-folge
                   MOVE ws-fsk TO film-fsk
                   MOVE "N" TO film-aend-art
                   PERFORM stamp-film-change
                   PERFORM jn-neu
                   WRITE datei-film
                       INVALID KEY
                           DISPLAY "Fehler! Film-ID existiert "
                                   "bereits!"
                       NOT INVALID KEY
                           PERFORM jn-film
                           DISPLAY "Film " last-id " in den "
                                   "Katalog uebernommen!"
                           MOVE "HINZUGEFUEGT" TO ws-audit-action
                           MOVE SPACES TO ws-audit-detail
                           STRING "ID " DELIMITED BY SIZE
                                  last-id DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  ws-name DELIMITED BY SIZE
                                  INTO ws-audit-detail
                           END-STRING
                           PERFORM write-audit-entry
                           MOVE last-id TO ws-hist-film-id
                           MOVE "ANGELEGT" TO ws-hist-aktion
                           MOVE SPACES TO ws-hist-feld
                           MOVE SPACES TO ws-hist-alt
                           MOVE ws-name TO ws-hist-neu
                           PERFORM write-history-entry

                           MOVE "U" TO b-status
                           MOVE ws-today TO b-datum
                           REWRITE datei-bestell
                               INVALID KEY
                                   DISPLAY "Warnung: Bestellstatus "
                                           "konnte nicht gesetzt "
                                           "werden!"
                           END-REWRITE
                   END-WRITE
                   CLOSE film-datei
               ELSE
                   DISPLAY ws-msg-eintrag(40)
               END-IF
           ELSE
               DISPLAY ws-msg-eintrag(43)
           END-IF.

       konvert-katalog.
           DISPLAY "Achtung! Alle Dateien werden auf die neue "
                   "Satzlaenge umgestellt (Film-ID 6-stellig, "
                   "Titel 40 Stellen)."
           DISPLAY "Vorher eine Sicherung anlegen! "
                   "Fortfahren? (J/N): " WITH NO ADVANCING
           ACCEPT ws-confirm
           IF ws-confirm NOT = "J" AND ws-confirm NOT = "j"
               DISPLAY ws-msg-eintrag(43)
           ELSE
               MOVE ZERO TO ws-konv-gesamt
               MOVE "N" TO ws-konv-filmalt-flag
               PERFORM konvert-filme
               PERFORM konvert-links
               PERFORM konvert-exempl
               PERFORM konvert-ausleih
               PERFORM konvert-notizen
               PERFORM konvert-bestell
               PERFORM konvert-nextid

               DISPLAY "Konvertierung abgeschlossen, "
                       ws-konv-gesamt " Satz/Saetze uebernommen."

               MOVE "KONVERTIERT" TO ws-audit-action
               MOVE SPACES TO ws-audit-detail
               STRING ws-konv-gesamt DELIMITED BY SIZE
                      " Saetze neue Satzlaenge" DELIMITED BY SIZE
                      INTO ws-audit-detail
               END-STRING
               PERFORM write-audit-entry
           END-IF.

       konvert-filme.
           MOVE ZERO TO ws-konv-anz
           OPEN INPUT filmalt-datei
           IF NOT filmalt-ok
               PERFORM konvert-filme-vor
           ELSE
               MOVE "J" TO ws-konv-filmalt-flag
               OPEN OUTPUT konvwrk-datei
               PERFORM UNTIL NOT filmalt-ok
                   READ filmalt-datei NEXT RECORD
                   IF filmalt-ok
                       MOVE SPACES TO ws-kneu-film
                       MOVE fa-id         TO knf-id
                       MOVE fa-name       TO knf-name
                       MOVE fa-jahr       TO knf-jahr
                       MOVE fa-desc       TO knf-desc
                       MOVE fa-genre      TO knf-genre
                       MOVE fa-deleted    TO knf-deleted
                       MOVE ZERO          TO knf-serie-folge
                       MOVE ZERO          TO knf-fsk
                       MOVE SPACES TO konvwrk-rec
                       MOVE ws-kneu-film TO konvwrk-rec
                       WRITE konvwrk-rec
                       ADD 1 TO ws-konv-anz
                   END-IF
               END-PERFORM
               CLOSE filmalt-datei
               CLOSE konvwrk-datei
               PERFORM rebuild-filme-aus-konvwrk
           END-IF.

       konvert-filme-vor.
           OPEN INPUT filmvor-datei
           IF NOT filmvor-ok
               DISPLAY "filme.dat: keine alte Satzlaenge "
                       "gefunden, uebersprungen."
           ELSE
               OPEN OUTPUT konvwrk-datei
               PERFORM UNTIL NOT filmvor-ok
                   READ filmvor-datei NEXT RECORD
                   IF filmvor-ok
                       MOVE SPACES TO ws-kneu-film
                       MOVE fv-id         TO knf-id
                       MOVE fv-name       TO knf-name
                       MOVE fv-jahr       TO knf-jahr
                       MOVE fv-desc       TO knf-desc
                       MOVE fv-genre      TO knf-genre
                       MOVE fv-deleted    TO knf-deleted
                       MOVE fv-del-datum  TO knf-del-datum
                       MOVE fv-aend-datum TO knf-aend-datum
                       MOVE fv-aend-zeit  TO knf-aend-zeit
                       MOVE fv-aend-art   TO knf-aend-art
                       MOVE fv-preis      TO knf-preis
                       MOVE fv-ansch-datum TO knf-ansch-datum
                       MOVE ZERO          TO knf-serie-id
                       MOVE ZERO          TO knf-serie-folge
                       MOVE ZERO          TO knf-fsk
                       MOVE SPACES TO konvwrk-rec
                       MOVE ws-kneu-film TO konvwrk-rec
                       WRITE konvwrk-rec
                       ADD 1 TO ws-konv-anz
                   END-IF
               END-PERFORM
               CLOSE filmvor-datei
               CLOSE konvwrk-datei
               PERFORM rebuild-filme-aus-konvwrk
           END-IF.

       rebuild-filme-aus-konvwrk.
           CALL "CBL_DELETE_FILE" USING ws-film-filename
               RETURNING ws-delete-rc
           OPEN INPUT konvwrk-datei
           PERFORM open-film-io
           IF ok
               PERFORM UNTIL NOT konvwrk-ok
                   READ konvwrk-datei
                       AT END MOVE "10" TO konvwrk-status
                   END-READ
                   IF konvwrk-ok
                       MOVE konvwrk-rec TO datei-film
                       WRITE datei-film
                           INVALID KEY
                               DISPLAY "Fehler bei Film "
                                       film-id "!"
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE film-datei
               DISPLAY "filme.dat: " ws-konv-anz
                       " Satz/Saetze konvertiert."
               ADD ws-konv-anz TO ws-konv-gesamt
           ELSE
               DISPLAY "Fehler beim Neuaufbau von filme.dat!"
           END-IF
           CLOSE konvwrk-datei.

       konvert-links.
           MOVE ZERO TO ws-konv-anz
           OPEN INPUT lnkalt-datei
           IF NOT lnkalt-ok
               PERFORM konvert-links-vor
           ELSE
               OPEN OUTPUT konvwrk-datei
               PERFORM UNTIL NOT lnkalt-ok
                   READ lnkalt-datei NEXT RECORD
                   IF lnkalt-ok
                       MOVE SPACES TO ws-kneu-link
                       MOVE la-actor-id   TO knl-actor-id
                       MOVE la-film-id    TO knl-film-id
                       MOVE la-schausp-id TO knl-schausp-id
                       MOVE "S"           TO knl-rolle
                       MOVE SPACES TO konvwrk-rec
                       MOVE ws-kneu-link TO konvwrk-rec
                       WRITE konvwrk-rec
                       ADD 1 TO ws-konv-anz
                   END-IF
               END-PERFORM
               CLOSE lnkalt-datei
               CLOSE konvwrk-datei
               PERFORM rebuild-links-aus-konvwrk
           END-IF.

       konvert-links-vor.
           OPEN INPUT lnkvor-datei
           IF NOT lnkvor-ok
               DISPLAY "actors.dat: keine alte Satzlaenge "
                       "gefunden, uebersprungen."
           ELSE
               OPEN OUTPUT konvwrk-datei
               PERFORM UNTIL NOT lnkvor-ok
                   READ lnkvor-datei NEXT RECORD
                   IF lnkvor-ok
                       MOVE SPACES TO ws-kneu-link
                       MOVE lv-actor-id   TO knl-actor-id
                       MOVE lv-film-id    TO knl-film-id
                       MOVE lv-schausp-id TO knl-schausp-id
                       MOVE "S"           TO knl-rolle
                       MOVE SPACES TO konvwrk-rec
                       MOVE ws-kneu-link TO konvwrk-rec
                       WRITE konvwrk-rec
                       ADD 1 TO ws-konv-anz
                   END-IF
               END-PERFORM
               CLOSE lnkvor-datei
               CLOSE konvwrk-datei
               PERFORM rebuild-links-aus-konvwrk
           END-IF.

       rebuild-links-aus-konvwrk.
           CALL "CBL_DELETE_FILE" USING ws-actor-filename
               RETURNING ws-delete-rc
           OPEN INPUT konvwrk-datei
           PERFORM open-actor-io
           IF actor-ok
               PERFORM UNTIL NOT konvwrk-ok
                   READ konvwrk-datei
                       AT END MOVE "10" TO konvwrk-status
                   END-READ
                   IF konvwrk-ok
                       MOVE konvwrk-rec TO datei-actor
                       WRITE datei-actor
                           INVALID KEY
                               DISPLAY "Fehler bei "
                                       "Verknuepfung "
                                       a-actor-id "!"
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE actor-datei
               DISPLAY "actors.dat: " ws-konv-anz
                       " Satz/Saetze konvertiert."
               ADD ws-konv-anz TO ws-konv-gesamt
           ELSE
               DISPLAY "Fehler beim Neuaufbau von actors.dat!"
           END-IF
           CLOSE konvwrk-datei.

       konvert-exempl.
           MOVE ZERO TO ws-konv-anz
           OPEN INPUT exalt-datei
           IF NOT exalt-ok
               PERFORM konvert-exempl-vor
           ELSE
               OPEN OUTPUT konvwrk-datei
               PERFORM UNTIL NOT exalt-ok
                   READ exalt-datei NEXT RECORD
                   IF exalt-ok
                       MOVE SPACES TO ws-kneu-ex
                       MOVE ea-id      TO kne-id
                       MOVE ea-film-id TO kne-film-id
                       MOVE ea-format  TO kne-format
                       MOVE ea-zustand TO kne-zustand
                       MOVE ea-regal   TO kne-regal
                       MOVE ea-status  TO kne-status
                       MOVE ZERO       TO kne-fehlt-anz
                       MOVE "001"      TO kne-filiale
                       MOVE SPACES     TO kne-ziel-filiale
                       MOVE SPACES TO konvwrk-rec
                       MOVE ws-kneu-ex TO konvwrk-rec
                       WRITE konvwrk-rec
                       ADD 1 TO ws-konv-anz
                   END-IF
               END-PERFORM
               CLOSE exalt-datei
               CLOSE konvwrk-datei
               PERFORM rebuild-exempl-aus-konvwrk
           END-IF.

       konvert-exempl-vor.
           OPEN INPUT exvor-datei
           IF NOT exvor-ok
               DISPLAY "exempl.dat: keine alte Satzlaenge "
                       "gefunden, uebersprungen."
           ELSE
               OPEN OUTPUT konvwrk-datei
               PERFORM UNTIL NOT exvor-ok
                   READ exvor-datei NEXT RECORD
                   IF exvor-ok
                       MOVE SPACES TO ws-kneu-ex
                       MOVE ev-id      TO kne-id
                       MOVE ev-film-id TO kne-film-id
                       MOVE ev-format  TO kne-format
                       MOVE ev-zustand TO kne-zustand
                       MOVE ev-regal   TO kne-regal
                       MOVE ev-status  TO kne-status
                       MOVE ZERO       TO kne-fehlt-anz
                       MOVE "001"      TO kne-filiale
                       MOVE SPACES     TO kne-ziel-filiale
                       MOVE SPACES TO konvwrk-rec
                       MOVE ws-kneu-ex TO konvwrk-rec
                       WRITE konvwrk-rec
                       ADD 1 TO ws-konv-anz
                   END-IF
               END-PERFORM
               CLOSE exvor-datei
               CLOSE konvwrk-datei
               PERFORM rebuild-exempl-aus-konvwrk
           END-IF.

       rebuild-exempl-aus-konvwrk.
           CALL "CBL_DELETE_FILE" USING ws-exempl-filename
               RETURNING ws-delete-rc
           OPEN INPUT konvwrk-datei
           PERFORM open-exempl-io
           IF exempl-ok
               PERFORM UNTIL NOT konvwrk-ok
                   READ konvwrk-datei
                       AT END MOVE "10" TO konvwrk-status
                   END-READ
                   IF konvwrk-ok
                       MOVE konvwrk-rec TO datei-exempl
                       WRITE datei-exempl
                           INVALID KEY
                               DISPLAY "Fehler bei Exemplar "
                                       e-id "!"
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE exempl-datei
               DISPLAY "exempl.dat: " ws-konv-anz
                       " Satz/Saetze konvertiert."
               ADD ws-konv-anz TO ws-konv-gesamt
           ELSE
               DISPLAY "Fehler beim Neuaufbau von exempl.dat!"
           END-IF
           CLOSE konvwrk-datei.

       konvert-ausleih.
           MOVE ZERO TO ws-konv-anz
           OPEN INPUT lhalt-datei
           IF NOT lhalt-ok
               PERFORM konvert-ausleih-vor
           ELSE
               OPEN OUTPUT konvwrk-datei
               PERFORM UNTIL NOT lhalt-ok
                   READ lhalt-datei NEXT RECORD
                   IF lhalt-ok
                       MOVE SPACES TO ws-kneu-lh
                       MOVE ha-id            TO knh-id
                       MOVE ha-film-id       TO knh-film-id
                       MOVE ha-exempl-id     TO knh-exempl-id
                       MOVE ha-entleiher     TO knh-entleiher
                       MOVE ha-ausleih-datum TO knh-ausleih-datum
                       MOVE ha-faellig-datum TO knh-faellig-datum
                       MOVE ha-rueck-datum   TO knh-rueck-datum
                       MOVE ha-status        TO knh-status
                       MOVE ZERO             TO knh-entleiher-id
                       MOVE ZERO             TO knh-mahnstufe
                       MOVE "001"            TO knh-filiale
                       MOVE SPACES TO konvwrk-rec
                       MOVE ws-kneu-lh TO konvwrk-rec
                       WRITE konvwrk-rec
                       ADD 1 TO ws-konv-anz
                   END-IF
               END-PERFORM
               CLOSE lhalt-datei
               CLOSE konvwrk-datei
               PERFORM rebuild-ausleih-aus-konvwrk
           END-IF.

       konvert-ausleih-vor.
           OPEN INPUT lhvor-datei
           IF NOT lhvor-ok
               DISPLAY "ausleih.dat: keine alte Satzlaenge "
                       "gefunden, uebersprungen."
           ELSE
               OPEN OUTPUT konvwrk-datei
               PERFORM UNTIL NOT lhvor-ok
                   READ lhvor-datei NEXT RECORD
                   IF lhvor-ok
                       MOVE SPACES TO ws-kneu-lh
                       MOVE hv-id            TO knh-id
                       MOVE hv-film-id       TO knh-film-id
                       MOVE hv-exempl-id     TO knh-exempl-id
                       MOVE hv-entleiher     TO knh-entleiher
                       MOVE hv-ausleih-datum TO knh-ausleih-datum
                       MOVE hv-faellig-datum TO knh-faellig-datum
                       MOVE hv-rueck-datum   TO knh-rueck-datum
                       MOVE hv-status        TO knh-status
                       MOVE ZERO             TO knh-entleiher-id
                       MOVE ZERO             TO knh-mahnstufe
                       MOVE "001"            TO knh-filiale
                       MOVE SPACES TO konvwrk-rec
                       MOVE ws-kneu-lh TO konvwrk-rec
                       WRITE konvwrk-rec
                       ADD 1 TO ws-konv-anz
                   END-IF
               END-PERFORM
               CLOSE lhvor-datei
               CLOSE konvwrk-datei
               PERFORM rebuild-ausleih-aus-konvwrk
           END-IF.

       rebuild-ausleih-aus-konvwrk.
           CALL "CBL_DELETE_FILE" USING ws-ausleih-filename
               RETURNING ws-delete-rc
           OPEN INPUT konvwrk-datei
           PERFORM open-ausleih-io
           IF ausleih-ok
               PERFORM UNTIL NOT konvwrk-ok
                   READ konvwrk-datei
                       AT END MOVE "10" TO konvwrk-status
                   END-READ
                   IF konvwrk-ok
                       MOVE konvwrk-rec TO datei-ausleih
                       WRITE datei-ausleih
                           INVALID KEY
                               DISPLAY "Fehler bei Ausleihe "
                                       l-id "!"
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
               DISPLAY "ausleih.dat: " ws-konv-anz
                       " Satz/Saetze konvertiert."
               ADD ws-konv-anz TO ws-konv-gesamt
           ELSE
               DISPLAY "Fehler beim Neuaufbau von "
                       "ausleih.dat!"
           END-IF
           CLOSE konvwrk-datei.

       konvert-notizen.
           MOVE ZERO TO ws-konv-anz
           OPEN INPUT ntzalt-datei
           IF NOT ntzalt-ok
               DISPLAY "notizen.dat: keine alte Satzlaenge "
                       "gefunden, uebersprungen."
           ELSE
               OPEN OUTPUT konvwrk-datei
               PERFORM UNTIL NOT ntzalt-ok
                   READ ntzalt-datei NEXT RECORD
                   IF ntzalt-ok
                       MOVE SPACES TO ws-kneu-ntz
                       MOVE na-id      TO knn-id
                       MOVE na-film-id TO knn-film-id
                       MOVE na-datum   TO knn-datum
                       MOVE na-text    TO knn-text
                       MOVE SPACES TO konvwrk-rec
                       MOVE ws-kneu-ntz TO konvwrk-rec
                       WRITE konvwrk-rec
                       ADD 1 TO ws-konv-anz
                   END-IF
               END-PERFORM
               CLOSE ntzalt-datei
               CLOSE konvwrk-datei

               CALL "CBL_DELETE_FILE" USING ws-notiz-filename
                   RETURNING ws-delete-rc
               OPEN INPUT konvwrk-datei
               PERFORM open-notiz-io
               IF notiz-ok
                   PERFORM UNTIL NOT konvwrk-ok
                       READ konvwrk-datei
                           AT END MOVE "10" TO konvwrk-status
                       END-READ
                       IF konvwrk-ok
                           MOVE konvwrk-rec TO datei-notiz
                           WRITE datei-notiz
                               INVALID KEY
                                   DISPLAY "Fehler bei Notiz "
                                           n-id "!"
                           END-WRITE
                       END-IF
                   END-PERFORM
                   CLOSE notiz-datei
                   DISPLAY "notizen.dat: " ws-konv-anz
                           " Satz/Saetze konvertiert."
                   ADD ws-konv-anz TO ws-konv-gesamt
               ELSE
                   DISPLAY "Fehler beim Neuaufbau von "
                           "notizen.dat!"
               END-IF
               CLOSE konvwrk-datei
           END-IF.

       konvert-bestell.
           MOVE ZERO TO ws-konv-anz
           OPEN INPUT bstalt-datei
           IF NOT bstalt-ok
               PERFORM konvert-bestell-vor
           ELSE
               OPEN OUTPUT konvwrk-datei
               PERFORM UNTIL NOT bstalt-ok
                   READ bstalt-datei NEXT RECORD
                   IF bstalt-ok
                       MOVE SPACES TO ws-kneu-bst
                       MOVE ba-id     TO knb-id
                       MOVE ba-name   TO knb-name
                       MOVE ba-jahr   TO knb-jahr
                       MOVE ba-genre  TO knb-genre
                       MOVE ba-status TO knb-status
                       MOVE ba-datum  TO knb-datum
                       MOVE ZERO      TO knb-lieferant
                       MOVE ZERO      TO knb-preis
                       MOVE 1         TO knb-menge
                       MOVE SPACES    TO knb-filiale
                       MOVE SPACES TO konvwrk-rec
                       MOVE ws-kneu-bst TO konvwrk-rec
                       WRITE konvwrk-rec
                       ADD 1 TO ws-konv-anz
                   END-IF
               END-PERFORM
               CLOSE bstalt-datei
               CLOSE konvwrk-datei
               PERFORM rebuild-bestell-aus-konvwrk
           END-IF.

       konvert-bestell-vor.
           OPEN INPUT bstvor-datei
           IF NOT bstvor-ok
               DISPLAY "bestell.dat: keine alte Satzlaenge "
                       "gefunden, uebersprungen."
           ELSE
               OPEN OUTPUT konvwrk-datei
               PERFORM UNTIL NOT bstvor-ok
                   READ bstvor-datei NEXT RECORD
                   IF bstvor-ok
                       MOVE SPACES TO ws-kneu-bst
                       MOVE bv-id     TO knb-id
                       MOVE bv-name   TO knb-name
                       MOVE bv-jahr   TO knb-jahr
                       MOVE bv-genre  TO knb-genre
                       MOVE bv-status TO knb-status
                       MOVE bv-datum  TO knb-datum
                       MOVE ZERO      TO knb-lieferant
                       MOVE ZERO      TO knb-preis
                       MOVE 1         TO knb-menge
                       MOVE SPACES    TO knb-filiale
                       MOVE SPACES TO konvwrk-rec
                       MOVE ws-kneu-bst TO konvwrk-rec
                       WRITE konvwrk-rec
                       ADD 1 TO ws-konv-anz
                   END-IF
               END-PERFORM
               CLOSE bstvor-datei
               CLOSE konvwrk-datei
               PERFORM rebuild-bestell-aus-konvwrk
           END-IF.

       rebuild-bestell-aus-konvwrk.
           CALL "CBL_DELETE_FILE" USING ws-bestell-filename
               RETURNING ws-delete-rc
           OPEN INPUT konvwrk-datei
           PERFORM open-bestell-io
           IF bestell-ok
               PERFORM UNTIL NOT konvwrk-ok
                   READ konvwrk-datei
                       AT END MOVE "10" TO konvwrk-status
                   END-READ
                   IF konvwrk-ok
                       MOVE konvwrk-rec TO datei-bestell
                       WRITE datei-bestell
                           INVALID KEY
                               DISPLAY "Fehler bei Bestellung "
                                       b-id "!"
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE bestell-datei
               DISPLAY "bestell.dat: " ws-konv-anz
                       " Satz/Saetze konvertiert."
               ADD ws-konv-anz TO ws-konv-gesamt
           ELSE
               DISPLAY "Fehler beim Neuaufbau von "
                       "bestell.dat!"
           END-IF
           CLOSE konvwrk-datei.

       konvert-nextid.
           MOVE ZERO TO ws-ctl-nextid
           MOVE "N" TO ws-nidalt-rest-flag

           IF konv-filmalt-found
               OPEN INPUT nidalt-datei
               IF nidalt-ok
                   READ nidalt-datei
                       AT END MOVE "10" TO nidalt-status
                   END-READ
                   IF nidalt-ok
                       MOVE nidalt-value TO ws-ctl-nextid
                       READ nidalt-datei
                           AT END MOVE "10" TO nidalt-status
                       END-READ
                       IF nidalt-status NOT = "10"
                           MOVE "J" TO ws-nidalt-rest-flag
                       END-IF
                   END-IF
                   CLOSE nidalt-datei
               END-IF
               IF nidalt-rest-found
                   MOVE ZERO TO ws-ctl-nextid
               END-IF
           END-IF

           IF ws-ctl-nextid > ZERO
               CALL "CBL_DELETE_FILE" USING ws-nextid-filename
                   RETURNING ws-delete-rc
               OPEN OUTPUT nextid-datei
               IF nextid-ok
                   MOVE ws-ctl-nextid TO nextid-value
                   WRITE nextid-rec
                   CLOSE nextid-datei
                   DISPLAY "nextid.dat: Zaehler "
                           ws-ctl-nextid " uebernommen."
               ELSE
                   DISPLAY "Fehler beim Neuaufbau von "
                           "nextid.dat!"
               END-IF
           ELSE
               DISPLAY "nextid.dat: keine alte Satzlaenge "
                       "gefunden, uebersprungen."
           END-IF.

       notiz-menu.
           DISPLAY "Notiz hinzufuegen (1), anzeigen (2), "
                   "loeschen (3)? " WITH NO ADVANCING
           ACCEPT ws-notiz-choice

           EVALUATE ws-notiz-choice
               WHEN "1"
                   PERFORM add-note
               WHEN "2"
                   MOVE 44 TO ws-msg-nr
                   PERFORM show-prompt
                   ACCEPT ws-notiz-film-id
                   PERFORM show-notes-for-film
               WHEN "3"
                   PERFORM delete-note
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.

       open-notiz-io.
           OPEN I-O notiz-datei
           IF notiz-status = "35"
               OPEN OUTPUT notiz-datei
               CLOSE notiz-datei
               OPEN I-O notiz-datei
           END-IF.

       add-note.
           MOVE 44 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT ws-notiz-film-id

           MOVE ws-notiz-film-id TO lookup-id
           PERFORM check-film-active
           IF film-check-missing
               DISPLAY "Fehler! Film " ws-notiz-film-id
                       " nicht gefunden!"
           ELSE
               MOVE SPACES TO ws-notiz-text
               PERFORM UNTIL ws-notiz-text NOT = SPACES
                   DISPLAY "Notiz: " WITH NO ADVANCING
                   ACCEPT ws-notiz-text
                   IF ws-notiz-text = SPACES
                       DISPLAY "Fehler! Notiz darf nicht leer "
                               "sein!"
                   END-IF
               END-PERFORM

               PERFORM get-next-notiz-id
               ACCEPT ws-today FROM DATE YYYYMMDD

               PERFORM open-notiz-io
               IF notiz-ok
                   MOVE ws-last-notiz-id TO n-id
                   MOVE ws-notiz-film-id TO n-film-id
                   MOVE ws-today         TO n-datum
                   MOVE ws-notiz-text    TO n-text
                   WRITE datei-notiz
                       INVALID KEY
                           DISPLAY "Fehler beim Speichern!"
                       NOT INVALID KEY
                           DISPLAY "Notiz " ws-last-notiz-id
                                   " gespeichert!"
                   END-WRITE
                   CLOSE notiz-datei
               ELSE
                   DISPLAY ws-msg-eintrag(40)
               END-IF
           END-IF.

       get-next-notiz-id.
           MOVE ZERO TO ws-last-notiz-id
           OPEN INPUT notiz-datei
           IF notiz-ok
               PERFORM UNTIL NOT notiz-ok
                   READ notiz-datei NEXT RECORD
                   IF notiz-ok
                       MOVE n-id TO ws-last-notiz-id
                   END-IF
               END-PERFORM
               CLOSE notiz-datei
           END-IF
           ADD 1 TO ws-last-notiz-id.

       show-notes-for-film.
           MOVE ZERO TO ws-notiz-anz
           OPEN INPUT notiz-datei
           IF notiz-ok
               MOVE ws-notiz-film-id TO n-film-id
               START notiz-datei KEY IS EQUAL n-film-id
                   INVALID KEY CONTINUE
               END-START
               IF notiz-ok
                   PERFORM UNTIL NOT notiz-ok
                       READ notiz-datei NEXT RECORD
                       IF notiz-ok
                           IF n-film-id = ws-notiz-film-id
                               ADD 1 TO ws-notiz-anz
                               DISPLAY "  Notiz " n-id " vom "
                                       n-datum ": " n-text
                           ELSE
                               MOVE "10" TO notiz-status
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE notiz-datei
           END-IF

           IF ws-notiz-anz = ZERO
               DISPLAY "  (keine Notizen vorhanden)"
           END-IF.

       delete-note.
           DISPLAY "Notiz-ID: " WITH NO ADVANCING
           ACCEPT ws-notiz-del-id

           PERFORM open-notiz-io
           IF notiz-ok
               MOVE ws-notiz-del-id TO n-id
               READ notiz-datei
                   INVALID KEY
                       DISPLAY "Notiz nicht gefunden!"
               END-READ
               IF notiz-ok
                   DISPLAY "Notiz " n-id " (Film " n-film-id
                           ") vom " n-datum ":"
                   DISPLAY "  " n-text
                   DISPLAY "Wirklich loeschen? (J/N): "
                       WITH NO ADVANCING
                   ACCEPT ws-confirm
                   IF ws-confirm = "J" OR ws-confirm = "j"
                       DELETE notiz-datei RECORD
                           INVALID KEY
                               DISPLAY "Fehler beim Loeschen!"
                           NOT INVALID KEY
                               DISPLAY "Notiz geloescht!"
                       END-DELETE
                   ELSE
                       DISPLAY ws-msg-eintrag(43)
                   END-IF
               END-IF
               CLOSE notiz-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       valuation-report.
           PERFORM ask-filiale
           MOVE ZERO TO ws-bew-genre-anz
           MOVE ZERO TO ws-bew-jahr-anz
           MOVE ZERO TO ws-bew-gesamt
           INITIALIZE ws-bew-genre-tabelle
           INITIALIZE ws-bew-jahr-tabelle
           MOVE ZERO TO ws-page-num
           MOVE ZERO TO ws-line-count

           OPEN INPUT film-datei
           IF NOT ok
               DISPLAY ws-msg-eintrag(39)
               MOVE "N" TO ws-batch-erfolg
           ELSE
               PERFORM UNTIL NOT ok
                   READ film-datei NEXT RECORD
                   IF ok AND film-is-active
                       PERFORM pruefe-film-filiale
                       IF film-in-fil
                           PERFORM tally-valuation
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE film-datei

               OPEN OUTPUT bewert-datei
               IF bewert-ok
                   PERFORM write-bewert-header
                   PERFORM write-bewert-body
                   PERFORM write-bewert-footer

                   MOVE SPACES TO bewert-rec
                   WRITE bewert-rec
                   MOVE ws-bew-gesamt TO ws-bew-edit
                   MOVE SPACES TO ws-report-line
                   MOVE 68 TO ws-msg-nr
                   PERFORM trim-msg
                   STRING ws-msg-eintrag(ws-msg-nr)(1:ws-msg-len)
                              DELIMITED BY SIZE
                          " "         DELIMITED BY SIZE
                          ws-bew-edit DELIMITED BY SIZE
                          INTO ws-report-line
                   END-STRING
                   MOVE ws-report-line TO bewert-rec
                   WRITE bewert-rec

                   CLOSE bewert-datei
                   DISPLAY "Bewertungsbericht gespeichert in "
                           "bewert.txt"
               ELSE
                   DISPLAY "Fehler beim Schreiben des "
                           "Bewertungsberichts!"
                   MOVE "N" TO ws-batch-erfolg
               END-IF
           END-IF.

       tally-valuation.
           IF film-preis NUMERIC
               MOVE film-preis TO ws-bew-preis-w
           ELSE
               MOVE ZERO TO ws-bew-preis-w
           END-IF

           IF film-ansch-datum NUMERIC AND
              film-ansch-datum NOT = ZERO
               COMPUTE ws-bew-jahr-w = film-ansch-datum / 10000
           ELSE
               MOVE ZERO TO ws-bew-jahr-w
           END-IF

           ADD ws-bew-preis-w TO ws-bew-gesamt

           MOVE "N" TO ws-bew-found
           PERFORM VARYING ws-bew-idx FROM 1 BY 1
               UNTIL ws-bew-idx > ws-bew-genre-anz OR bew-found
               IF ws-bew-genre-name(ws-bew-idx) = film-genre
                   ADD ws-bew-preis-w
                       TO ws-bew-genre-summe(ws-bew-idx)
                   MOVE "J" TO ws-bew-found
               END-IF
           END-PERFORM
           IF NOT bew-found AND ws-bew-genre-anz < 30
               ADD 1 TO ws-bew-genre-anz
               MOVE film-genre
                   TO ws-bew-genre-name(ws-bew-genre-anz)
               MOVE ws-bew-preis-w
                   TO ws-bew-genre-summe(ws-bew-genre-anz)
           END-IF

           MOVE "N" TO ws-bew-found
           PERFORM VARYING ws-bew-idx FROM 1 BY 1
               UNTIL ws-bew-idx > ws-bew-jahr-anz OR bew-found
               IF ws-bew-jahr-wert(ws-bew-idx) = ws-bew-jahr-w
                   ADD ws-bew-preis-w
                       TO ws-bew-jahr-summe(ws-bew-idx)
                   MOVE "J" TO ws-bew-found
               END-IF
           END-PERFORM
           IF NOT bew-found AND ws-bew-jahr-anz < 40
               ADD 1 TO ws-bew-jahr-anz
               MOVE ws-bew-jahr-w
                   TO ws-bew-jahr-wert(ws-bew-jahr-anz)
               MOVE ws-bew-preis-w
                   TO ws-bew-jahr-summe(ws-bew-jahr-anz)
           END-IF.

       write-bewert-body.
           PERFORM write-bewert-line-blank
           MOVE ws-msg-eintrag(66) TO bewert-rec
           WRITE bewert-rec
           ADD 1 TO ws-line-count

           PERFORM VARYING ws-bew-idx FROM 1 BY 1
               UNTIL ws-bew-idx > ws-bew-genre-anz
               IF ws-line-count >= ws-page-size
                   PERFORM write-bewert-footer
                   PERFORM write-bewert-header
               END-IF
               MOVE ws-bew-genre-summe(ws-bew-idx) TO ws-bew-edit
               MOVE SPACES TO ws-report-line
               STRING "  "         DELIMITED BY SIZE
                      ws-bew-genre-name(ws-bew-idx)
                                   DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      ws-bew-edit  DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO bewert-rec
               WRITE bewert-rec
               ADD 1 TO ws-line-count
           END-PERFORM

           PERFORM write-bewert-line-blank
           MOVE ws-msg-eintrag(67) TO bewert-rec
           WRITE bewert-rec
           ADD 1 TO ws-line-count

           PERFORM VARYING ws-bew-idx FROM 1 BY 1
               UNTIL ws-bew-idx > ws-bew-jahr-anz
               IF ws-line-count >= ws-page-size
                   PERFORM write-bewert-footer
                   PERFORM write-bewert-header
               END-IF
               MOVE ws-bew-jahr-summe(ws-bew-idx) TO ws-bew-edit
               MOVE SPACES TO ws-report-line
               IF ws-bew-jahr-wert(ws-bew-idx) = ZERO
                   STRING "  (unbekannt) " DELIMITED BY SIZE
                          ws-bew-edit      DELIMITED BY SIZE
                          INTO ws-report-line
                   END-STRING
               ELSE
                   STRING "  "        DELIMITED BY SIZE
                          ws-bew-jahr-wert(ws-bew-idx)
                                      DELIMITED BY SIZE
                          "          " DELIMITED BY SIZE
                          ws-bew-edit DELIMITED BY SIZE
                          INTO ws-report-line
                   END-STRING
               END-IF
               MOVE ws-report-line TO bewert-rec
               WRITE bewert-rec
               ADD 1 TO ws-line-count
           END-PERFORM.

       write-bewert-line-blank.
           MOVE SPACES TO bewert-rec
           WRITE bewert-rec
           ADD 1 TO ws-line-count.

       write-bewert-header.
           ADD 1 TO ws-page-num
           MOVE ZERO TO ws-line-count

           MOVE SPACES TO bewert-rec
           MOVE ws-msg-eintrag(59) TO bewert-rec
           WRITE bewert-rec

           MOVE 52 TO ws-msg-nr
           PERFORM trim-msg
           MOVE SPACES TO ws-report-line
           STRING ws-msg-eintrag(ws-msg-nr)(1:ws-msg-len)
                      DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  ws-page-num DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO bewert-rec
           WRITE bewert-rec.

       write-bewert-footer.
           MOVE SPACES TO bewert-rec
           WRITE bewert-rec

           MOVE 53 TO ws-msg-nr
           PERFORM trim-msg
           MOVE SPACES TO ws-report-line
           STRING ws-msg-eintrag(ws-msg-nr)(1:ws-msg-len)
                      DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  ws-page-num DELIMITED BY SIZE
                  " ---"      DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO bewert-rec
           WRITE bewert-rec.

       delta-export.
           MOVE ZERO TO ws-delta-von-datum
           MOVE ZERO TO ws-delta-von-zeit
           PERFORM read-deltactl

           ACCEPT ws-delta-neu-datum FROM DATE YYYYMMDD
           ACCEPT ws-delta-neu-zeit FROM TIME
           MOVE ZERO TO ws-delta-anz

           OPEN INPUT film-datei
           IF ok
               OPEN OUTPUT delta-datei
               IF delta-ok
                   MOVE "id,name,jahr,beschreibung,genre,aktion"
                       TO delta-rec
                   WRITE delta-rec

                   PERFORM UNTIL NOT ok
                       READ film-datei NEXT RECORD
                       IF ok
                           PERFORM check-delta-record
                       END-IF
                   END-PERFORM

                   CLOSE delta-datei
                   IF batch-mode
                       MOVE "J" TO ws-delta-ctl-offen
                       PERFORM schreibe-checkpoint-delta
                   ELSE
                       PERFORM write-deltactl
                   END-IF
                   DISPLAY ws-delta-anz " Satz/Saetze nach "
                           "delta.csv exportiert."
               ELSE
                   DISPLAY "Fehler beim Schreiben der "
                           "Delta-Datei!"
                   MOVE "N" TO ws-batch-erfolg
               END-IF
               CLOSE film-datei
           ELSE
               DISPLAY ws-msg-eintrag(39)
               MOVE "N" TO ws-batch-erfolg
           END-IF.

       check-delta-record.
           IF film-aend-datum NOT NUMERIC
               MOVE ZERO TO film-aend-datum
           END-IF
           IF film-aend-zeit NOT NUMERIC
               MOVE ZERO TO film-aend-zeit
           END-IF

           IF ws-delta-von-datum = ZERO OR
              film-aend-datum > ws-delta-von-datum OR
              (film-aend-datum = ws-delta-von-datum AND
               film-aend-zeit > ws-delta-von-zeit)
               EVALUATE film-aend-art
                   WHEN "A"
                       MOVE "AEND" TO ws-delta-aktion
                   WHEN "L"
                       MOVE "GELOESCHT" TO ws-delta-aktion
                   WHEN OTHER
                       MOVE "NEU" TO ws-delta-aktion
               END-EVALUATE

               IF ws-delta-von-datum = ZERO AND film-is-deleted
                   CONTINUE
               ELSE
                   MOVE SPACES TO ws-csv-line
                   STRING film-id         DELIMITED BY SIZE
                          ","             DELIMITED BY SIZE
                          film-name       DELIMITED BY SIZE
                          ","             DELIMITED BY SIZE
                          film-jahr       DELIMITED BY SIZE
                          ","             DELIMITED BY SIZE
                          film-desc       DELIMITED BY SIZE
                          ","             DELIMITED BY SIZE
                          film-genre      DELIMITED BY SIZE
                          ","             DELIMITED BY SIZE
                          ws-delta-aktion DELIMITED BY SIZE
                          INTO ws-csv-line
                   END-STRING
                   MOVE ws-csv-line TO delta-rec
                   WRITE delta-rec
                   ADD 1 TO ws-delta-anz
               END-IF
           END-IF.

       read-deltactl.
           OPEN INPUT deltactl-datei
           IF deltactl-ok
               READ deltactl-datei
               IF deltactl-ok
                   MOVE SPACES TO ws-delta-datum-x
                   MOVE SPACES TO ws-delta-zeit-x
                   UNSTRING deltactl-rec DELIMITED BY " "
                       INTO ws-delta-datum-x
                            ws-delta-zeit-x
                   IF ws-delta-datum-x NUMERIC
                       MOVE ws-delta-datum-x TO ws-delta-von-datum
                   END-IF
                   IF ws-delta-zeit-x NUMERIC
                       MOVE ws-delta-zeit-x TO ws-delta-von-zeit
                   END-IF
               END-IF
               CLOSE deltactl-datei
           END-IF.

       write-deltactl.
           OPEN OUTPUT deltactl-datei
           IF deltactl-ok
               MOVE SPACES TO deltactl-rec
               STRING ws-delta-neu-datum DELIMITED BY SIZE
                      " "                DELIMITED BY SIZE
                      ws-delta-neu-zeit  DELIMITED BY SIZE
                      INTO deltactl-rec
               END-STRING
               WRITE deltactl-rec
               CLOSE deltactl-datei
           ELSE
               DISPLAY "Warnung: deltactl.dat konnte nicht "
                       "geschrieben werden!"
           END-IF.

       find-film-by-id.
           MOVE 44 TO ws-msg-nr
           PERFORM show-prompt
           ACCEPT lookup-id

           OPEN INPUT film-datei
           IF ok
               MOVE lookup-id TO film-id
               READ film-datei
                   INVALID KEY
                       DISPLAY ws-msg-eintrag(41)
               END-READ
               IF ok
                   IF film-is-deleted
                       DISPLAY ws-msg-eintrag(41)
                   ELSE
                       DISPLAY film-id " | " film-name " | "
                               film-jahr " | " film-desc " | "
                               film-genre
                       PERFORM list-copies-for-film
                       MOVE lookup-id TO ws-notiz-film-id
                       PERFORM show-notes-for-film
                   END-IF
               END-IF
               CLOSE film-datei
           ELSE
               DISPLAY ws-msg-eintrag(39)
           END-IF.

       show-film-by-lookup-id.
           OPEN INPUT film-datei
           IF ok
               MOVE lookup-id TO film-id
               READ film-datei
                   INVALID KEY CONTINUE
               END-READ
               IF ok AND film-is-active
                   DISPLAY film-id " | " film-name " | "
                           film-jahr " | " film-desc " | "
                           film-genre
               END-IF
               CLOSE film-datei
           END-IF.

       entleiher-menu.
           DISPLAY "Erfassen (1), Aendern (2), Sperren (3), "
                   "Liste (4), Konto (5), Auskunft (6), "
                   "Loeschung (7), Kategorien (8)? "
                   WITH NO ADVANCING
           ACCEPT ws-entl-choice

           EVALUATE ws-entl-choice
               WHEN "1"
                   PERFORM check-entleiher-stufe
                   IF access-ok
                       PERFORM add-entleiher
                   END-IF
               WHEN "2"
                   PERFORM check-entleiher-stufe
                   IF access-ok
                       PERFORM update-entleiher
                   END-IF
               WHEN "3"
                   PERFORM check-entleiher-stufe
                   IF access-ok
                       PERFORM sperren-entleiher
                   END-IF
               WHEN "4"
                   PERFORM list-entleiher
               WHEN "5"
                   PERFORM show-entleiher-konto
               WHEN "6"
                   PERFORM check-entleiher-stufe
                   IF access-ok
                       PERFORM entleiher-auskunft
                   END-IF
               WHEN "7"
                   IF ws-op-stufe >= 3
                       PERFORM entleiher-loeschung
                   ELSE
                       DISPLAY ws-msg-eintrag(42)
                   END-IF
               WHEN "8"
                   PERFORM kategorie-bericht
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.

       check-entleiher-stufe.
           IF batch-mode OR ws-op-stufe >= 2
               MOVE "J" TO ws-access-flag
           ELSE
               MOVE "N" TO ws-access-flag
               DISPLAY ws-msg-eintrag(42)
           END-IF.

       open-entleiher-io.
           OPEN I-O entleiher-datei
           IF entleiher-status = "35"
               OPEN OUTPUT entleiher-datei
               CLOSE entleiher-datei
               OPEN I-O entleiher-datei
           END-IF.

       add-entleiher.
           MOVE SPACES TO ws-entl-name
           PERFORM UNTIL ws-entl-name NOT = SPACES
               DISPLAY "Name: " WITH NO ADVANCING
               ACCEPT ws-entl-name
               IF ws-entl-name = SPACES
                   DISPLAY ws-msg-eintrag(74)
               END-IF
           END-PERFORM

           DISPLAY "Telefon: " WITH NO ADVANCING
           ACCEPT ws-entl-telefon

           PERFORM ask-geb-datum
           PERFORM get-next-entleiher-id

           PERFORM open-entleiher-io
           IF entleiher-ok
               MOVE ws-last-entl-id  TO en-id
               MOVE ws-entl-name     TO en-name
               MOVE ws-entl-telefon  TO en-telefon
               MOVE "A"              TO en-status
               MOVE ws-entl-geb      TO en-geb-datum
               MOVE ZERO             TO en-haushalt-id
               MOVE ZERO             TO en-vormund-id
               MOVE SPACE            TO en-kategorie
               PERFORM frage-hh-angaben
               PERFORM frage-kategorie
               PERFORM jn-neu
               WRITE datei-entleiher
                   INVALID KEY
                       DISPLAY "Fehler beim Speichern!"
                   NOT INVALID KEY
                       PERFORM jn-entleiher
                       DISPLAY "Entleiher " ws-last-entl-id
                               " gespeichert!"
                       PERFORM setze-hh-kopf
               END-WRITE
               CLOSE entleiher-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       get-next-entleiher-id.
           MOVE ZERO TO ws-last-entl-id
           OPEN INPUT entleiher-datei
           IF entleiher-ok
               PERFORM UNTIL NOT entleiher-ok
                   READ entleiher-datei NEXT RECORD
                   IF entleiher-ok
                       MOVE en-id TO ws-last-entl-id
                   END-IF
               END-PERFORM
               CLOSE entleiher-datei
           END-IF
           ADD 1 TO ws-last-entl-id.

       update-entleiher.
           DISPLAY "Entleiher-Nr: " WITH NO ADVANCING
           ACCEPT ws-entl-id

           PERFORM open-entleiher-io
           IF entleiher-ok
               MOVE ws-entl-id TO en-id
               READ entleiher-datei
                   INVALID KEY
                       DISPLAY "Entleiher nicht gefunden!"
               END-READ
               IF entleiher-ok
                   DISPLAY "Aktueller Name: " en-name
                   DISPLAY "Neuer Name (Enter = unveraendert): "
                       WITH NO ADVANCING
                   ACCEPT ws-entl-name
                   IF ws-entl-name NOT = SPACES
                       MOVE ws-entl-name TO en-name
                   END-IF

                   DISPLAY "Aktuelles Telefon: " en-telefon
                   DISPLAY "Neues Telefon (Enter = unveraendert): "
                       WITH NO ADVANCING
                   ACCEPT ws-entl-telefon
                   IF ws-entl-telefon NOT = SPACES
                       MOVE ws-entl-telefon TO en-telefon
                   END-IF

                   IF en-geb-datum NOT NUMERIC
                       MOVE ZERO TO en-geb-datum
                   END-IF
                   DISPLAY "Geburtsdatum: " en-geb-datum
                   DISPLAY "Neues Geburtsdatum (JJJJMMTT, Enter "
                           "= unveraendert): " WITH NO ADVANCING
                   ACCEPT ws-entl-geb-x
                   IF ws-entl-geb-x NUMERIC
                       MOVE ws-entl-geb-x TO en-geb-datum
                   END-IF

                   PERFORM frage-hh-angaben
                   PERFORM frage-kategorie

                   PERFORM jn-vorher-entleiher
                   REWRITE datei-entleiher
                       INVALID KEY
                           DISPLAY "Fehler beim Aktualisieren!"
                       NOT INVALID KEY
                           PERFORM jn-entleiher
                           DISPLAY "Entleiher aktualisiert!"
                           PERFORM setze-hh-kopf
                   END-REWRITE
               END-IF
               CLOSE entleiher-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       sperren-entleiher.
           DISPLAY "Entleiher-Nr: " WITH NO ADVANCING
           ACCEPT ws-entl-id

           PERFORM open-entleiher-io
           IF entleiher-ok
               MOVE ws-entl-id TO en-id
               READ entleiher-datei
                   INVALID KEY
                       DISPLAY "Entleiher nicht gefunden!"
               END-READ
               IF entleiher-ok
                   IF en-gesperrt
                       DISPLAY "Entleiher ist gesperrt. "
                               "Wieder freigeben? (J/N): "
                           WITH NO ADVANCING
                       ACCEPT ws-confirm
                       IF ws-confirm = "J" OR ws-confirm = "j"
                           MOVE "A" TO en-status
                           PERFORM jn-vorher-entleiher
                           REWRITE datei-entleiher
                               INVALID KEY
                                   DISPLAY "Fehler beim Aendern!"
                               NOT INVALID KEY
                                   PERFORM jn-entleiher
                                   DISPLAY "Entleiher freigegeben!"
                           END-REWRITE
                       END-IF
                   ELSE
                       DISPLAY "Entleiher " en-id " | " en-name
                       DISPLAY "Wirklich sperren? (J/N): "
                           WITH NO ADVANCING
                       ACCEPT ws-confirm
                       IF ws-confirm = "J" OR ws-confirm = "j"
                           MOVE "X" TO en-status
                           PERFORM jn-vorher-entleiher
                           REWRITE datei-entleiher
                               INVALID KEY
                                   DISPLAY "Fehler beim Sperren!"
                               NOT INVALID KEY
                                   PERFORM jn-entleiher
                                   DISPLAY "Entleiher gesperrt!"
                           END-REWRITE
                       ELSE
                           DISPLAY ws-msg-eintrag(43)
                       END-IF
                   END-IF
               END-IF
               CLOSE entleiher-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       list-entleiher.
           MOVE ZERO TO ws-entl-anz
           MOVE ZERO TO ws-screen-line-count
           MOVE "N" TO ws-paging-flag

           OPEN INPUT entleiher-datei
           IF entleiher-ok
               DISPLAY "--- Entleiher-Liste ---"
               PERFORM UNTIL NOT entleiher-ok OR stop-paging
                   READ entleiher-datei NEXT RECORD
                   IF entleiher-ok
                       ADD 1 TO ws-entl-anz
                       IF en-gesperrt
                           DISPLAY en-id " | " en-name " | "
                                   en-telefon " | GESPERRT"
                       ELSE
                           DISPLAY en-id " | " en-name " | "
                                   en-telefon
                       END-IF
                       PERFORM ask-more
                   END-IF
               END-PERFORM
               CLOSE entleiher-datei
           END-IF

           IF ws-entl-anz = ZERO
               DISPLAY "(keine Entleiher erfasst)"
           END-IF.

       show-entleiher-konto.
           DISPLAY "Entleiher-Nr: " WITH NO ADVANCING
           ACCEPT ws-entl-id

           PERFORM read-entleiher-by-id
           IF NOT entl-found
               DISPLAY "Entleiher nicht gefunden!"
           ELSE
               DISPLAY "--- Konto " ws-entl-id " | "
                       ws-entl-name " ---"
               PERFORM load-regeln
               MOVE ws-entl-kat TO ws-kt-akt
               PERFORM ermittle-kat-regeln
               DISPLAY "Kategorie " ws-entl-kat " " ws-kt-akt-name
               IF ws-entl-haushalt NOT = ZERO OR
                  ws-entl-vormund NOT = ZERO
                   DISPLAY "Haushalt " ws-entl-haushalt
                           " | Erziehungsberechtigte(r) "
                           ws-entl-vormund
               END-IF
               MOVE ZERO TO ws-entl-anz
               MOVE ZERO TO ws-entl-offen-anz

               OPEN INPUT ausleih-datei
               IF ausleih-ok
                   PERFORM UNTIL NOT ausleih-ok
                       READ ausleih-datei NEXT RECORD
                       IF ausleih-ok AND
                          l-entleiher-id NUMERIC AND
                          l-entleiher-id = ws-entl-id
                           ADD 1 TO ws-entl-anz
                           MOVE l-film-id TO lookup-id
                           PERFORM check-film-active
                           IF l-offen
                               ADD 1 TO ws-entl-offen-anz
                               DISPLAY "  OFFEN   | Film "
                                       l-film-id " "
                                       ws-checked-film-name(1:20)
                                       " | faellig "
                                       l-faellig-datum
                           ELSE
                               DISPLAY "  ZURUECK | Film "
                                       l-film-id " "
                                       ws-checked-film-name(1:20)
                                       " | zurueck "
                                       l-rueck-datum
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE ausleih-datei
               END-IF

               DISPLAY "Ausleihen gesamt: " ws-entl-anz
                       " davon offen: " ws-entl-offen-anz
           END-IF.

       frage-hh-angaben.
           PERFORM load-regeln
           MOVE en-id TO ws-hh-eigen-id
           IF en-haushalt-id NOT NUMERIC
               MOVE ZERO TO en-haushalt-id
           END-IF
           IF en-vormund-id NOT NUMERIC
               MOVE ZERO TO en-vormund-id
           END-IF
           MOVE en-haushalt-id TO ws-hh-alt-haushalt
           MOVE en-vormund-id  TO ws-hh-alt-vormund

           MOVE "N" TO ws-hh-ok-flag
           PERFORM UNTIL hh-eingabe-ok
               DISPLAY "Haushalt (Nr. des Haushaltsvorstands, "
                       "0 = keiner): " ws-hh-alt-haushalt
               DISPLAY "Neuer Haushalt (Enter = unveraendert): "
                   WITH NO ADVANCING
               ACCEPT ws-hh-eingabe
               IF ws-hh-eingabe = SPACES
                   MOVE ws-hh-alt-haushalt TO ws-hh-neu-haushalt
                   MOVE "J" TO ws-hh-ok-flag
               ELSE
                   IF ws-hh-eingabe NUMERIC
                       MOVE ws-hh-eingabe TO ws-hh-neu-haushalt
                       PERFORM pruefe-hh-haushalt
                   ELSE
                       DISPLAY ws-msg-eintrag(77)
                   END-IF
               END-IF
           END-PERFORM

           MOVE en-geb-datum TO ws-hh-geb
           PERFORM pruefe-minderjaehrig
           MOVE ws-hh-minderj-flag TO ws-hh-kind-flag
           MOVE ws-hh-alt-vormund TO ws-hh-neu-vormund
           IF hh-kind OR ws-hh-alt-vormund NOT = ZERO
               MOVE "N" TO ws-hh-ok-flag
               PERFORM UNTIL hh-eingabe-ok
                   DISPLAY "Erziehungsberechtigte(r) (Entleiher-Nr, "
                           "0 = keine(r)): " ws-hh-alt-vormund
                   DISPLAY "Neue(r) Erziehungsberechtigte(r) "
                           "(Enter = unveraendert): "
                       WITH NO ADVANCING
                   ACCEPT ws-hh-eingabe
                   IF ws-hh-eingabe = SPACES
                       MOVE ws-hh-alt-vormund TO ws-hh-neu-vormund
                       PERFORM pruefe-hh-vormund
                   ELSE
                       IF ws-hh-eingabe NUMERIC
                           MOVE ws-hh-eingabe TO ws-hh-neu-vormund
                           PERFORM pruefe-hh-vormund
                       ELSE
                           DISPLAY ws-msg-eintrag(77)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF

           MOVE ws-hh-neu-haushalt TO en-haushalt-id
           MOVE ws-hh-neu-vormund  TO en-vormund-id.

       pruefe-hh-haushalt.
           MOVE "J" TO ws-hh-ok-flag
           IF ws-hh-neu-haushalt NOT = ws-hh-alt-haushalt AND
              ws-hh-alt-haushalt = ws-hh-eigen-id
               MOVE ws-hh-eigen-id TO ws-hh-such-id
               PERFORM sammle-hh-mitglieder
               IF ws-hh-mitgl-anz > 1
                   SUBTRACT 1 FROM ws-hh-mitgl-anz
                   DISPLAY "Entleiher ist Haushaltsvorstand von "
                           ws-hh-mitgl-anz " weiteren Entleiher(n)!"
                   MOVE "N" TO ws-hh-ok-flag
               END-IF
           END-IF
           IF hh-eingabe-ok AND
              ws-hh-neu-haushalt NOT = ZERO AND
              ws-hh-neu-haushalt NOT = ws-hh-eigen-id AND
              ws-hh-neu-haushalt NOT = ws-hh-alt-haushalt
               MOVE ws-hh-neu-haushalt TO ws-hh-such-id
               PERFORM lies-hh-person-offen
               EVALUATE TRUE
                   WHEN NOT hh-person-found
                   WHEN ws-hh-p-name = "*ANONYMISIERT*"
                       DISPLAY "Haushaltsvorstand nicht gefunden!"
                       MOVE "N" TO ws-hh-ok-flag
                   WHEN ws-hh-p-haushalt NOT = ZERO AND
                        ws-hh-p-haushalt NOT = ws-hh-neu-haushalt
                       DISPLAY "Entleiher " ws-hh-neu-haushalt
                               " gehoert selbst zum Haushalt "
                               ws-hh-p-haushalt "!"
                       MOVE "N" TO ws-hh-ok-flag
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       pruefe-hh-vormund.
           MOVE "J" TO ws-hh-ok-flag
           EVALUATE TRUE
               WHEN ws-hh-neu-vormund = ZERO
                   IF hh-kind
                       DISPLAY "Fuer Minderjaehrige ist ein(e) "
                               "Erziehungsberechtigte(r) anzugeben!"
                       MOVE "N" TO ws-hh-ok-flag
                   END-IF
               WHEN ws-hh-neu-vormund = ws-hh-eigen-id
                   DISPLAY "Entleiher kann nicht eigene(r) "
                           "Erziehungsberechtigte(r) sein!"
                   MOVE "N" TO ws-hh-ok-flag
               WHEN ws-hh-neu-vormund = ws-hh-alt-vormund
                   CONTINUE
               WHEN OTHER
                   MOVE ws-hh-neu-vormund TO ws-hh-such-id
                   PERFORM lies-hh-person-offen
                   IF NOT hh-person-found OR
                      ws-hh-p-name = "*ANONYMISIERT*"
                       DISPLAY "Erziehungsberechtigte(r) nicht "
                               "gefunden!"
                       MOVE "N" TO ws-hh-ok-flag
                   ELSE
                       MOVE ws-hh-p-geb TO ws-hh-geb
                       PERFORM pruefe-minderjaehrig
                       IF hh-minderjaehrig
                           DISPLAY "Entleiher " ws-hh-neu-vormund
                                   " ist selbst minderjaehrig!"
                           MOVE "N" TO ws-hh-ok-flag
                       END-IF
                   END-IF
           END-EVALUATE.

       pruefe-minderjaehrig.
           MOVE "N" TO ws-hh-minderj-flag
           IF ws-hh-geb NUMERIC AND ws-hh-geb > ZERO
               ACCEPT ws-today FROM DATE YYYYMMDD
               COMPUTE ws-hh-alter = (ws-today - ws-hh-geb) / 10000
               IF ws-hh-alter < ws-rg-volljaehrig
                   MOVE "J" TO ws-hh-minderj-flag
               END-IF
           END-IF.

       lies-hh-person-offen.
           MOVE datei-entleiher TO ws-hh-satz
           MOVE "N" TO ws-hh-p-found
           MOVE ws-hh-such-id TO en-id
           READ entleiher-datei
               INVALID KEY CONTINUE
           END-READ
           IF entleiher-ok
               PERFORM uebernimm-hh-person
           END-IF
           MOVE ws-hh-satz TO datei-entleiher.

       lies-hh-person.
           MOVE "N" TO ws-hh-p-found
           OPEN INPUT entleiher-datei
           IF entleiher-ok
               MOVE ws-hh-such-id TO en-id
               READ entleiher-datei
                   INVALID KEY CONTINUE
               END-READ
               IF entleiher-ok
                   PERFORM uebernimm-hh-person
               END-IF
               CLOSE entleiher-datei
           END-IF.

       uebernimm-hh-person.
           MOVE "J" TO ws-hh-p-found
           MOVE en-name    TO ws-hh-p-name
           MOVE en-telefon TO ws-hh-p-telefon
           MOVE en-status  TO ws-hh-p-stat
           IF en-haushalt-id NUMERIC
               MOVE en-haushalt-id TO ws-hh-p-haushalt
           ELSE
               MOVE ZERO TO ws-hh-p-haushalt
           END-IF
           IF en-geb-datum NUMERIC
               MOVE en-geb-datum TO ws-hh-p-geb
           ELSE
               MOVE ZERO TO ws-hh-p-geb
           END-IF.

       sammle-hh-mitglieder.
           MOVE datei-entleiher TO ws-hh-satz
           MOVE ZERO TO ws-hh-mitgl-anz
           MOVE ZERO TO en-id
           START entleiher-datei KEY IS >= en-id
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT entleiher-ok
               READ entleiher-datei NEXT RECORD
               IF entleiher-ok AND
                  en-haushalt-id NUMERIC AND
                  en-haushalt-id = ws-hh-such-id AND
                  ws-hh-mitgl-anz < 50
                   ADD 1 TO ws-hh-mitgl-anz
                   MOVE en-id TO ws-hh-mitgl-id(ws-hh-mitgl-anz)
               END-IF
           END-PERFORM
           MOVE ws-hh-satz TO datei-entleiher.

       setze-hh-kopf.
           IF en-haushalt-id NOT = ZERO AND
              en-haushalt-id NOT = en-id
               MOVE datei-entleiher TO ws-hh-satz
               MOVE en-haushalt-id TO en-id
               READ entleiher-datei
                   INVALID KEY CONTINUE
               END-READ
               IF entleiher-ok
                   IF en-haushalt-id NOT NUMERIC OR
                      en-haushalt-id NOT = en-id
                       MOVE en-id TO en-haushalt-id
                       IF en-vormund-id NOT NUMERIC
                           MOVE ZERO TO en-vormund-id
                       END-IF
                       PERFORM jn-vorher-entleiher
                       REWRITE datei-entleiher
                           INVALID KEY
                               DISPLAY "Fehler beim Anlegen des "
                                       "Haushalts!"
                           NOT INVALID KEY
                               DISPLAY "Entleiher " en-id
                                       " ist jetzt Haushaltsvorstand."
                       END-REWRITE
                       PERFORM jn-entleiher
                   END-IF
               END-IF
               MOVE ws-hh-satz TO datei-entleiher
           END-IF.

       pruefe-haushalt.
           MOVE "N" TO ws-hh-sperr-flag
           MOVE ZERO TO ws-hh-offen-anz
           MOVE ZERO TO ws-hh-mitgl-anz
           IF ws-entl-haushalt NOT = ZERO
               MOVE ws-entl-haushalt TO ws-hh-such-id
               IF rg-hh-sperre AND
                  ws-entl-haushalt NOT = ws-entl-id
                   PERFORM lies-hh-person
                   IF hh-person-found AND hh-p-gesperrt
                       MOVE "J" TO ws-hh-sperr-flag
                   END-IF
               END-IF
               OPEN INPUT entleiher-datei
               IF entleiher-ok
                   PERFORM sammle-hh-mitglieder
                   CLOSE entleiher-datei
               END-IF
               PERFORM zaehle-hh-ausleihen
           END-IF.

       zaehle-hh-ausleihen.
           OPEN INPUT ausleih-datei
           IF ausleih-ok
               PERFORM UNTIL NOT ausleih-ok
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok AND l-offen AND
                      l-entleiher-id NUMERIC AND
                      l-entleiher-id > ZERO
                       PERFORM VARYING ws-hh-mitgl-idx FROM 1 BY 1
                           UNTIL ws-hh-mitgl-idx > ws-hh-mitgl-anz
                           IF ws-hh-mitgl-id(ws-hh-mitgl-idx) =
                              l-entleiher-id AND
                              ws-hh-offen-anz < 999
                               ADD 1 TO ws-hh-offen-anz
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
           END-IF.

       ermittle-empfaenger.
           MOVE "N" TO ws-hh-vormund-flag
           MOVE ws-entl-id      TO ws-hh-empf-id
           MOVE ws-entl-name    TO ws-hh-empf-name
           MOVE ws-entl-telefon TO ws-hh-empf-telefon
           IF ws-entl-vormund NOT = ZERO
               MOVE ws-entl-geb TO ws-hh-geb
               PERFORM pruefe-minderjaehrig
               IF hh-minderjaehrig
                   MOVE ws-entl-vormund TO ws-hh-such-id
                   PERFORM lies-hh-person
                   IF hh-person-found AND
                      ws-hh-p-name NOT = "*ANONYMISIERT*"
                       MOVE "J" TO ws-hh-vormund-flag
                       MOVE ws-entl-vormund TO ws-hh-empf-id
                       MOVE ws-hh-p-name    TO ws-hh-empf-name
                       MOVE ws-hh-p-telefon TO ws-hh-empf-telefon
                   END-IF
               END-IF
           END-IF.

       loese-hh-verweise.
           MOVE ZERO TO ws-hh-verweis-anz
           MOVE ZERO TO en-id
           START entleiher-datei KEY IS >= en-id
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT entleiher-ok
               READ entleiher-datei NEXT RECORD
               IF entleiher-ok
                   MOVE "N" TO ws-hh-aend-flag
                   IF en-haushalt-id NUMERIC AND
                      en-haushalt-id = ws-entl-id
                       MOVE ZERO TO en-haushalt-id
                       MOVE "J" TO ws-hh-aend-flag
                   END-IF
                   IF en-vormund-id NUMERIC AND
                      en-vormund-id = ws-entl-id
                       MOVE ZERO TO en-vormund-id
                       MOVE "J" TO ws-hh-aend-flag
                   END-IF
                   IF hh-geaendert
                       PERFORM jn-vorher-entleiher
                       MOVE SPACES TO ws-jn-vorher
                       REWRITE datei-entleiher
                           INVALID KEY
                               DISPLAY "Fehler beim Aendern von "
                                       "Entleiher " en-id "!"
                           NOT INVALID KEY
                               PERFORM jn-entleiher
                               ADD 1 TO ws-hh-verweis-anz
                       END-REWRITE
                   END-IF
               END-IF
           END-PERFORM
           IF ws-hh-verweis-anz > ZERO
               DISPLAY ws-hh-verweis-anz " Haushalts-/Vormund-"
                       "Verweis(e) auf den Entleiher entfernt."
           END-IF.

       entleiher-auskunft.
           DISPLAY "Entleiher-Nr: " WITH NO ADVANCING
           ACCEPT ws-entl-id

           PERFORM read-entleiher-by-id
           IF NOT entl-found
               DISPLAY "Entleiher nicht gefunden!"
           ELSE
               OPEN OUTPUT auskunft-datei
               IF NOT auskunft-ok
                   DISPLAY "Fehler beim Schreiben der Auskunft!"
               ELSE
                   MOVE ZERO TO ws-ak-muster-anz
                   MOVE ZERO TO ws-ak-ausl-anz
                   MOVE ZERO TO ws-ak-geb-anz
                   MOVE ZERO TO ws-ak-vorm-anz
                   MOVE ZERO TO ws-ak-prot-anz
                   PERFORM schreibe-auskunft-stamm
                   PERFORM schreibe-auskunft-ausleih
                   PERFORM schreibe-auskunft-gebuehr
                   PERFORM schreibe-auskunft-vormerk
                   PERFORM schreibe-auskunft-protokoll
                   CLOSE auskunft-datei

                   DISPLAY ws-ak-ausl-anz " Ausleihe(n), "
                           ws-ak-geb-anz " Gebuehr(en), "
                           ws-ak-vorm-anz " Vormerkung(en), "
                           ws-ak-prot-anz " Protokollzeile(n)."
                   DISPLAY "Auskunft gespeichert in auskunft.txt"

                   MOVE "AUSKUNFT ERTEILT" TO ws-audit-action
                   MOVE SPACES TO ws-audit-detail
                   STRING "Entl. "   DELIMITED BY SIZE
                          ws-entl-id DELIMITED BY SIZE
                          INTO ws-audit-detail
                   END-STRING
                   PERFORM write-audit-entry
               END-IF
           END-IF.

       schreibe-auskunft-stamm.
           MOVE "*** Auskunft ueber gespeicherte Daten ***"
               TO auskunft-rec
           WRITE auskunft-rec
           ACCEPT ws-today FROM DATE YYYYMMDD
           MOVE SPACES TO ws-report-line
           STRING "Stand "  DELIMITED BY SIZE
                  ws-today  DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO auskunft-rec
           WRITE auskunft-rec
           MOVE SPACES TO auskunft-rec
           WRITE auskunft-rec

           MOVE "Stammdaten (entleiher.dat)" TO auskunft-rec
           WRITE auskunft-rec
           MOVE SPACES TO ws-report-line
           STRING "  Nr:           " DELIMITED BY SIZE
                  ws-entl-id         DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO auskunft-rec
           WRITE auskunft-rec
           MOVE SPACES TO ws-report-line
           STRING "  Name:         " DELIMITED BY SIZE
                  ws-entl-name       DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO auskunft-rec
           WRITE auskunft-rec
           MOVE SPACES TO ws-report-line
           STRING "  Telefon:      " DELIMITED BY SIZE
                  ws-entl-telefon    DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO auskunft-rec
           WRITE auskunft-rec
           MOVE SPACES TO ws-report-line
           STRING "  Geburtsdatum: " DELIMITED BY SIZE
                  ws-entl-geb        DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO auskunft-rec
           WRITE auskunft-rec
           MOVE SPACES TO ws-report-line
           STRING "  Status:       " DELIMITED BY SIZE
                  ws-entl-stat       DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO auskunft-rec
           WRITE auskunft-rec
           MOVE SPACES TO ws-report-line
           STRING "  Haushalt:     " DELIMITED BY SIZE
                  ws-entl-haushalt   DELIMITED BY SIZE
                  "  Erziehungsberechtigte(r): " DELIMITED BY SIZE
                  ws-entl-vormund    DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO auskunft-rec
           WRITE auskunft-rec
           MOVE SPACES TO ws-report-line
           STRING "  Kategorie:    " DELIMITED BY SIZE
                  ws-entl-kat        DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO auskunft-rec
           WRITE auskunft-rec

           MOVE "Entl. "   TO ws-ak-neu-muster
           MOVE ws-entl-id TO ws-ak-neu-muster(7:4)
           PERFORM merke-auskunft-muster
           MOVE "Entleiher "  TO ws-ak-neu-muster
           MOVE ws-entl-id TO ws-ak-neu-muster(11:4)
           PERFORM merke-auskunft-muster
           MOVE ws-entl-name TO ws-ak-neu-muster
           PERFORM merke-auskunft-muster.

       schreibe-auskunft-ausleih.
           MOVE SPACES TO auskunft-rec
           WRITE auskunft-rec
           MOVE "Ausleihen (ausleih.dat)" TO auskunft-rec
           WRITE auskunft-rec
           OPEN INPUT ausleih-datei
           IF ausleih-ok
               PERFORM UNTIL NOT ausleih-ok
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok
                       IF (l-entleiher-id NUMERIC AND
                           l-entleiher-id = ws-entl-id) OR
                          (l-entleiher = ws-entl-name(1:20) AND
                           (l-entleiher-id NOT NUMERIC OR
                            l-entleiher-id = ZERO))
                           PERFORM schreibe-auskunft-ausl-zeile
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
           END-IF.

       schreibe-auskunft-ausl-zeile.
           ADD 1 TO ws-ak-ausl-anz
           MOVE l-film-id TO lookup-id
           PERFORM check-film-active
           MOVE SPACES TO ws-report-line
           STRING "  "             DELIMITED BY SIZE
                  l-id             DELIMITED BY SIZE
                  " | Film "       DELIMITED BY SIZE
                  l-film-id        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  ws-checked-film-name(1:20) DELIMITED BY SIZE
                  " | aus "        DELIMITED BY SIZE
                  l-ausleih-datum  DELIMITED BY SIZE
                  " | faellig "    DELIMITED BY SIZE
                  l-faellig-datum  DELIMITED BY SIZE
                  " | zurueck "    DELIMITED BY SIZE
                  l-rueck-datum    DELIMITED BY SIZE
                  " | "            DELIMITED BY SIZE
                  l-status         DELIMITED BY SIZE
                  " | Fil "        DELIMITED BY SIZE
                  l-filiale        DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO auskunft-rec
           WRITE auskunft-rec
           MOVE "Ausleihe " TO ws-ak-neu-muster
           MOVE l-id TO ws-ak-neu-muster(10:4)
           PERFORM merke-auskunft-muster.

       schreibe-auskunft-gebuehr.
           MOVE SPACES TO auskunft-rec
           WRITE auskunft-rec
           MOVE "Gebuehren (gebuehr.dat)" TO auskunft-rec
           WRITE auskunft-rec
           OPEN INPUT gebuehr-datei
           IF gebuehr-ok
               PERFORM UNTIL NOT gebuehr-ok
                   READ gebuehr-datei NEXT RECORD
                   IF gebuehr-ok AND
                      g-entleiher-id = ws-entl-id
                       PERFORM schreibe-auskunft-geb-zeile
                   END-IF
               END-PERFORM
               CLOSE gebuehr-datei
           END-IF.

       schreibe-auskunft-geb-zeile.
           ADD 1 TO ws-ak-geb-anz
           IF g-bezahlt-betrag NOT NUMERIC
               MOVE ZERO TO g-bezahlt-betrag
           END-IF
           MOVE g-betrag TO ws-geb-edit
           MOVE SPACES TO ws-report-line
           STRING "  "             DELIMITED BY SIZE
                  g-id             DELIMITED BY SIZE
                  " | Film "       DELIMITED BY SIZE
                  g-film-id        DELIMITED BY SIZE
                  " | Ausleihe "   DELIMITED BY SIZE
                  g-ausleih-id     DELIMITED BY SIZE
                  " | "            DELIMITED BY SIZE
                  g-datum          DELIMITED BY SIZE
                  " | "            DELIMITED BY SIZE
                  ws-geb-edit      DELIMITED BY SIZE
                  " EUR | Status " DELIMITED BY SIZE
                  g-status         DELIMITED BY SIZE
                  " | Art "        DELIMITED BY SIZE
                  g-art            DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO auskunft-rec
           WRITE auskunft-rec
           IF g-erlass-text NOT = SPACES
               MOVE SPACES TO ws-report-line
               STRING "       Erlass: " DELIMITED BY SIZE
                      g-erlass-grund    DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      g-erlass-text     DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO auskunft-rec
               WRITE auskunft-rec
           END-IF
           MOVE "Gebuehr " TO ws-ak-neu-muster
           MOVE g-id TO ws-ak-neu-muster(9:4)
           PERFORM merke-auskunft-muster.

       schreibe-auskunft-vormerk.
           MOVE SPACES TO auskunft-rec
           WRITE auskunft-rec
           MOVE "Vormerkungen (vormerk.dat)" TO auskunft-rec
           WRITE auskunft-rec
           OPEN INPUT vormerk-datei
           IF vormerk-ok
               PERFORM UNTIL NOT vormerk-ok
                   READ vormerk-datei NEXT RECORD
                   IF vormerk-ok AND
                      v-entleiher-id = ws-entl-id
                       PERFORM schreibe-auskunft-vorm-zeile
                   END-IF
               END-PERFORM
               CLOSE vormerk-datei
           END-IF.

       schreibe-auskunft-vorm-zeile.
           ADD 1 TO ws-ak-vorm-anz
           MOVE SPACES TO ws-report-line
           STRING "  "        DELIMITED BY SIZE
                  v-id        DELIMITED BY SIZE
                  " | Film "  DELIMITED BY SIZE
                  v-film-id   DELIMITED BY SIZE
                  " | "       DELIMITED BY SIZE
                  v-datum     DELIMITED BY SIZE
                  " | Status " DELIMITED BY SIZE
                  v-status    DELIMITED BY SIZE
                  " | Fil "   DELIMITED BY SIZE
                  v-filiale   DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO auskunft-rec
           WRITE auskunft-rec
           MOVE "Vormerkung " TO ws-ak-neu-muster
           MOVE v-id TO ws-ak-neu-muster(12:4)
           PERFORM merke-auskunft-muster.

       merke-auskunft-muster.
           MOVE ZERO TO ws-ak-len
           INSPECT ws-ak-neu-muster TALLYING ws-ak-len
               FOR CHARACTERS BEFORE INITIAL "  "
           IF ws-ak-len > ZERO AND ws-ak-muster-anz < 300
               ADD 1 TO ws-ak-muster-anz
               MOVE ws-ak-neu-muster TO ws-ak-muster(ws-ak-muster-anz)
               MOVE ws-ak-len TO ws-ak-muster-len(ws-ak-muster-anz)
           END-IF
           MOVE SPACES TO ws-ak-neu-muster.

       schreibe-auskunft-protokoll.
           MOVE SPACES TO auskunft-rec
           WRITE auskunft-rec
           MOVE "Protokolleintraege (audit.log)" TO auskunft-rec
           WRITE auskunft-rec
           OPEN INPUT audit-datei
           IF audit-ok
               PERFORM UNTIL NOT audit-ok
                   READ audit-datei
                       AT END MOVE "10" TO audit-status
                   END-READ
                   IF audit-ok
                       PERFORM pruefe-auskunft-protokoll
                   END-IF
               END-PERFORM
               CLOSE audit-datei
           END-IF.

       pruefe-auskunft-protokoll.
           MOVE ZERO TO ws-ak-treffer
           PERFORM VARYING ws-ak-idx FROM 1 BY 1
               UNTIL ws-ak-idx > ws-ak-muster-anz OR
                     ws-ak-treffer > ZERO
               INSPECT audit-rec TALLYING ws-ak-treffer
                   FOR ALL ws-ak-muster(ws-ak-idx)
                           (1:ws-ak-muster-len(ws-ak-idx))
           END-PERFORM
           IF ws-ak-treffer > ZERO
               ADD 1 TO ws-ak-prot-anz
               MOVE SPACES TO ws-report-line
               STRING "  "      DELIMITED BY SIZE
                      audit-rec DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO auskunft-rec
               WRITE auskunft-rec
           END-IF.

       entleiher-loeschung.
           DISPLAY "Entleiher-Nr: " WITH NO ADVANCING
           ACCEPT ws-entl-id

           PERFORM read-entleiher-by-id
           IF NOT entl-found
               DISPLAY "Entleiher nicht gefunden!"
           ELSE
               IF ws-entl-name = "*ANONYMISIERT*"
                   DISPLAY "Entleiher ist bereits anonymisiert."
               ELSE
                   PERFORM zaehle-loesch-hindernisse
                   IF ws-ak-ausl-offen > ZERO OR
                      ws-ak-geb-offen > ZERO
                       DISPLAY "Loeschung nicht moeglich: "
                               ws-ak-ausl-offen
                               " offene Ausleihe(n), "
                               ws-ak-geb-offen
                               " unbezahlte Gebuehr(en)."
                       MOVE "LOESCHUNG ABGELEHNT" TO ws-audit-action
                       MOVE SPACES TO ws-audit-detail
                       STRING "Entl. "         DELIMITED BY SIZE
                              ws-entl-id       DELIMITED BY SIZE
                              " offen: "       DELIMITED BY SIZE
                              ws-ak-ausl-offen DELIMITED BY SIZE
                              " Ausl., "       DELIMITED BY SIZE
                              ws-ak-geb-offen  DELIMITED BY SIZE
                              " Geb."          DELIMITED BY SIZE
                              INTO ws-audit-detail
                       END-STRING
                       PERFORM write-audit-entry
                   ELSE
                       DISPLAY "Entleiher " ws-entl-id " "
                               ws-entl-name
                       DISPLAY "wird in allen Dateien anonymisiert. "
                               "Fortfahren? (J/N): "
                           WITH NO ADVANCING
                       ACCEPT ws-confirm
                       IF ws-confirm = "J" OR ws-confirm = "j"
                           PERFORM fuehre-loeschung-durch
                       ELSE
                           DISPLAY ws-msg-eintrag(43)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       zaehle-loesch-hindernisse.
           MOVE ZERO TO ws-ak-ausl-offen
           MOVE ZERO TO ws-ak-geb-offen
           OPEN INPUT ausleih-datei
           IF ausleih-ok
               PERFORM UNTIL NOT ausleih-ok
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok AND l-offen
                       IF (l-entleiher-id NUMERIC AND
                           l-entleiher-id = ws-entl-id) OR
                          (l-entleiher = ws-entl-name(1:20) AND
                           (l-entleiher-id NOT NUMERIC OR
                            l-entleiher-id = ZERO))
                           ADD 1 TO ws-ak-ausl-offen
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
           END-IF
           OPEN INPUT gebuehr-datei
           IF gebuehr-ok
               PERFORM UNTIL NOT gebuehr-ok
                   READ gebuehr-datei NEXT RECORD
                   IF gebuehr-ok AND g-offen AND
                      g-entleiher-id = ws-entl-id
                       ADD 1 TO ws-ak-geb-offen
                   END-IF
               END-PERFORM
               CLOSE gebuehr-datei
           END-IF.

       fuehre-loeschung-durch.
           MOVE ZERO TO ws-ak-ausl-anz
           MOVE ZERO TO ws-ak-geb-anz
           MOVE ZERO TO ws-ak-vorm-anz
           MOVE ws-entl-name TO ws-ak-alt-name

           PERFORM open-entleiher-io
           IF entleiher-ok
               MOVE ws-entl-id TO en-id
               READ entleiher-datei
                   INVALID KEY CONTINUE
               END-READ
               IF entleiher-ok
                   MOVE "*ANONYMISIERT*" TO en-name
                   MOVE SPACES TO en-telefon
                   MOVE ZERO TO en-geb-datum
                   MOVE "X" TO en-status
                   MOVE ZERO TO en-haushalt-id
                   MOVE ZERO TO en-vormund-id
                   MOVE SPACE TO en-kategorie
                   PERFORM jn-vorher-entleiher
                   MOVE SPACES TO ws-jn-vorher
                   REWRITE datei-entleiher
                       INVALID KEY
                           DISPLAY "Fehler beim Anonymisieren des "
                                   "Entleihers!"
                   END-REWRITE
                   PERFORM jn-entleiher
                   PERFORM loese-hh-verweise
               END-IF
               CLOSE entleiher-datei
           END-IF

           PERFORM open-ausleih-io
           IF ausleih-ok
               PERFORM UNTIL NOT ausleih-ok
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok
                       IF (l-entleiher-id NUMERIC AND
                           l-entleiher-id = ws-entl-id) OR
                          (l-entleiher = ws-ak-alt-name(1:20) AND
                           (l-entleiher-id NOT NUMERIC OR
                            l-entleiher-id = ZERO))
                           MOVE "*ANONYMISIERT*" TO l-entleiher
                           MOVE ZERO TO l-entleiher-id
                           PERFORM jn-vorher-ausleih
                           MOVE SPACES TO ws-jn-vorher
                           REWRITE datei-ausleih
                               INVALID KEY
                                   DISPLAY "Fehler beim "
                                           "Anonymisieren von "
                                           "Ausleihe " l-id "!"
                               NOT INVALID KEY
                                   PERFORM jn-ausleih
                                   ADD 1 TO ws-ak-ausl-anz
                           END-REWRITE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
           END-IF

           PERFORM open-gebuehr-io
           IF gebuehr-ok
               PERFORM UNTIL NOT gebuehr-ok
                   READ gebuehr-datei NEXT RECORD
                   IF gebuehr-ok AND
                      g-entleiher-id = ws-entl-id
                       MOVE ZERO TO g-entleiher-id
                       MOVE SPACES TO g-erlass-text
                       PERFORM jn-vorher-gebuehr
                       MOVE SPACES TO ws-jn-vorher
                       REWRITE datei-gebuehr
                           INVALID KEY
                               DISPLAY "Fehler beim Anonymisieren "
                                       "von Gebuehr " g-id "!"
                           NOT INVALID KEY
                               PERFORM jn-gebuehr
                               ADD 1 TO ws-ak-geb-anz
                       END-REWRITE
                   END-IF
               END-PERFORM
               CLOSE gebuehr-datei
           END-IF

           PERFORM open-vormerk-io
           IF vormerk-ok
               PERFORM UNTIL NOT vormerk-ok
                   READ vormerk-datei NEXT RECORD
                   IF vormerk-ok AND
                      v-entleiher-id = ws-entl-id
                       MOVE ZERO TO v-entleiher-id
                       IF NOT v-erledigt
                           MOVE "E" TO v-status
                       END-IF
                       PERFORM jn-vorher-vormerk
                       MOVE SPACES TO ws-jn-vorher
                       REWRITE datei-vormerk
                           INVALID KEY
                               DISPLAY "Fehler beim Anonymisieren "
                                       "von Vormerkung " v-id "!"
                           NOT INVALID KEY
                               PERFORM jn-vormerk
                               ADD 1 TO ws-ak-vorm-anz
                       END-REWRITE
                   END-IF
               END-PERFORM
               CLOSE vormerk-datei
           END-IF
           MOVE SPACES TO ws-ak-alt-name
           MOVE SPACES TO ws-entl-name

           DISPLAY "Entleiher " ws-entl-id " anonymisiert: "
                   ws-ak-ausl-anz " Ausleihe(n), "
                   ws-ak-geb-anz " Gebuehr(en), "
                   ws-ak-vorm-anz " Vormerkung(en)."
           DISPLAY "Hinweis: Sicherung und Journal enthalten die "
                   "Daten bis zur uebernaechsten Sicherung."

           MOVE "LOESCHUNG ENTLEIHER" TO ws-audit-action
           MOVE SPACES TO ws-audit-detail
           STRING "Entl. "        DELIMITED BY SIZE
                  ws-entl-id      DELIMITED BY SIZE
                  ": "            DELIMITED BY SIZE
                  ws-ak-ausl-anz  DELIMITED BY SIZE
                  " Ausl., "      DELIMITED BY SIZE
                  ws-ak-geb-anz   DELIMITED BY SIZE
                  " Geb., "       DELIMITED BY SIZE
                  ws-ak-vorm-anz  DELIMITED BY SIZE
                  " Vorm."        DELIMITED BY SIZE
                  INTO ws-audit-detail
           END-STRING
           PERFORM write-audit-entry.

       frage-kategorie.
           MOVE en-kategorie TO ws-kt-alt
           IF ws-kt-alt = SPACE OR ws-kt-alt = LOW-VALUE
               IF hh-kind
                   MOVE "K" TO ws-kt-alt
               ELSE
                   MOVE "E" TO ws-kt-alt
               END-IF
           END-IF
           PERFORM VARYING ws-kt-idx FROM 1 BY 1
                   UNTIL ws-kt-idx > ws-kt-anz
               DISPLAY "  " ws-kt-t-code(ws-kt-idx) " - "
                       ws-kt-t-name(ws-kt-idx)
           END-PERFORM
           MOVE "N" TO ws-kt-ok-flag
           PERFORM UNTIL kt-eingabe-ok
               DISPLAY "Kategorie: " ws-kt-alt
               DISPLAY "Neue Kategorie (Enter = unveraendert): "
                   WITH NO ADVANCING
               ACCEPT ws-kt-eingabe
               IF ws-kt-eingabe = SPACE
                   MOVE ws-kt-alt TO en-kategorie
                   MOVE "J" TO ws-kt-ok-flag
               ELSE
                   INSPECT ws-kt-eingabe CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   PERFORM VARYING ws-kt-idx FROM 1 BY 1
                       UNTIL ws-kt-idx > ws-kt-anz OR kt-eingabe-ok
                       IF ws-kt-t-code(ws-kt-idx) = ws-kt-eingabe
                           MOVE ws-kt-eingabe TO en-kategorie
                           MOVE "J" TO ws-kt-ok-flag
                       END-IF
                   END-PERFORM
                   IF NOT kt-eingabe-ok
                       DISPLAY "Unbekannte Kategorie!"
                   END-IF
               END-IF
           END-PERFORM.

       kategorie-bericht.
           PERFORM load-regeln
           MOVE SPACES TO ws-kt-ent-tabelle
           MOVE ZERO TO ws-kt-ohne-anz
           MOVE ZERO TO ws-kt-ohne-sum
           MOVE ZERO TO ws-kt-ges-aktiv
           MOVE ZERO TO ws-kt-ges-gesp
           MOVE ZERO TO ws-kt-ges-geb-anz
           MOVE ZERO TO ws-kt-ges-geb-sum

           OPEN INPUT entleiher-datei
           IF entleiher-ok
               PERFORM UNTIL NOT entleiher-ok
                   READ entleiher-datei NEXT RECORD
                   IF entleiher-ok AND
                      en-name NOT = "*ANONYMISIERT*"
                       PERFORM zaehle-kategorie-entleiher
                   END-IF
               END-PERFORM
               CLOSE entleiher-datei
           END-IF

           OPEN INPUT gebuehr-datei
           IF gebuehr-ok
               PERFORM UNTIL NOT gebuehr-ok
                   READ gebuehr-datei NEXT RECORD
                   IF gebuehr-ok AND g-offen
                       PERFORM zaehle-kategorie-gebuehr
                   END-IF
               END-PERFORM
               CLOSE gebuehr-datei
           END-IF

           OPEN OUTPUT katber-datei
           IF NOT katber-ok
               DISPLAY "Fehler beim Schreiben von katber.txt!"
           ELSE
               ACCEPT ws-today FROM DATE YYYYMMDD
               MOVE SPACES TO ws-report-line
               STRING "*** Entleiher und offene Gebuehren je "
                          DELIMITED BY SIZE
                      "Kategorie, Stand " DELIMITED BY SIZE
                      ws-today DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO katber-rec
               WRITE katber-rec
               MOVE SPACES TO katber-rec
               WRITE katber-rec
               MOVE "Kat Bezeichnung   Aktiv Gesperrt     Offen"
                   TO ws-report-line
               MOVE "      Betrag" TO ws-report-line(43:12)
               MOVE ws-report-line TO katber-rec
               WRITE katber-rec

               PERFORM VARYING ws-kt-idx FROM 1 BY 1
                       UNTIL ws-kt-idx > ws-kt-anz
                   PERFORM schreibe-kategorie-zeile
               END-PERFORM

               MOVE ws-kt-ohne-sum TO ws-kt-sum-edit
               MOVE SPACES TO ws-report-line
               STRING "-   ohne Entleiher" DELIMITED BY SIZE
                      "                   " DELIMITED BY SIZE
                      ws-kt-ohne-anz       DELIMITED BY SIZE
                      "  "                 DELIMITED BY SIZE
                      ws-kt-sum-edit       DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO katber-rec
               WRITE katber-rec
               ADD ws-kt-ohne-anz TO ws-kt-ges-geb-anz
               ADD ws-kt-ohne-sum TO ws-kt-ges-geb-sum

               MOVE SPACES TO katber-rec
               WRITE katber-rec
               MOVE ws-kt-ges-geb-sum TO ws-kt-sum-edit
               MOVE SPACES TO ws-report-line
               STRING "Summe             " DELIMITED BY SIZE
                      ws-kt-ges-aktiv      DELIMITED BY SIZE
                      "    "               DELIMITED BY SIZE
                      ws-kt-ges-gesp       DELIMITED BY SIZE
                      "     "              DELIMITED BY SIZE
                      ws-kt-ges-geb-anz    DELIMITED BY SIZE
                      "  "                 DELIMITED BY SIZE
                      ws-kt-sum-edit       DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO katber-rec
               WRITE katber-rec
               CLOSE katber-datei
               DISPLAY "Bericht in katber.txt geschrieben."
           END-IF.

       zaehle-kategorie-entleiher.
           MOVE en-kategorie TO ws-kt-such
           IF ws-kt-such = SPACE OR ws-kt-such = LOW-VALUE
               MOVE "E" TO ws-kt-such
           END-IF
           IF en-id NUMERIC AND en-id > ZERO
               MOVE ws-kt-such TO ws-kt-ent-kat(en-id)
           END-IF
           PERFORM suche-kt-kategorie
           IF kt-gefunden
               IF en-aktiv
                   ADD 1 TO ws-kt-t-aktiv(ws-kt-pos)
                   ADD 1 TO ws-kt-ges-aktiv
               END-IF
               IF en-gesperrt
                   ADD 1 TO ws-kt-t-gesperrt(ws-kt-pos)
                   ADD 1 TO ws-kt-ges-gesp
               END-IF
           END-IF.

       zaehle-kategorie-gebuehr.
           IF g-bezahlt-betrag NOT NUMERIC
               MOVE ZERO TO g-bezahlt-betrag
           END-IF
           MOVE ZERO TO ws-kt-rest
           IF g-betrag > g-bezahlt-betrag
               COMPUTE ws-kt-rest = g-betrag - g-bezahlt-betrag
           END-IF
           MOVE "N" TO ws-kt-gefunden
           IF g-entleiher-id NUMERIC AND g-entleiher-id > ZERO
               IF ws-kt-ent-kat(g-entleiher-id) NOT = SPACE
                   MOVE ws-kt-ent-kat(g-entleiher-id) TO ws-kt-such
                   PERFORM suche-kt-kategorie
               END-IF
           END-IF
           IF kt-gefunden
               ADD 1 TO ws-kt-t-geb-anz(ws-kt-pos)
               ADD ws-kt-rest TO ws-kt-t-geb-sum(ws-kt-pos)
               ADD 1 TO ws-kt-ges-geb-anz
               ADD ws-kt-rest TO ws-kt-ges-geb-sum
           ELSE
               ADD 1 TO ws-kt-ohne-anz
               ADD ws-kt-rest TO ws-kt-ohne-sum
           END-IF.

       schreibe-kategorie-zeile.
           MOVE ws-kt-t-geb-sum(ws-kt-idx) TO ws-kt-sum-edit
           MOVE SPACES TO ws-report-line
           STRING ws-kt-t-code(ws-kt-idx)     DELIMITED BY SIZE
                  "   "                       DELIMITED BY SIZE
                  ws-kt-t-name(ws-kt-idx)     DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  ws-kt-t-aktiv(ws-kt-idx)    DELIMITED BY SIZE
                  "    "                      DELIMITED BY SIZE
                  ws-kt-t-gesperrt(ws-kt-idx) DELIMITED BY SIZE
                  "     "                     DELIMITED BY SIZE
                  ws-kt-t-geb-anz(ws-kt-idx)  DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  ws-kt-sum-edit              DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO katber-rec
           WRITE katber-rec

           MOVE ws-kt-t-code(ws-kt-idx) TO ws-kt-akt
           PERFORM ermittle-kat-regeln
           MOVE ws-rg-std-tage TO ws-rg-leih-tage
           IF ws-kt-t-std-fl(ws-kt-idx) = "J"
               MOVE ws-kt-t-std(ws-kt-idx) TO ws-rg-leih-tage
           END-IF
           MOVE ws-kt-satz TO ws-kt-satz-edit
           MOVE SPACES TO ws-report-line
           STRING "    Max. Ausleihen " DELIMITED BY SIZE
                  ws-kt-max             DELIMITED BY SIZE
                  ", Gebuehr/Tag "      DELIMITED BY SIZE
                  ws-kt-satz-edit       DELIMITED BY SIZE
                  ", Leihtage Standard " DELIMITED BY SIZE
                  ws-rg-leih-tage       DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO katber-rec
           WRITE katber-rec.

       read-entleiher-by-id.
           MOVE "N" TO ws-entl-found
           MOVE "(unbekannt)" TO ws-entl-name
           MOVE SPACES TO ws-entl-telefon
           MOVE SPACE TO ws-entl-stat
           MOVE ZERO TO ws-entl-haushalt
           MOVE ZERO TO ws-entl-vormund
           MOVE "E" TO ws-entl-kat
           OPEN INPUT entleiher-datei
           IF entleiher-ok
               MOVE ws-entl-id TO en-id
               READ entleiher-datei
                   INVALID KEY CONTINUE
               END-READ
               IF entleiher-ok
                   MOVE "J" TO ws-entl-found
                   MOVE en-name    TO ws-entl-name
                   MOVE en-telefon TO ws-entl-telefon
                   MOVE en-status  TO ws-entl-stat
                   IF en-geb-datum NUMERIC
                       MOVE en-geb-datum TO ws-entl-geb
                   ELSE
                       MOVE ZERO TO ws-entl-geb
                   END-IF
                   IF en-haushalt-id NUMERIC
                       MOVE en-haushalt-id TO ws-entl-haushalt
                   END-IF
                   IF en-vormund-id NUMERIC
                       MOVE en-vormund-id TO ws-entl-vormund
                   END-IF
                   IF en-kategorie NOT = SPACE AND
                      en-kategorie NOT = LOW-VALUE
                       MOVE en-kategorie TO ws-entl-kat
                   END-IF
               END-IF
               CLOSE entleiher-datei
           END-IF.

       ask-entleiher-nr.
           MOVE "N" TO ws-entl-found
           PERFORM UNTIL entl-found AND ws-entl-aktiv
               DISPLAY "Entleiher-Nr: " WITH NO ADVANCING
               ACCEPT ws-entl-id-x
               IF ws-entl-id-x NUMERIC
                   MOVE ws-entl-id-x TO ws-entl-id
                   PERFORM read-entleiher-by-id
                   IF NOT entl-found
                       DISPLAY "Entleiher nicht gefunden!"
                   ELSE
                       IF ws-entl-gesperrt
                           DISPLAY "Entleiher ist gesperrt!"
                           MOVE "N" TO ws-entl-found
                       END-IF
                   END-IF
               ELSE
                   DISPLAY ws-msg-eintrag(77)
               END-IF
           END-PERFORM.

       vormerk-menu.
           DISPLAY "Vormerken (1), Liste (2), Erledigen (3)? "
               WITH NO ADVANCING
           ACCEPT ws-vm-choice

           EVALUATE ws-vm-choice
               WHEN "1"
                   PERFORM check-vormerk-stufe
                   IF access-ok
                       MOVE 44 TO ws-msg-nr
                       PERFORM show-prompt
                       ACCEPT ws-vm-film-id
                       MOVE ws-vm-film-id TO lookup-id
                       PERFORM check-film-active
                       IF film-check-active
                           PERFORM add-vormerkung
                       ELSE
                           DISPLAY ws-msg-eintrag(41)
                       END-IF
                   END-IF
               WHEN "2"
                   PERFORM list-vormerkungen
               WHEN "3"
                   PERFORM check-vormerk-stufe
                   IF access-ok
                       PERFORM erledige-vormerkung
                   END-IF
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.

       check-vormerk-stufe.
           IF batch-mode OR ws-op-stufe >= 2
               MOVE "J" TO ws-access-flag
           ELSE
               MOVE "N" TO ws-access-flag
               DISPLAY ws-msg-eintrag(42)
           END-IF.

       open-vormerk-io.
           OPEN I-O vormerk-datei
           IF vormerk-status = "35"
               OPEN OUTPUT vormerk-datei
               CLOSE vormerk-datei
               OPEN I-O vormerk-datei
           END-IF.

       offer-vormerkung.
           DISPLAY "Film vormerken? (J/N): " WITH NO ADVANCING
           ACCEPT ws-confirm
           IF ws-confirm = "J" OR ws-confirm = "j"
               MOVE ws-loan-film-id TO ws-vm-film-id
               PERFORM add-vormerkung
           END-IF.

       add-vormerkung.
           PERFORM ask-entleiher-nr
           DISPLAY "Abholfiliale (leer = 001): " WITH NO ADVANCING
           ACCEPT ws-vm-filiale
           IF ws-vm-filiale = SPACES
               MOVE "001" TO ws-vm-filiale
           END-IF
           PERFORM get-next-vormerk-id
           ACCEPT ws-today FROM DATE YYYYMMDD

           PERFORM open-vormerk-io
           IF vormerk-ok
               MOVE ws-last-vm-id TO v-id
               MOVE ws-vm-film-id TO v-film-id
               MOVE ws-entl-id    TO v-entleiher-id
               MOVE ws-today      TO v-datum
               MOVE "O"           TO v-status
               MOVE ws-vm-filiale TO v-filiale
               MOVE ZERO          TO v-exempl-id
               PERFORM jn-neu
               WRITE datei-vormerk
                   INVALID KEY
                       DISPLAY "Fehler beim Speichern!"
                   NOT INVALID KEY
                       PERFORM jn-vormerk
                       DISPLAY "Vormerkung " ws-last-vm-id
                               " fuer " ws-entl-name(1:20)
                               " erfasst."
               END-WRITE
               CLOSE vormerk-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       get-next-vormerk-id.
           MOVE ZERO TO ws-last-vm-id
           OPEN INPUT vormerk-datei
           IF vormerk-ok
               PERFORM UNTIL NOT vormerk-ok
                   READ vormerk-datei NEXT RECORD
                   IF vormerk-ok AND v-id > ws-last-vm-id
                       MOVE v-id TO ws-last-vm-id
                   END-IF
               END-PERFORM
               CLOSE vormerk-datei
           END-IF
           ADD 1 TO ws-last-vm-id.

       list-vormerkungen.
           MOVE ZERO TO ws-vm-anz
           MOVE ZERO TO ws-screen-line-count
           MOVE "N" TO ws-paging-flag
           ACCEPT ws-today FROM DATE YYYYMMDD
           MOVE ws-today TO ws-dtg-num
           PERFORM convert-date-to-days
           MOVE ws-dtg-tage TO ws-tage-heute

           OPEN INPUT vormerk-datei
           IF vormerk-ok
               DISPLAY "--- Offene Vormerkungen ---"
               PERFORM UNTIL NOT vormerk-ok OR stop-paging
                   READ vormerk-datei NEXT RECORD
                   IF vormerk-ok AND (v-offen OR v-unterwegs)
                       ADD 1 TO ws-vm-anz
                       MOVE v-film-id TO lookup-id
                       PERFORM check-film-active
                       MOVE v-entleiher-id TO ws-entl-id
                       PERFORM read-entleiher-by-id
                       MOVE v-datum TO ws-dtg-num
                       PERFORM convert-date-to-days
                       COMPUTE ws-tage-diff =
                           ws-tage-heute - ws-dtg-tage
                       IF ws-tage-diff < ZERO
                           MOVE ZERO TO ws-tage-diff
                       END-IF
                       MOVE ws-tage-diff TO ws-vm-tage
                       DISPLAY v-id " | Film " v-film-id " "
                               ws-checked-film-name(1:20)
                               " | " ws-entl-name(1:20)
                               " | wartet " ws-vm-tage " Tag(e)"
                       IF v-unterwegs
                           DISPLAY "       unterwegs nach Filiale "
                                   v-filiale ", Exemplar "
                                   v-exempl-id
                       END-IF
                       PERFORM ask-more
                   END-IF
               END-PERFORM
               CLOSE vormerk-datei
           END-IF

           IF ws-vm-anz = ZERO
               DISPLAY "(keine offenen Vormerkungen)"
           END-IF.

       erledige-vormerkung.
           DISPLAY "Vormerkungs-ID: " WITH NO ADVANCING
           ACCEPT ws-vm-id

           PERFORM open-vormerk-io
           IF vormerk-ok
               MOVE ws-vm-id TO v-id
               READ vormerk-datei
                   INVALID KEY
                       DISPLAY "Vormerkung nicht gefunden!"
               END-READ
               IF vormerk-ok
                   IF v-erledigt
                       DISPLAY "Vormerkung ist bereits erledigt."
                   ELSE
                       MOVE "E" TO v-status
                       PERFORM jn-vorher-vormerk
                       REWRITE datei-vormerk
                           INVALID KEY
                               DISPLAY "Fehler beim Erledigen!"
                           NOT INVALID KEY
                               PERFORM jn-vormerk
                               DISPLAY "Vormerkung erledigt!"
                       END-REWRITE
                   END-IF
               END-IF
               CLOSE vormerk-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       find-open-vormerkung.
           MOVE "N" TO ws-vm-found
           OPEN INPUT vormerk-datei
           IF vormerk-ok
               MOVE ws-vm-film-id TO v-film-id
               START vormerk-datei KEY IS EQUAL v-film-id
                   INVALID KEY CONTINUE
               END-START
               IF vormerk-ok
                   PERFORM UNTIL NOT vormerk-ok OR vm-found
                       READ vormerk-datei NEXT RECORD
                       IF vormerk-ok
                           IF v-film-id = ws-vm-film-id
                               IF v-offen
                                   MOVE "J" TO ws-vm-found
                                   MOVE v-id TO ws-vm-id
                                   MOVE v-entleiher-id
                                       TO ws-vm-entl-id
                                   MOVE v-datum TO ws-vm-datum
                               END-IF
                           ELSE
                               MOVE "10" TO vormerk-status
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE vormerk-datei
           END-IF.

       warn-vormerkung.
           MOVE l-film-id TO ws-vm-film-id
           PERFORM find-open-vormerkung
           IF vm-found
               MOVE ws-vm-entl-id TO ws-entl-id
               PERFORM read-entleiher-by-id
               DISPLAY "Achtung! Reserviert fuer "
                       ws-entl-name(1:20) " (Vormerkung "
                       ws-vm-id " vom " ws-vm-datum ")."
               DISPLAY "Exemplar bitte zuruecklegen!"
           END-IF.

       convert-date-to-days.
           MOVE ws-dtg-num TO ws-dtg-d
           MOVE ws-dtg-jahr TO ws-dtg-hjahr
           IF ws-dtg-monat <= 2
               SUBTRACT 1 FROM ws-dtg-hjahr
           END-IF
           DIVIDE ws-dtg-hjahr BY 4 GIVING ws-dtg-q4
           DIVIDE ws-dtg-hjahr BY 100 GIVING ws-dtg-q100
           DIVIDE ws-dtg-hjahr BY 400 GIVING ws-dtg-q400
           COMPUTE ws-dtg-tage = ws-dtg-jahr * 365
               + ws-dtg-q4 - ws-dtg-q100 + ws-dtg-q400
               + ws-dtg-tag
           EVALUATE ws-dtg-monat
               WHEN 2  ADD 31 TO ws-dtg-tage
               WHEN 3  ADD 59 TO ws-dtg-tage
               WHEN 4  ADD 90 TO ws-dtg-tage
               WHEN 5  ADD 120 TO ws-dtg-tage
               WHEN 6  ADD 151 TO ws-dtg-tage
               WHEN 7  ADD 181 TO ws-dtg-tage
               WHEN 8  ADD 212 TO ws-dtg-tage
               WHEN 9  ADD 243 TO ws-dtg-tage
               WHEN 10 ADD 273 TO ws-dtg-tage
               WHEN 11 ADD 304 TO ws-dtg-tage
               WHEN 12 ADD 334 TO ws-dtg-tage
               WHEN OTHER CONTINUE
           END-EVALUATE.

       berechne-rueckgabe-gebuehr.
           IF l-faellig-datum = ZERO OR l-rueck-datum = ZERO
               CONTINUE
           ELSE
               MOVE l-faellig-datum TO ws-dtg-num
               PERFORM convert-date-to-days
               MOVE ws-dtg-tage TO ws-dtg-tage2
               MOVE l-rueck-datum TO ws-dtg-num
               PERFORM convert-date-to-days
               COMPUTE ws-tage-diff = ws-dtg-tage - ws-dtg-tage2
               IF ws-tage-diff > ZERO
                   MOVE l-filiale       TO ws-sl-filiale
                   MOVE l-faellig-datum TO ws-sl-von-datum
                   MOVE l-rueck-datum   TO ws-sl-bis-datum
                   PERFORM zaehle-schliesstage
                   SUBTRACT ws-sl-geschl-anz FROM ws-tage-diff
               END-IF
               IF ws-tage-diff > ZERO
                   PERFORM setze-loan-kategorie
                   MOVE "V" TO ws-geb-art
                   MOVE ws-tage-diff TO ws-geb-tage
                   COMPUTE ws-geb-betrag =
                       ws-geb-tage * ws-kt-satz
                   MOVE ws-geb-betrag TO ws-geb-edit
                   DISPLAY "Rueckgabe " ws-geb-tage " Tag(e) zu "
                           "spaet, Gebuehr " ws-geb-edit " EUR."
                   PERFORM schreibe-gebuehr
               END-IF
           END-IF.

       schreibe-gebuehr.
           PERFORM get-next-gebuehr-id

           PERFORM open-gebuehr-io
           IF gebuehr-ok
               MOVE ws-last-geb-id TO g-id
               IF l-entleiher-id NUMERIC
                   MOVE l-entleiher-id TO g-entleiher-id
               ELSE
                   MOVE ZERO TO g-entleiher-id
               END-IF
               MOVE l-id           TO g-ausleih-id
               MOVE l-film-id      TO g-film-id
               MOVE l-rueck-datum  TO g-datum
               MOVE ws-geb-tage    TO g-tage
               MOVE ws-geb-betrag  TO g-betrag
               MOVE "O"            TO g-status
               MOVE ZERO           TO g-bezahlt-betrag
               MOVE SPACES         TO g-erlass-grund
               MOVE SPACES         TO g-erlass-text
               MOVE SPACES         TO g-erlass-bediener
               MOVE ZERO           TO g-erlass-datum
               MOVE ZERO           TO g-erlass-betrag
               MOVE ws-geb-art     TO g-art
               PERFORM jn-neu
               WRITE datei-gebuehr
                   INVALID KEY
                       DISPLAY "Fehler beim Buchen der Gebuehr!"
                   NOT INVALID KEY
                       PERFORM jn-gebuehr
                       DISPLAY "Gebuehr " ws-last-geb-id
                               " gebucht (OFFEN)."
               END-WRITE
               CLOSE gebuehr-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       open-gebuehr-io.
           OPEN I-O gebuehr-datei
           IF gebuehr-status = "35"
               OPEN OUTPUT gebuehr-datei
               CLOSE gebuehr-datei
               OPEN I-O gebuehr-datei
           END-IF.

       get-next-gebuehr-id.
           MOVE ZERO TO ws-last-geb-id
           OPEN INPUT gebuehr-datei
           IF gebuehr-ok
               PERFORM UNTIL NOT gebuehr-ok
                   READ gebuehr-datei NEXT RECORD
                   IF gebuehr-ok AND g-id > ws-last-geb-id
                       MOVE g-id TO ws-last-geb-id
                   END-IF
               END-PERFORM
               CLOSE gebuehr-datei
           END-IF
           ADD 1 TO ws-last-geb-id.

       gebuehr-menu.
           DISPLAY "Kontoauszug (1), Bezahlen (2), "
                   "Offene Gebuehren (3), Erstatten (4), "
                   "Erlassen (5), Erlassbericht (6)? "
               WITH NO ADVANCING
           ACCEPT ws-geb-choice

           EVALUATE ws-geb-choice
               WHEN "1"
                   PERFORM drucke-gebuehr-auszug
               WHEN "2"
                   PERFORM check-vormerk-stufe
                   IF access-ok
                       PERFORM buche-gebuehr-bezahlt
                   END-IF
               WHEN "3"
                   PERFORM list-offene-gebuehren
               WHEN "4"
                   PERFORM check-vormerk-stufe
                   IF access-ok
                       PERFORM erstatte-gebuehr
                   END-IF
               WHEN "5"
                   PERFORM check-erlass-stufe
                   IF access-ok
                       PERFORM erlasse-gebuehr
                   END-IF
               WHEN "6"
                   PERFORM erlass-bericht
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.

       drucke-gebuehr-auszug.
           DISPLAY "Entleiher-Nr: " WITH NO ADVANCING
           ACCEPT ws-entl-id

           PERFORM load-regeln
           PERFORM read-entleiher-by-id
           PERFORM ermittle-empfaenger
           IF NOT entl-found
               DISPLAY "Entleiher nicht gefunden!"
           ELSE
               MOVE ZERO TO ws-geb-anz
               MOVE ZERO TO ws-geb-offen-summe
               MOVE ZERO TO ws-geb-bezahlt-summe
               MOVE ZERO TO ws-geb-ersatz-summe

               OPEN OUTPUT gebaus-datei
               IF NOT gebaus-ok
                   DISPLAY "Fehler beim Schreiben des Auszugs!"
               ELSE
                   MOVE "*** Gebuehren-Auszug ***" TO gebaus-rec
                   WRITE gebaus-rec
                   MOVE SPACES TO ws-report-line
                   STRING "Entleiher " DELIMITED BY SIZE
                          ws-entl-id   DELIMITED BY SIZE
                          " "          DELIMITED BY SIZE
                          ws-entl-name DELIMITED BY SIZE
                          INTO ws-report-line
                   END-STRING
                   MOVE ws-report-line TO gebaus-rec
                   WRITE gebaus-rec
                   IF hh-an-vormund
                       MOVE SPACES TO ws-report-line
                       STRING "z. Hd. Erziehungsberechtigte(r) "
                                  DELIMITED BY SIZE
                              ws-hh-empf-id   DELIMITED BY SIZE
                              " "             DELIMITED BY SIZE
                              ws-hh-empf-name DELIMITED BY SIZE
                              INTO ws-report-line
                       END-STRING
                       MOVE ws-report-line TO gebaus-rec
                       WRITE gebaus-rec
                       MOVE SPACES TO ws-report-line
                       STRING "Telefon: "        DELIMITED BY SIZE
                              ws-hh-empf-telefon DELIMITED BY SIZE
                              INTO ws-report-line
                       END-STRING
                       MOVE ws-report-line TO gebaus-rec
                       WRITE gebaus-rec
                   END-IF
                   MOVE SPACES TO gebaus-rec
                   WRITE gebaus-rec

                   OPEN INPUT gebuehr-datei
                   IF gebuehr-ok
                       PERFORM UNTIL NOT gebuehr-ok
                           READ gebuehr-datei NEXT RECORD
                           IF gebuehr-ok AND
                              g-entleiher-id = ws-entl-id
                               PERFORM schreibe-auszug-zeile
                           END-IF
                       END-PERFORM
                       CLOSE gebuehr-datei
                   END-IF

                   MOVE SPACES TO gebaus-rec
                   WRITE gebaus-rec
                   MOVE ws-geb-offen-summe TO ws-geb-edit
                   MOVE SPACES TO ws-report-line
                   STRING "Offen gesamt:   " DELIMITED BY SIZE
                          ws-geb-edit        DELIMITED BY SIZE
                          " EUR"             DELIMITED BY SIZE
                          INTO ws-report-line
                   END-STRING
                   MOVE ws-report-line TO gebaus-rec
                   WRITE gebaus-rec
                   IF ws-geb-ersatz-summe > ZERO
                       MOVE ws-geb-ersatz-summe TO ws-geb-edit
                       MOVE SPACES TO ws-report-line
                       STRING "davon Ersatz:   " DELIMITED BY SIZE
                              ws-geb-edit        DELIMITED BY SIZE
                              " EUR"             DELIMITED BY SIZE
                              INTO ws-report-line
                       END-STRING
                       MOVE ws-report-line TO gebaus-rec
                       WRITE gebaus-rec
                   END-IF
                   MOVE ws-geb-bezahlt-summe TO ws-geb-edit
                   MOVE SPACES TO ws-report-line
                   STRING "Bezahlt gesamt: " DELIMITED BY SIZE
                          ws-geb-edit        DELIMITED BY SIZE
                          " EUR"             DELIMITED BY SIZE
                          INTO ws-report-line
                   END-STRING
                   MOVE ws-report-line TO gebaus-rec
                   WRITE gebaus-rec
                   CLOSE gebaus-datei

                   MOVE ws-geb-offen-summe TO ws-geb-edit
                   DISPLAY ws-geb-anz " Gebuehr(en), offen "
                           ws-geb-edit " EUR."
                   DISPLAY "Auszug gespeichert in gebaus.txt"
               END-IF
           END-IF.

       schreibe-auszug-zeile.
           ADD 1 TO ws-geb-anz
           IF g-bezahlt-betrag NOT NUMERIC
               MOVE ZERO TO g-bezahlt-betrag
           END-IF
           EVALUATE TRUE
               WHEN g-offen
                   COMPUTE ws-geb-rest = g-betrag - g-bezahlt-betrag
                   ADD ws-geb-rest TO ws-geb-offen-summe
                   ADD g-bezahlt-betrag TO ws-geb-bezahlt-summe
                   IF g-ersatz
                       ADD ws-geb-rest TO ws-geb-ersatz-summe
                   END-IF
                   IF g-bezahlt-betrag > ZERO
                       MOVE "TEILBEZAHLT" TO ws-geb-stat-text
                   ELSE
                       MOVE "OFFEN" TO ws-geb-stat-text
                   END-IF
               WHEN g-erstattet
                   MOVE "ERSTATTET" TO ws-geb-stat-text
               WHEN g-erlassen
                   MOVE "ERLASSEN" TO ws-geb-stat-text
               WHEN g-storniert
                   MOVE "STORNIERT" TO ws-geb-stat-text
               WHEN OTHER
                   ADD g-betrag TO ws-geb-bezahlt-summe
                   MOVE "BEZAHLT" TO ws-geb-stat-text
           END-EVALUATE

           IF g-ersatz
               MOVE "ERSATZ" TO ws-geb-art-text
           ELSE
               MOVE SPACES TO ws-geb-art-text
               MOVE g-tage TO ws-geb-art-text(1:4)
               MOVE " Tg" TO ws-geb-art-text(5:3)
           END-IF

           MOVE g-betrag TO ws-geb-edit
           MOVE SPACES TO ws-report-line
           STRING g-id             DELIMITED BY SIZE
                  " | Film "       DELIMITED BY SIZE
                  g-film-id        DELIMITED BY SIZE
                  " | "            DELIMITED BY SIZE
                  g-datum          DELIMITED BY SIZE
                  " | "            DELIMITED BY SIZE
                  ws-geb-art-text  DELIMITED BY SIZE
                  " | "            DELIMITED BY SIZE
                  ws-geb-edit      DELIMITED BY SIZE
                  " | "            DELIMITED BY SIZE
                  ws-geb-stat-text DELIMITED BY SPACE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO gebaus-rec
           WRITE gebaus-rec.

       buche-gebuehr-bezahlt.
           DISPLAY "Gebuehren-ID: " WITH NO ADVANCING
           ACCEPT ws-geb-id

           PERFORM open-gebuehr-io
           IF gebuehr-ok
               MOVE ws-geb-id TO g-id
               READ gebuehr-datei
                   INVALID KEY
                       DISPLAY "Gebuehr nicht gefunden!"
               END-READ
               IF gebuehr-ok
                   IF NOT g-offen
                       DISPLAY "Gebuehr ist bereits bezahlt."
                   ELSE
                       PERFORM erfasse-zahlung
                   END-IF
               END-IF
               CLOSE gebuehr-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       erfasse-zahlung.
           IF g-bezahlt-betrag NOT NUMERIC
               MOVE ZERO TO g-bezahlt-betrag
           END-IF
           COMPUTE ws-geb-rest = g-betrag - g-bezahlt-betrag
           MOVE g-betrag TO ws-geb-edit
           DISPLAY "Gebuehr " g-id " | Entleiher "
                   g-entleiher-id " | " ws-geb-edit " EUR"
           IF g-bezahlt-betrag > ZERO
               MOVE g-bezahlt-betrag TO ws-geb-edit
               DISPLAY "Bereits bezahlt: " ws-geb-edit " EUR"
           END-IF
           MOVE ws-geb-rest TO ws-geb-edit
           DISPLAY "Betrag (Enter = " ws-geb-edit " EUR): "
               WITH NO ADVANCING
           ACCEPT ws-preis-x
           IF ws-preis-x = SPACES
               MOVE ws-geb-rest TO ws-preis
               MOVE "J" TO ws-preis-gueltig
           ELSE
               PERFORM parse-preis
           END-IF

           EVALUATE TRUE
               WHEN NOT preis-gueltig
               WHEN ws-preis = ZERO
                   DISPLAY "Ungueltiger Betrag!"
               WHEN ws-preis > ws-geb-rest
                   DISPLAY "Betrag ist hoeher als der offene Rest!"
               WHEN OTHER
                   MOVE ws-preis TO ws-ka-betrag
                   PERFORM ermittle-kassen-filiale
                   MOVE ws-ka-betrag TO ws-geb-edit
                   DISPLAY ws-geb-edit " EUR in Filiale "
                           ws-ka-filiale " buchen? (J/N): "
                       WITH NO ADVANCING
                   ACCEPT ws-confirm
                   IF ws-confirm = "J" OR ws-confirm = "j"
                       ADD ws-ka-betrag TO g-bezahlt-betrag
                       IF g-bezahlt-betrag < g-betrag
                           MOVE "T" TO ws-ka-art
                       ELSE
                           MOVE "Z" TO ws-ka-art
                           MOVE "B" TO g-status
                       END-IF
                       PERFORM jn-vorher-gebuehr
                       REWRITE datei-gebuehr
                           INVALID KEY
                               DISPLAY "Fehler beim Buchen!"
                           NOT INVALID KEY
                               PERFORM jn-gebuehr
                               IF g-bezahlt
                                   DISPLAY "Gebuehr bezahlt!"
                               ELSE
                                   DISPLAY "Teilzahlung gebucht!"
                               END-IF
                               PERFORM schreibe-kassenbuchung
                       END-REWRITE
                   ELSE
                       DISPLAY ws-msg-eintrag(43)
                   END-IF
           END-EVALUATE.

       erstatte-gebuehr.
           DISPLAY "Gebuehren-ID: " WITH NO ADVANCING
           ACCEPT ws-geb-id

           PERFORM open-gebuehr-io
           IF gebuehr-ok
               MOVE ws-geb-id TO g-id
               READ gebuehr-datei
                   INVALID KEY
                       DISPLAY "Gebuehr nicht gefunden!"
               END-READ
               IF gebuehr-ok
                   IF g-bezahlt-betrag NOT NUMERIC
                       MOVE ZERO TO g-bezahlt-betrag
                   END-IF
                   IF g-bezahlt AND g-bezahlt-betrag = ZERO
                       MOVE g-betrag TO g-bezahlt-betrag
                   END-IF
                   IF g-bezahlt-betrag = ZERO
                       DISPLAY "Auf diese Gebuehr wurde nichts "
                               "bezahlt."
                   ELSE
                       PERFORM erfasse-erstattung
                   END-IF
               END-IF
               CLOSE gebuehr-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       erfasse-erstattung.
           MOVE g-betrag TO ws-geb-edit
           DISPLAY "Gebuehr " g-id " | Entleiher "
                   g-entleiher-id " | " ws-geb-edit " EUR"
           MOVE g-bezahlt-betrag TO ws-geb-edit
           DISPLAY "Erstattungsbetrag (Enter = " ws-geb-edit
                   " EUR): " WITH NO ADVANCING
           ACCEPT ws-preis-x
           IF ws-preis-x = SPACES
               MOVE g-bezahlt-betrag TO ws-preis
               MOVE "J" TO ws-preis-gueltig
           ELSE
               PERFORM parse-preis
           END-IF

           EVALUATE TRUE
               WHEN NOT preis-gueltig
               WHEN ws-preis = ZERO
                   DISPLAY "Ungueltiger Betrag!"
               WHEN ws-preis > g-bezahlt-betrag
                   DISPLAY "Betrag ist hoeher als der bezahlte "
                           "Betrag!"
               WHEN OTHER
                   MOVE ws-preis TO ws-ka-betrag
                   PERFORM ermittle-kassen-filiale
                   MOVE ws-ka-betrag TO ws-geb-edit
                   DISPLAY ws-geb-edit " EUR in Filiale "
                           ws-ka-filiale " erstatten? (J/N): "
                       WITH NO ADVANCING
                   ACCEPT ws-confirm
                   IF ws-confirm = "J" OR ws-confirm = "j"
                       SUBTRACT ws-ka-betrag FROM g-bezahlt-betrag
                       SUBTRACT ws-ka-betrag FROM g-betrag
                       IF g-betrag = ZERO
                           MOVE "E" TO g-status
                       END-IF
                       MOVE "E" TO ws-ka-art
                       PERFORM jn-vorher-gebuehr
                       REWRITE datei-gebuehr
                           INVALID KEY
                               DISPLAY "Fehler beim Buchen!"
                           NOT INVALID KEY
                               PERFORM jn-gebuehr
                               DISPLAY "Erstattung gebucht!"
                               PERFORM schreibe-kassenbuchung
                       END-REWRITE
                   ELSE
                       DISPLAY ws-msg-eintrag(43)
                   END-IF
           END-EVALUATE.

       check-erlass-stufe.
           IF batch-mode OR ws-op-stufe >= 3
               MOVE "J" TO ws-access-flag
           ELSE
               MOVE "N" TO ws-access-flag
               DISPLAY ws-msg-eintrag(42)
           END-IF.

       erlasse-gebuehr.
           DISPLAY "Gebuehren-ID: " WITH NO ADVANCING
           ACCEPT ws-geb-id

           PERFORM open-gebuehr-io
           IF gebuehr-ok
               MOVE ws-geb-id TO g-id
               READ gebuehr-datei
                   INVALID KEY
                       DISPLAY "Gebuehr nicht gefunden!"
               END-READ
               IF gebuehr-ok
                   IF NOT g-offen
                       DISPLAY "Gebuehr ist nicht offen."
                   ELSE
                       PERFORM erfasse-erlass
                   END-IF
               END-IF
               CLOSE gebuehr-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       erfasse-erlass.
           IF g-bezahlt-betrag NOT NUMERIC
               MOVE ZERO TO g-bezahlt-betrag
           END-IF
           COMPUTE ws-geb-rest = g-betrag - g-bezahlt-betrag
           MOVE ws-geb-rest TO ws-geb-edit
           DISPLAY "Gebuehr " g-id " | Entleiher "
                   g-entleiher-id " | offen " ws-geb-edit " EUR"

           PERFORM VARYING ws-erl-grund-idx FROM 1 BY 1
               UNTIL ws-erl-grund-idx > 5
               DISPLAY "  " ws-erl-grund-code(ws-erl-grund-idx)
                       " - " ws-erl-grund-name(ws-erl-grund-idx)
           END-PERFORM
           MOVE "N" TO ws-erl-grund-flag
           PERFORM UNTIL erl-grund-gueltig
               DISPLAY "Erlassgrund: " WITH NO ADVANCING
               ACCEPT ws-erl-grund
               INSPECT ws-erl-grund CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM VARYING ws-erl-grund-idx FROM 1 BY 1
                   UNTIL ws-erl-grund-idx > 5 OR erl-grund-gueltig
                   IF ws-erl-grund-code(ws-erl-grund-idx) =
                      ws-erl-grund
                       MOVE "J" TO ws-erl-grund-flag
                   END-IF
               END-PERFORM
               IF NOT erl-grund-gueltig
                   DISPLAY "Unbekannter Erlassgrund!"
               END-IF
           END-PERFORM

           MOVE SPACES TO ws-erl-text
           PERFORM UNTIL ws-erl-text NOT = SPACES
               DISPLAY "Bemerkung: " WITH NO ADVANCING
               ACCEPT ws-erl-text
           END-PERFORM

           DISPLAY ws-geb-edit " EUR erlassen? (J/N): "
               WITH NO ADVANCING
           ACCEPT ws-confirm
           IF ws-confirm = "J" OR ws-confirm = "j"
               ACCEPT ws-today FROM DATE YYYYMMDD
               MOVE "L"          TO g-status
               MOVE ws-erl-grund TO g-erlass-grund
               MOVE ws-erl-text  TO g-erlass-text
               MOVE ws-op-id     TO g-erlass-bediener
               MOVE ws-today     TO g-erlass-datum
               MOVE ws-geb-rest  TO g-erlass-betrag
               PERFORM jn-vorher-gebuehr
               REWRITE datei-gebuehr
                   INVALID KEY
                       DISPLAY "Fehler beim Buchen!"
                   NOT INVALID KEY
                       PERFORM jn-gebuehr
                       DISPLAY "Gebuehr erlassen!"
                       MOVE "GEBUEHR ERLASSEN" TO ws-audit-action
                       MOVE SPACES TO ws-audit-detail
                       STRING "Gebuehr "   DELIMITED BY SIZE
                              g-id         DELIMITED BY SIZE
                              " "          DELIMITED BY SIZE
                              ws-erl-grund DELIMITED BY SIZE
                              " "          DELIMITED BY SIZE
                              ws-geb-edit  DELIMITED BY SIZE
                              " "          DELIMITED BY SIZE
                              ws-erl-text  DELIMITED BY SIZE
                              INTO ws-audit-detail
                       END-STRING
                       PERFORM write-audit-entry
               END-REWRITE
           ELSE
               DISPLAY ws-msg-eintrag(43)
           END-IF.

       erlass-bericht.
           ACCEPT ws-today FROM DATE YYYYMMDD
           MOVE ws-today(1:6) TO ws-erl-monat
           IF NOT batch-mode
               DISPLAY "Monat (JJJJMM, Enter = laufender Monat): "
                   WITH NO ADVANCING
               ACCEPT ws-erl-monat-x
               IF ws-erl-monat-x NUMERIC
                   MOVE ws-erl-monat-x TO ws-erl-monat
               END-IF
           END-IF
           MOVE ZERO TO ws-erl-anz

           OPEN INPUT gebuehr-datei
           IF gebuehr-ok
               PERFORM UNTIL NOT gebuehr-ok
                   READ gebuehr-datei NEXT RECORD
                   IF gebuehr-ok AND g-erlassen AND
                      g-erlass-datum(1:6) = ws-erl-monat
                       PERFORM sammle-erlass
                   END-IF
               END-PERFORM
               CLOSE gebuehr-datei
           END-IF

           PERFORM VARYING ws-erl-idx FROM 1 BY 1
               UNTIL ws-erl-idx >= ws-erl-anz
               PERFORM VARYING ws-erl-jdx FROM 1 BY 1
                   UNTIL ws-erl-jdx >= ws-erl-anz
                   IF ws-erl-t-bediener(ws-erl-jdx) >
                      ws-erl-t-bediener(ws-erl-jdx + 1) OR
                      (ws-erl-t-bediener(ws-erl-jdx) =
                       ws-erl-t-bediener(ws-erl-jdx + 1) AND
                       ws-erl-t-grund(ws-erl-jdx) >
                       ws-erl-t-grund(ws-erl-jdx + 1))
                       MOVE ws-erl-eintrag(ws-erl-jdx)
                           TO ws-erl-tmp-eintrag
                       MOVE ws-erl-eintrag(ws-erl-jdx + 1)
                           TO ws-erl-eintrag(ws-erl-jdx)
                       MOVE ws-erl-tmp-eintrag
                           TO ws-erl-eintrag(ws-erl-jdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM drucke-erlass-bericht.

       sammle-erlass.
           IF g-erlass-betrag NOT NUMERIC
               MOVE ZERO TO g-erlass-betrag
           END-IF
           MOVE "N" TO ws-erl-gef-flag
           PERFORM VARYING ws-erl-idx FROM 1 BY 1
               UNTIL ws-erl-idx > ws-erl-anz OR erl-gefunden
               IF ws-erl-t-bediener(ws-erl-idx) = g-erlass-bediener
                  AND ws-erl-t-grund(ws-erl-idx) = g-erlass-grund
                   MOVE "J" TO ws-erl-gef-flag
                   ADD 1 TO ws-erl-t-anz(ws-erl-idx)
                   ADD g-erlass-betrag TO ws-erl-t-summe(ws-erl-idx)
               END-IF
           END-PERFORM
           IF NOT erl-gefunden AND ws-erl-anz < 100
               ADD 1 TO ws-erl-anz
               MOVE g-erlass-bediener TO ws-erl-t-bediener(ws-erl-anz)
               MOVE g-erlass-grund    TO ws-erl-t-grund(ws-erl-anz)
               MOVE 1                 TO ws-erl-t-anz(ws-erl-anz)
               MOVE g-erlass-betrag   TO ws-erl-t-summe(ws-erl-anz)
           END-IF.

       drucke-erlass-bericht.
           MOVE ZERO TO ws-erl-ges-anz
           MOVE ZERO TO ws-erl-ges-summe

           OPEN OUTPUT erlass-datei
           IF NOT erlass-ok
               DISPLAY "Fehler beim Schreiben von erlass.txt!"
               MOVE "N" TO ws-batch-erfolg
           ELSE
               MOVE "*** Erlassbericht ***" TO erlass-rec
               WRITE erlass-rec
               MOVE SPACES TO ws-report-line
               STRING "Monat: "    DELIMITED BY SIZE
                      ws-erl-monat DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO erlass-rec
               WRITE erlass-rec
               MOVE SPACES TO ws-report-line
               MOVE "Bediener Grund" TO ws-report-line
               MOVE "Anz"    TO ws-report-line(45:3)
               MOVE "Betrag" TO ws-report-line(53:6)
               MOVE ws-report-line TO erlass-rec
               WRITE erlass-rec

               MOVE SPACES TO ws-erl-akt-bediener
               PERFORM VARYING ws-erl-idx FROM 1 BY 1
                   UNTIL ws-erl-idx > ws-erl-anz
                   IF ws-erl-t-bediener(ws-erl-idx) NOT =
                      ws-erl-akt-bediener
                       IF ws-erl-idx > 1
                           PERFORM schreibe-erlass-summe
                       END-IF
                       MOVE ws-erl-t-bediener(ws-erl-idx)
                           TO ws-erl-akt-bediener
                       MOVE ZERO TO ws-erl-bed-anz
                       MOVE ZERO TO ws-erl-bed-summe
                   END-IF
                   PERFORM schreibe-erlass-zeile
               END-PERFORM
               IF ws-erl-anz > ZERO
                   PERFORM schreibe-erlass-summe
               END-IF

               MOVE SPACES TO erlass-rec
               WRITE erlass-rec
               MOVE ws-erl-ges-summe TO ws-bd-edit
               MOVE SPACES TO ws-report-line
               STRING "Gesamt: "     DELIMITED BY SIZE
                      ws-erl-ges-anz DELIMITED BY SIZE
                      " Erlass(e), " DELIMITED BY SIZE
                      ws-bd-edit     DELIMITED BY SIZE
                      " EUR"         DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO erlass-rec
               WRITE erlass-rec
               CLOSE erlass-datei
               DISPLAY ws-erl-ges-anz " Erlass(e), Bericht in "
                       "erlass.txt"
           END-IF.

       schreibe-erlass-zeile.
           ADD ws-erl-t-anz(ws-erl-idx)   TO ws-erl-bed-anz
           ADD ws-erl-t-summe(ws-erl-idx) TO ws-erl-bed-summe
           ADD ws-erl-t-anz(ws-erl-idx)   TO ws-erl-ges-anz
           ADD ws-erl-t-summe(ws-erl-idx) TO ws-erl-ges-summe

           MOVE ws-erl-t-grund(ws-erl-idx) TO ws-erl-grund
           MOVE "(unbekannt)" TO ws-erl-text
           PERFORM VARYING ws-erl-grund-idx FROM 1 BY 1
               UNTIL ws-erl-grund-idx > 5
               IF ws-erl-grund-code(ws-erl-grund-idx) = ws-erl-grund
                   MOVE ws-erl-grund-name(ws-erl-grund-idx)
                       TO ws-erl-text
               END-IF
           END-PERFORM

           MOVE ws-erl-t-summe(ws-erl-idx) TO ws-bd-edit
           MOVE SPACES TO ws-report-line
           STRING ws-erl-t-bediener(ws-erl-idx) DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  ws-erl-grund                  DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  ws-erl-text                   DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  ws-erl-t-anz(ws-erl-idx)      DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  ws-bd-edit                    DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO erlass-rec
           WRITE erlass-rec.

       schreibe-erlass-summe.
           MOVE ws-erl-bed-summe TO ws-bd-edit
           MOVE SPACES TO ws-report-line
           STRING "  Summe "           DELIMITED BY SIZE
                  ws-erl-akt-bediener  DELIMITED BY SIZE
                  ": "                 DELIMITED BY SIZE
                  ws-erl-bed-anz       DELIMITED BY SIZE
                  " Erlass(e), "       DELIMITED BY SIZE
                  ws-bd-edit           DELIMITED BY SIZE
                  " EUR"               DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO erlass-rec
           WRITE erlass-rec.

       ermittle-kassen-filiale.
           MOVE "001" TO ws-ka-filiale
           OPEN INPUT ausleih-datei
           IF ausleih-ok
               MOVE g-ausleih-id TO l-id
               READ ausleih-datei
                   INVALID KEY CONTINUE
               END-READ
               IF ausleih-ok AND l-filiale NOT = SPACES
                   MOVE l-filiale TO ws-ka-filiale
               END-IF
               CLOSE ausleih-datei
           END-IF
           IF NOT batch-mode
               DISPLAY "Filiale (Enter = " ws-ka-filiale "): "
                   WITH NO ADVANCING
               ACCEPT ws-ka-filiale-x
               IF ws-ka-filiale-x NOT = SPACES
                   MOVE ws-ka-filiale-x TO ws-ka-filiale
               END-IF
           END-IF.

       schreibe-kassenbuchung.
           ACCEPT ws-audit-date FROM DATE YYYYMMDD
           ACCEPT ws-audit-time FROM TIME

           OPEN EXTEND kasse-datei
           IF kasse-status = "35"
               OPEN OUTPUT kasse-datei
           END-IF
           IF kasse-ok
               MOVE SPACES TO kasse-rec
               MOVE ws-audit-date  TO ka-datum
               MOVE ws-audit-time  TO ka-zeit
               MOVE ws-op-id       TO ka-bediener
               MOVE ws-ka-filiale  TO ka-filiale
               MOVE ws-ka-art      TO ka-art
               MOVE g-id           TO ka-geb-id
               MOVE g-entleiher-id TO ka-entleiher-id
               MOVE ws-ka-betrag   TO ka-betrag
               WRITE kasse-rec
               CLOSE kasse-datei
           ELSE
               DISPLAY "Warnung: kasse.dat kann nicht "
                       "geschrieben werden!"
           END-IF

           EVALUATE ws-ka-art
               WHEN "Z"
                   MOVE "ZAHLUNG" TO ws-audit-action
               WHEN "T"
                   MOVE "TEILZAHLUNG" TO ws-audit-action
               WHEN OTHER
                   MOVE "ERSTATTUNG" TO ws-audit-action
           END-EVALUATE
           MOVE ws-ka-betrag TO ws-geb-edit
           MOVE SPACES TO ws-audit-detail
           STRING "Gebuehr "    DELIMITED BY SIZE
                  g-id          DELIMITED BY SIZE
                  " Fil "       DELIMITED BY SIZE
                  ws-ka-filiale DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  ws-geb-edit   DELIMITED BY SIZE
                  " EUR"        DELIMITED BY SIZE
                  INTO ws-audit-detail
           END-STRING
           PERFORM write-audit-entry.

       list-offene-gebuehren.
           MOVE ZERO TO ws-geb-anz
           MOVE ZERO TO ws-geb-offen-summe
           MOVE ZERO TO ws-screen-line-count
           MOVE "N" TO ws-paging-flag

           OPEN INPUT gebuehr-datei
           IF gebuehr-ok
               DISPLAY "--- Offene Gebuehren ---"
               PERFORM UNTIL NOT gebuehr-ok OR stop-paging
                   READ gebuehr-datei NEXT RECORD
                   IF gebuehr-ok AND g-offen
                       ADD 1 TO ws-geb-anz
                       IF g-bezahlt-betrag NOT NUMERIC
                           MOVE ZERO TO g-bezahlt-betrag
                       END-IF
                       COMPUTE ws-geb-rest =
                           g-betrag - g-bezahlt-betrag
                       ADD ws-geb-rest TO ws-geb-offen-summe
                       MOVE g-entleiher-id TO ws-entl-id
                       PERFORM read-entleiher-by-id
                       MOVE ws-geb-rest TO ws-geb-edit
                       DISPLAY g-id " | " ws-entl-name(1:20)
                               " | Film " g-film-id " | "
                               ws-geb-edit " EUR"
                       PERFORM ask-more
                   END-IF
               END-PERFORM
               CLOSE gebuehr-datei
           END-IF

           IF ws-geb-anz = ZERO
               DISPLAY "(keine offenen Gebuehren)"
           ELSE
               MOVE ws-geb-offen-summe TO ws-geb-edit
               DISPLAY "Summe offen: " ws-geb-edit " EUR"
           END-IF.

       verlust-menu.
           DISPLAY "Verlust/Schaden melden (1), "
                   "Wiedergefunden/Storno (2)? " WITH NO ADVANCING
           ACCEPT ws-vl-choice

           EVALUATE ws-vl-choice
               WHEN "1"
                   PERFORM melde-verlust
               WHEN "2"
                   PERFORM storniere-verlust
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.

       melde-verlust.
           DISPLAY "Ausleihe-Nr: " WITH NO ADVANCING
           ACCEPT ws-vl-loan-id

           PERFORM open-ausleih-io
           IF ausleih-ok
               MOVE ws-vl-loan-id TO l-id
               READ ausleih-datei
                   INVALID KEY
                       DISPLAY "Ausleihe nicht gefunden!"
               END-READ
               IF ausleih-ok
                   EVALUATE TRUE
                       WHEN NOT l-offen
                           DISPLAY "Ausleihe ist nicht offen!"
                       WHEN l-exempl-id NOT NUMERIC
                       WHEN l-exempl-id = ZERO
                           DISPLAY "Ausleihe ohne Exemplar, "
                                   "bitte Exemplar ausmustern."
                       WHEN OTHER
                           PERFORM erfasse-verlust
                   END-EVALUATE
               END-IF
               CLOSE ausleih-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       erfasse-verlust.
           DISPLAY "Ausleihe " l-id " | Film " l-film-id
                   " | Exemplar " l-exempl-id " | "
                   l-entleiher(1:20)
           DISPLAY "Verloren (V) oder beschaedigt (B)? "
               WITH NO ADVANCING
           ACCEPT ws-vl-art
           IF ws-vl-art = "v"
               MOVE "V" TO ws-vl-art
           END-IF
           IF ws-vl-art = "b"
               MOVE "B" TO ws-vl-art
           END-IF

           IF ws-vl-art NOT = "V" AND ws-vl-art NOT = "B"
               DISPLAY ws-msg-eintrag(38)
           ELSE
               PERFORM ermittle-ersatz-preis
               MOVE ws-vl-preis TO ws-geb-edit
               DISPLAY "Ersatzkosten " ws-geb-edit " EUR. "
                       "Ausleihe abschliessen und belasten? (J/N): "
                   WITH NO ADVANCING
               ACCEPT ws-confirm
               IF ws-confirm = "J" OR ws-confirm = "j"
                   ACCEPT ws-today FROM DATE YYYYMMDD
                   MOVE ws-today TO l-rueck-datum
                   MOVE "Z" TO l-status
                   PERFORM jn-vorher-ausleih
                   REWRITE datei-ausleih
                       INVALID KEY
                           DISPLAY "Fehler beim Abschliessen!"
                       NOT INVALID KEY
                           PERFORM jn-ausleih
                           PERFORM buche-verlust
                   END-REWRITE
               ELSE
                   DISPLAY ws-msg-eintrag(43)
               END-IF
           END-IF.

       ermittle-ersatz-preis.
           MOVE ZERO TO ws-vl-preis
           OPEN INPUT film-datei
           IF ok
               MOVE l-film-id TO film-id
               READ film-datei
                   INVALID KEY CONTINUE
               END-READ
               IF ok AND film-preis NUMERIC
                   MOVE film-preis TO ws-vl-preis
               END-IF
               CLOSE film-datei
           END-IF.

       buche-verlust.
           DISPLAY "Ausleihe " l-id " abgeschlossen."
           PERFORM open-exempl-io
           IF exempl-ok
               MOVE l-exempl-id TO e-id
               READ exempl-datei
                   INVALID KEY CONTINUE
               END-READ
               IF exempl-ok
                   MOVE "X" TO e-status
                   IF ws-vl-art = "B"
                       MOVE "DEFEKT" TO e-zustand
                   END-IF
                   PERFORM jn-vorher-exempl
                   REWRITE datei-exempl
                       INVALID KEY
                           DISPLAY "Fehler beim Ausmustern!"
                       NOT INVALID KEY
                           PERFORM jn-exempl
                           DISPLAY "Exemplar " e-id
                                   " ausgemustert."
                   END-REWRITE
               END-IF
               CLOSE exempl-datei
           END-IF

           MOVE ZERO TO ws-last-geb-id
           IF ws-vl-preis > ZERO
               MOVE "E"         TO ws-geb-art
               MOVE ZERO        TO ws-geb-tage
               MOVE ws-vl-preis TO ws-geb-betrag
               PERFORM schreibe-gebuehr
               MOVE "V"         TO ws-geb-art
           ELSE
               DISPLAY "Kein Anschaffungspreis hinterlegt, "
                       "keine Ersatzgebuehr gebucht."
           END-IF

           IF ws-vl-art = "B"
               MOVE "SCHADEN GEMELDET" TO ws-audit-action
           ELSE
               MOVE "VERLUST GEMELDET" TO ws-audit-action
           END-IF
           MOVE SPACES TO ws-audit-detail
           STRING "Ausleihe "    DELIMITED BY SIZE
                  l-id           DELIMITED BY SIZE
                  " Exemplar "   DELIMITED BY SIZE
                  l-exempl-id    DELIMITED BY SIZE
                  " Gebuehr "    DELIMITED BY SIZE
                  ws-last-geb-id DELIMITED BY SIZE
                  INTO ws-audit-detail
           END-STRING
           PERFORM write-audit-entry.

       storniere-verlust.
           DISPLAY "Gebuehren-ID der Ersatzgebuehr: "
               WITH NO ADVANCING
           ACCEPT ws-geb-id

           PERFORM open-gebuehr-io
           IF gebuehr-ok
               MOVE ws-geb-id TO g-id
               READ gebuehr-datei
                   INVALID KEY
                       DISPLAY "Gebuehr nicht gefunden!"
               END-READ
               IF gebuehr-ok
                   EVALUATE TRUE
                       WHEN NOT g-ersatz
                           DISPLAY "Keine Ersatzgebuehr!"
                       WHEN g-storniert
                       WHEN g-erstattet
                           DISPLAY "Ersatzgebuehr ist bereits "
                                   "storniert."
                       WHEN OTHER
                           PERFORM erfasse-verlust-storno
                   END-EVALUATE
               END-IF
               CLOSE gebuehr-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       erfasse-verlust-storno.
           IF g-bezahlt-betrag NOT NUMERIC
               MOVE ZERO TO g-bezahlt-betrag
           END-IF
           IF g-bezahlt AND g-bezahlt-betrag = ZERO
               MOVE g-betrag TO g-bezahlt-betrag
           END-IF
           MOVE g-betrag TO ws-geb-edit
           DISPLAY "Ersatzgebuehr " g-id " | Entleiher "
                   g-entleiher-id " | " ws-geb-edit " EUR"
           IF g-bezahlt-betrag > ZERO
               MOVE g-bezahlt-betrag TO ws-geb-edit
               DISPLAY "Zu erstatten: " ws-geb-edit " EUR"
           END-IF
           DISPLAY "Exemplar wiedergefunden, Gebuehr stornieren? "
                   "(J/N): " WITH NO ADVANCING
           ACCEPT ws-confirm
           IF ws-confirm = "J" OR ws-confirm = "j"
               MOVE g-bezahlt-betrag TO ws-ka-betrag
               MOVE ZERO TO g-bezahlt-betrag
               MOVE "S" TO g-status
               PERFORM jn-vorher-gebuehr
               REWRITE datei-gebuehr
                   INVALID KEY
                       DISPLAY "Fehler beim Stornieren!"
                   NOT INVALID KEY
                       PERFORM jn-gebuehr
                       DISPLAY "Ersatzgebuehr storniert!"
                       IF ws-ka-betrag > ZERO
                           PERFORM ermittle-kassen-filiale
                           MOVE "E" TO ws-ka-art
                           PERFORM schreibe-kassenbuchung
                       END-IF
                       PERFORM reaktiviere-verlust-exemplar
               END-REWRITE
           ELSE
               DISPLAY ws-msg-eintrag(43)
           END-IF.

       reaktiviere-verlust-exemplar.
           MOVE ZERO TO ws-vl-ex-id
           OPEN INPUT ausleih-datei
           IF ausleih-ok
               MOVE g-ausleih-id TO l-id
               READ ausleih-datei
                   INVALID KEY CONTINUE
               END-READ
               IF ausleih-ok AND l-exempl-id NUMERIC
                   MOVE l-exempl-id TO ws-vl-ex-id
               END-IF
               CLOSE ausleih-datei
           END-IF

           IF ws-vl-ex-id NOT = ZERO
               PERFORM open-exempl-io
               IF exempl-ok
                   MOVE ws-vl-ex-id TO e-id
                   READ exempl-datei
                       INVALID KEY CONTINUE
                   END-READ
                   IF exempl-ok AND e-ausgemustert
                       MOVE "A" TO e-status
                       PERFORM jn-vorher-exempl
                       REWRITE datei-exempl
                           INVALID KEY
                               DISPLAY "Fehler beim Reaktivieren!"
                           NOT INVALID KEY
                               PERFORM jn-exempl
                               DISPLAY "Exemplar " e-id
                                       " wieder verfuegbar."
                       END-REWRITE
                   END-IF
                   CLOSE exempl-datei
               END-IF
           END-IF

           MOVE "VERLUST STORNIERT" TO ws-audit-action
           MOVE SPACES TO ws-audit-detail
           STRING "Gebuehr "   DELIMITED BY SIZE
                  g-id         DELIMITED BY SIZE
                  " Exemplar " DELIMITED BY SIZE
                  ws-vl-ex-id  DELIMITED BY SIZE
                  INTO ws-audit-detail
           END-STRING
           PERFORM write-audit-entry.

       kasse-menu.
           DISPLAY "Kassenzaehlung erfassen (1), Kassenjournal (2), "
                   "Kassenabschluss (3)? " WITH NO ADVANCING
           ACCEPT ws-ka-choice

           EVALUATE ws-ka-choice
               WHEN "1"
                   PERFORM erfasse-kassenzaehlung
               WHEN "2"
                   PERFORM kassen-journal
               WHEN "3"
                   PERFORM kassen-abschluss
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.

       ask-kassen-datum.
           ACCEPT ws-today FROM DATE YYYYMMDD
           MOVE ws-today TO ws-ka-datum
           IF NOT batch-mode
               DISPLAY "Kassentag (JJJJMMTT, Enter = heute): "
                   WITH NO ADVANCING
               ACCEPT ws-ka-datum-x
               IF ws-ka-datum-x NUMERIC
                   MOVE ws-ka-datum-x TO ws-ka-datum
               END-IF
           END-IF.

       erfasse-kassenzaehlung.
           PERFORM ask-kassen-datum
           MOVE SPACES TO ws-ka-filiale-x
           PERFORM UNTIL ws-ka-filiale-x NOT = SPACES
               DISPLAY "Filiale: " WITH NO ADVANCING
               ACCEPT ws-ka-filiale-x
           END-PERFORM
           MOVE ws-ka-filiale-x TO ws-ka-filiale
           DISPLAY "Bediener (Enter = " ws-op-id "): "
               WITH NO ADVANCING
           ACCEPT ws-ka-bediener
           IF ws-ka-bediener = SPACES
               MOVE ws-op-id TO ws-ka-bediener
           END-IF
           DISPLAY "Gezaehlter Kassenbestand (EUR): "
               WITH NO ADVANCING
           ACCEPT ws-preis-x
           PERFORM parse-preis
           IF NOT preis-gueltig
               DISPLAY "Ungueltiger Betrag!"
           ELSE
               MOVE ws-preis TO ws-ka-zaehl
               OPEN EXTEND kassez-datei
               IF kassez-status = "35"
                   OPEN OUTPUT kassez-datei
               END-IF
               IF kassez-ok
                   MOVE SPACES TO kassez-rec
                   MOVE ws-ka-datum    TO kz-datum
                   MOVE ws-ka-filiale  TO kz-filiale
                   MOVE ws-ka-bediener TO kz-bediener
                   MOVE ws-ka-zaehl    TO kz-betrag
                   WRITE kassez-rec
                   CLOSE kassez-datei
                   DISPLAY "Kassenzaehlung gespeichert."
                   MOVE "KASSENZAEHLUNG" TO ws-audit-action
                   MOVE ws-ka-zaehl TO ws-ka-edit
                   MOVE SPACES TO ws-audit-detail
                   STRING ws-ka-datum    DELIMITED BY SIZE
                          " Fil "        DELIMITED BY SIZE
                          ws-ka-filiale  DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          ws-ka-bediener DELIMITED BY SPACE
                          " "            DELIMITED BY SIZE
                          ws-ka-edit     DELIMITED BY SIZE
                          INTO ws-audit-detail
                   END-STRING
                   PERFORM write-audit-entry
               ELSE
                   DISPLAY "Fehler beim Schreiben von kassez.dat!"
               END-IF
           END-IF.

       kassen-journal.
           PERFORM ask-kassen-datum
           MOVE ZERO TO ws-ka-buchungen
           MOVE ZERO TO ws-ka-sum-ein
           MOVE ZERO TO ws-ka-sum-aus

           OPEN OUTPUT kassjour-datei
           IF NOT kassjour-ok
               DISPLAY "Fehler beim Schreiben von kassjour.txt!"
               MOVE "N" TO ws-batch-erfolg
           ELSE
               MOVE "*** Kassenjournal ***" TO kassjour-rec
               WRITE kassjour-rec
               MOVE SPACES TO ws-report-line
               STRING "Kassentag: " DELIMITED BY SIZE
                      ws-ka-datum   DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO kassjour-rec
               WRITE kassjour-rec
               MOVE SPACES TO ws-report-line
               STRING "Zeit     Bediener Fil Art Gebuehr Entl."
                          DELIMITED BY SIZE
                      "    Betrag" DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO kassjour-rec
               WRITE kassjour-rec

               OPEN INPUT kasse-datei
               IF kasse-ok
                   PERFORM UNTIL NOT kasse-ok
                       READ kasse-datei
                           AT END MOVE "10" TO kasse-status
                       END-READ
                       IF kasse-ok AND ka-datum = ws-ka-datum
                           PERFORM schreibe-kassjour-zeile
                       END-IF
                   END-PERFORM
                   CLOSE kasse-datei
               END-IF

               MOVE SPACES TO kassjour-rec
               WRITE kassjour-rec
               MOVE ws-ka-sum-ein TO ws-ka-edit
               MOVE ws-ka-sum-aus TO ws-ka-edit2
               MOVE SPACES TO ws-report-line
               STRING "Buchungen: "   DELIMITED BY SIZE
                      ws-ka-buchungen DELIMITED BY SIZE
                      "  Einnahmen: " DELIMITED BY SIZE
                      ws-ka-edit      DELIMITED BY SIZE
                      "  Erstattungen: " DELIMITED BY SIZE
                      ws-ka-edit2     DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO kassjour-rec
               WRITE kassjour-rec
               CLOSE kassjour-datei
               DISPLAY ws-ka-buchungen " Kassenbuchung(en), "
                       "Journal in kassjour.txt"
           END-IF.

       schreibe-kassjour-zeile.
           ADD 1 TO ws-ka-buchungen
           IF ka-erstattung
               ADD ka-betrag TO ws-ka-sum-aus
           ELSE
               ADD ka-betrag TO ws-ka-sum-ein
           END-IF
           MOVE ka-betrag TO ws-ka-edit
           MOVE SPACES TO ws-report-line
           STRING ka-zeit         DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ka-bediener     DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ka-filiale      DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  ka-art          DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  ka-geb-id       DELIMITED BY SIZE
                  "    "          DELIMITED BY SIZE
                  ka-entleiher-id DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  ws-ka-edit      DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO kassjour-rec
           WRITE kassjour-rec.

       kassen-abschluss.
           PERFORM ask-kassen-datum
           MOVE ZERO TO ws-ka-anz

           OPEN INPUT kasse-datei
           IF kasse-ok
               PERFORM UNTIL NOT kasse-ok
                   READ kasse-datei
                       AT END MOVE "10" TO kasse-status
                   END-READ
                   IF kasse-ok AND ka-datum = ws-ka-datum
                       MOVE ka-filiale  TO ws-ka-filiale
                       MOVE ka-bediener TO ws-ka-bediener
                       PERFORM suche-kassen-eintrag
                       IF ka-gefunden
                           IF ka-erstattung
                               ADD ka-betrag
                                   TO ws-ka-t-aus(ws-ka-idx)
                           ELSE
                               ADD ka-betrag
                                   TO ws-ka-t-ein(ws-ka-idx)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE kasse-datei
           END-IF

           OPEN INPUT kassez-datei
           IF kassez-ok
               PERFORM UNTIL NOT kassez-ok
                   READ kassez-datei
                       AT END MOVE "10" TO kassez-status
                   END-READ
                   IF kassez-ok AND kz-datum = ws-ka-datum
                       MOVE kz-filiale  TO ws-ka-filiale
                       MOVE kz-bediener TO ws-ka-bediener
                       PERFORM suche-kassen-eintrag
                       IF ka-gefunden
                           MOVE kz-betrag
                               TO ws-ka-t-gezaehlt(ws-ka-idx)
                           MOVE "J" TO ws-ka-t-zfl(ws-ka-idx)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE kassez-datei
           END-IF

           PERFORM sortiere-kassen-tabelle
           PERFORM drucke-kassen-abschluss.

       suche-kassen-eintrag.
           MOVE "N" TO ws-ka-gef-flag
           PERFORM VARYING ws-ka-idx FROM 1 BY 1
               UNTIL ws-ka-idx > ws-ka-anz OR ka-gefunden
               IF ws-ka-t-filiale(ws-ka-idx) = ws-ka-filiale AND
                  ws-ka-t-bediener(ws-ka-idx) = ws-ka-bediener
                   MOVE "J" TO ws-ka-gef-flag
               END-IF
           END-PERFORM
           IF ka-gefunden
               SUBTRACT 1 FROM ws-ka-idx
           ELSE
               IF ws-ka-anz < 50
                   ADD 1 TO ws-ka-anz
                   MOVE ws-ka-anz TO ws-ka-idx
                   MOVE ws-ka-filiale  TO ws-ka-t-filiale(ws-ka-idx)
                   MOVE ws-ka-bediener TO ws-ka-t-bediener(ws-ka-idx)
                   MOVE ZERO TO ws-ka-t-ein(ws-ka-idx)
                   MOVE ZERO TO ws-ka-t-aus(ws-ka-idx)
                   MOVE ZERO TO ws-ka-t-gezaehlt(ws-ka-idx)
                   MOVE "N"  TO ws-ka-t-zfl(ws-ka-idx)
                   MOVE "J" TO ws-ka-gef-flag
               ELSE
                   DISPLAY "Warnung: mehr als 50 Kassen, "
                           ws-ka-filiale " " ws-ka-bediener
                           " nicht beruecksichtigt!"
               END-IF
           END-IF.

       sortiere-kassen-tabelle.
           PERFORM VARYING ws-ka-idx FROM 1 BY 1
               UNTIL ws-ka-idx >= ws-ka-anz
               PERFORM VARYING ws-ka-jdx FROM 1 BY 1
                   UNTIL ws-ka-jdx >= ws-ka-anz
                   IF ws-ka-t-filiale(ws-ka-jdx) >
                      ws-ka-t-filiale(ws-ka-jdx + 1) OR
                      (ws-ka-t-filiale(ws-ka-jdx) =
                       ws-ka-t-filiale(ws-ka-jdx + 1) AND
                       ws-ka-t-bediener(ws-ka-jdx) >
                       ws-ka-t-bediener(ws-ka-jdx + 1))
                       MOVE ws-ka-eintrag(ws-ka-jdx)
                           TO ws-ka-tmp-eintrag
                       MOVE ws-ka-eintrag(ws-ka-jdx + 1)
                           TO ws-ka-eintrag(ws-ka-jdx)
                       MOVE ws-ka-tmp-eintrag
                           TO ws-ka-eintrag(ws-ka-jdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       drucke-kassen-abschluss.
           MOVE ZERO TO ws-ka-sum-ein
           MOVE ZERO TO ws-ka-sum-aus
           MOVE ZERO TO ws-ka-sum-diff

           OPEN OUTPUT kassab-datei
           IF NOT kassab-ok
               DISPLAY "Fehler beim Schreiben von kassab.txt!"
               MOVE "N" TO ws-batch-erfolg
           ELSE
               MOVE "*** Kassenabschluss ***" TO kassab-rec
               WRITE kassab-rec
               MOVE SPACES TO ws-report-line
               STRING "Kassentag: " DELIMITED BY SIZE
                      ws-ka-datum   DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO kassab-rec
               WRITE kassab-rec
               MOVE SPACES TO ws-report-line
               STRING "Fil Bediener  Einnahmen Erstattung"
                          DELIMITED BY SIZE
                      "       Soll   Gezaehlt  Differenz"
                          DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO kassab-rec
               WRITE kassab-rec

               PERFORM VARYING ws-ka-idx FROM 1 BY 1
                   UNTIL ws-ka-idx > ws-ka-anz
                   PERFORM schreibe-kassab-zeile
               END-PERFORM

               MOVE SPACES TO kassab-rec
               WRITE kassab-rec
               MOVE ws-ka-sum-ein  TO ws-ka-edit
               MOVE ws-ka-sum-aus  TO ws-ka-edit2
               MOVE ws-ka-sum-diff TO ws-ka-edit3
               MOVE SPACES TO ws-report-line
               STRING "Gesamt: Einnahmen " DELIMITED BY SIZE
                      ws-ka-edit           DELIMITED BY SIZE
                      " Erstattungen "     DELIMITED BY SIZE
                      ws-ka-edit2          DELIMITED BY SIZE
                      " Differenz "        DELIMITED BY SIZE
                      ws-ka-edit3          DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO kassab-rec
               WRITE kassab-rec
               CLOSE kassab-datei

               DISPLAY ws-ka-anz " Kasse(n) abgeschlossen, "
                       "Bericht in kassab.txt"
               MOVE "KASSENABSCHLUSS" TO ws-audit-action
               MOVE SPACES TO ws-audit-detail
               STRING ws-ka-datum     DELIMITED BY SIZE
                      " Differenz "   DELIMITED BY SIZE
                      ws-ka-edit3     DELIMITED BY SIZE
                      INTO ws-audit-detail
               END-STRING
               PERFORM write-audit-entry
           END-IF.

       schreibe-kassab-zeile.
           COMPUTE ws-ka-soll = ws-ka-t-ein(ws-ka-idx)
                              - ws-ka-t-aus(ws-ka-idx)
           ADD ws-ka-t-ein(ws-ka-idx) TO ws-ka-sum-ein
           ADD ws-ka-t-aus(ws-ka-idx) TO ws-ka-sum-aus
           MOVE ws-ka-t-ein(ws-ka-idx) TO ws-ka-edit
           MOVE ws-ka-t-aus(ws-ka-idx) TO ws-ka-edit2
           MOVE ws-ka-soll TO ws-ka-edit3
           MOVE SPACES TO ws-report-line
           IF ws-ka-t-zfl(ws-ka-idx) = "J"
               COMPUTE ws-ka-diff = ws-ka-t-gezaehlt(ws-ka-idx)
                                  - ws-ka-soll
               ADD ws-ka-diff TO ws-ka-sum-diff
               MOVE ws-ka-t-gezaehlt(ws-ka-idx) TO ws-ka-edit4
               MOVE ws-ka-diff TO ws-ka-edit5
               STRING ws-ka-t-filiale(ws-ka-idx)  DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      ws-ka-t-bediener(ws-ka-idx) DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      ws-ka-edit                  DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      ws-ka-edit2                 DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      ws-ka-edit3                 DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      ws-ka-edit4                 DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      ws-ka-edit5                 DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               IF ws-ka-diff NOT = ZERO
                   MOVE " *" TO ws-report-line(79:2)
               END-IF
           ELSE
               STRING ws-ka-t-filiale(ws-ka-idx)  DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      ws-ka-t-bediener(ws-ka-idx) DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      ws-ka-edit                  DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      ws-ka-edit2                 DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      ws-ka-edit3                 DELIMITED BY SIZE
                      "  NICHT GEZAEHLT"          DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
           END-IF
           MOVE ws-report-line TO kassab-rec
           WRITE kassab-rec.

       mahnbrief-lauf.
           ACCEPT ws-today FROM DATE YYYYMMDD
           PERFORM ask-filiale
           PERFORM print-mahnbriefe.

       print-mahnbriefe.
           PERFORM load-regeln
           MOVE ZERO TO ws-mb-anz
           MOVE ZERO TO ws-mb-briefe
           MOVE ws-today TO ws-dtg-num
           PERFORM convert-date-to-days
           MOVE ws-dtg-tage TO ws-tage-heute

           PERFORM sammle-mahn-entleiher

           IF ws-mb-anz = ZERO
               DISPLAY "Keine Mahnbriefe erforderlich."
           ELSE
               OPEN OUTPUT mahnbrief-datei
               IF mahnbrief-ok
                   PERFORM VARYING ws-mb-idx FROM 1 BY 1
                       UNTIL ws-mb-idx > ws-mb-anz
                       MOVE ws-mb-eintrag(ws-mb-idx)
                           TO ws-mb-entl-id
                       PERFORM schreibe-mahnbrief
                   END-PERFORM
                   CLOSE mahnbrief-datei
                   DISPLAY ws-mb-briefe " Mahnbrief(e) in "
                           "mahnbrief.txt erstellt."
               ELSE
                   DISPLAY "Fehler beim Schreiben der "
                           "Mahnbriefe!"
                   MOVE "N" TO ws-batch-erfolg
               END-IF
           END-IF.

       sammle-mahn-entleiher.
           OPEN INPUT ausleih-datei
           IF ausleih-ok
               PERFORM UNTIL NOT ausleih-ok
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok AND l-offen AND
                      l-faellig-datum < ws-today AND
                      l-entleiher-id NUMERIC AND
                      l-entleiher-id > ZERO AND
                      (ws-fil-filter = SPACES OR
                       l-filiale = ws-fil-filter)
                       MOVE "N" TO ws-mb-gef-flag
                       PERFORM VARYING ws-mb-such-idx FROM 1 BY 1
                           UNTIL ws-mb-such-idx > ws-mb-anz
                           OR mb-gefunden
                           IF ws-mb-eintrag(ws-mb-such-idx) =
                              l-entleiher-id
                               MOVE "J" TO ws-mb-gef-flag
                           END-IF
                       END-PERFORM
                       IF NOT mb-gefunden AND ws-mb-anz < 200
                           ADD 1 TO ws-mb-anz
                           MOVE l-entleiher-id
                               TO ws-mb-eintrag(ws-mb-anz)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
           END-IF.

       schreibe-mahnbrief.
           MOVE ws-mb-entl-id TO ws-entl-id
           PERFORM read-entleiher-by-id
           PERFORM ermittle-empfaenger
           PERFORM ermittle-brief-stufe

           MOVE ALL "=" TO mahnbrief-rec
           WRITE mahnbrief-rec
           MOVE SPACES TO ws-report-line
           STRING "Datum: " DELIMITED BY SIZE
                  ws-today   DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO mahnbrief-rec
           WRITE mahnbrief-rec
           MOVE SPACES TO ws-report-line
           STRING "An: "          DELIMITED BY SIZE
                  ws-hh-empf-name DELIMITED BY SIZE
                  " (Nr. "        DELIMITED BY SIZE
                  ws-hh-empf-id   DELIMITED BY SIZE
                  ")"             DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO mahnbrief-rec
           WRITE mahnbrief-rec
           MOVE SPACES TO ws-report-line
           STRING "Telefon: "        DELIMITED BY SIZE
                  ws-hh-empf-telefon DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO mahnbrief-rec
           WRITE mahnbrief-rec
           IF hh-an-vormund
               MOVE SPACES TO ws-report-line
               STRING "Betrifft: Ausleihen von " DELIMITED BY SIZE
                      ws-entl-name  DELIMITED BY SIZE
                      " (Nr. "      DELIMITED BY SIZE
                      ws-entl-id    DELIMITED BY SIZE
                      ")"           DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO mahnbrief-rec
               WRITE mahnbrief-rec
           END-IF
           MOVE SPACES TO mahnbrief-rec
           WRITE mahnbrief-rec

           EVALUATE ws-mb-brief-stufe
               WHEN 1
                   MOVE "*** 1. MAHNUNG ***" TO mahnbrief-rec
               WHEN 2
                   MOVE "*** 2. MAHNUNG ***" TO mahnbrief-rec
               WHEN OTHER
                   MOVE "*** LETZTE MAHNUNG ***" TO mahnbrief-rec
           END-EVALUATE
           WRITE mahnbrief-rec
           MOVE SPACES TO mahnbrief-rec
           WRITE mahnbrief-rec

           MOVE "Folgende Ausleihen sind ueberfaellig:"
               TO mahnbrief-rec
           WRITE mahnbrief-rec
           MOVE SPACES TO mahnbrief-rec
           WRITE mahnbrief-rec

           PERFORM schreibe-brief-zeilen

           MOVE SPACES TO mahnbrief-rec
           WRITE mahnbrief-rec
           IF ws-mb-brief-stufe >= 3
               MOVE "Dies ist die letzte Mahnung. Nach Ablauf "
                   TO mahnbrief-rec
               WRITE mahnbrief-rec
               MOVE "von 7 Tagen geben wir den Vorgang zur "
                   TO mahnbrief-rec
               WRITE mahnbrief-rec
               MOVE "Einziehung ab." TO mahnbrief-rec
               WRITE mahnbrief-rec
           ELSE
               MOVE "Wir bitten um umgehende Rueckgabe."
                   TO mahnbrief-rec
               WRITE mahnbrief-rec
           END-IF
           MOVE SPACES TO mahnbrief-rec
           WRITE mahnbrief-rec

           ADD 1 TO ws-mb-briefe.

       ermittle-brief-stufe.
           MOVE 1 TO ws-mb-brief-stufe
           OPEN INPUT ausleih-datei
           IF ausleih-ok
               PERFORM UNTIL NOT ausleih-ok
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok AND l-offen AND
                      l-faellig-datum < ws-today AND
                      l-entleiher-id NUMERIC AND
                      l-entleiher-id = ws-mb-entl-id AND
                      (ws-fil-filter = SPACES OR
                       l-filiale = ws-fil-filter)
                       PERFORM ermittle-mahnstufe
                       IF ws-mb-stufe > ws-mb-brief-stufe
                           MOVE ws-mb-stufe TO ws-mb-brief-stufe
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
           END-IF.

       ermittle-mahnstufe.
           MOVE l-faellig-datum TO ws-dtg-num
           PERFORM convert-date-to-days
           COMPUTE ws-tage-diff = ws-tage-heute - ws-dtg-tage
           IF ws-tage-diff < ZERO
               MOVE ZERO TO ws-tage-diff
           END-IF
           IF ws-tage-diff > ZERO
               MOVE l-filiale       TO ws-sl-filiale
               MOVE l-faellig-datum TO ws-sl-von-datum
               MOVE ws-today        TO ws-sl-bis-datum
               PERFORM zaehle-schliesstage
               SUBTRACT ws-sl-geschl-anz FROM ws-tage-diff
           END-IF
           EVALUATE TRUE
               WHEN ws-tage-diff < 14
                   MOVE 1 TO ws-mb-stufe
               WHEN ws-tage-diff < 28
                   MOVE 2 TO ws-mb-stufe
               WHEN OTHER
                   MOVE 3 TO ws-mb-stufe
           END-EVALUATE.

       schreibe-brief-zeilen.
           PERFORM open-ausleih-io
           IF ausleih-ok
               PERFORM UNTIL NOT ausleih-ok
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok AND l-offen AND
                      l-faellig-datum < ws-today AND
                      l-entleiher-id NUMERIC AND
                      l-entleiher-id = ws-mb-entl-id AND
                      (ws-fil-filter = SPACES OR
                       l-filiale = ws-fil-filter)
                       PERFORM schreibe-brief-zeile
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
           END-IF.

       schreibe-brief-zeile.
           MOVE l-film-id TO lookup-id
           PERFORM check-film-active
           PERFORM ermittle-mahnstufe
           MOVE ws-tage-diff TO ws-mb-tage

           MOVE SPACES TO ws-report-line
           STRING "  Film " DELIMITED BY SIZE
                  l-film-id DELIMITED BY SIZE
                  " "       DELIMITED BY SIZE
                  ws-checked-film-name(1:25) DELIMITED BY SIZE
                  " faellig " DELIMITED BY SIZE
                  l-faellig-datum DELIMITED BY SIZE
                  " ("      DELIMITED BY SIZE
                  ws-mb-tage DELIMITED BY SIZE
                  " Tage, Stufe " DELIMITED BY SIZE
                  ws-mb-stufe DELIMITED BY SIZE
                  ")"       DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO mahnbrief-rec
           WRITE mahnbrief-rec

           IF l-mahnstufe NUMERIC AND
              l-mahnstufe >= ws-mb-stufe
               CONTINUE
           ELSE
               MOVE ws-mb-stufe TO l-mahnstufe
               PERFORM jn-vorher-ausleih
               REWRITE datei-ausleih
                   INVALID KEY
                       DISPLAY "Fehler beim Speichern der "
                               "Mahnstufe (Ausleihe " l-id ")!"
               END-REWRITE
               PERFORM jn-ausleih
           END-IF.

       load-regeln.
           MOVE ZERO TO ws-rg-format-anz
           PERFORM init-kategorien
           OPEN INPUT regeln-datei
           IF regeln-status = "35"
               PERFORM seed-regeln
               OPEN INPUT regeln-datei
           END-IF
           IF regeln-ok
               PERFORM UNTIL NOT regeln-ok
                   READ regeln-datei
                   IF regeln-ok
                       PERFORM parse-regel-zeile
                   END-IF
               END-PERFORM
               CLOSE regeln-datei
           ELSE
               DISPLAY "Warnung: regeln.dat nicht lesbar, "
                       "Vorgabewerte werden verwendet."
           END-IF.

       seed-regeln.
           OPEN OUTPUT regeln-datei
           IF regeln-ok
               PERFORM VARYING ws-rg-seed-idx FROM 1 BY 1
                   UNTIL ws-rg-seed-idx > 22
                   MOVE ws-rg-vorgabe-eintrag(ws-rg-seed-idx)
                       TO regeln-rec
                   WRITE regeln-rec
               END-PERFORM
               CLOSE regeln-datei
               DISPLAY "Regeldatei regeln.dat angelegt."
           END-IF.

       parse-regel-zeile.
           MOVE SPACES TO ws-rg-wort1
           MOVE SPACES TO ws-rg-wort2
           MOVE SPACES TO ws-rg-wort3
           MOVE SPACES TO ws-rg-wort4
           UNSTRING regeln-rec DELIMITED BY ALL " "
               INTO ws-rg-wort1
                    ws-rg-wort2
                    ws-rg-wort3
                    ws-rg-wort4

           EVALUATE ws-rg-wort1
               WHEN "TAGE"
                   IF ws-rg-wort3(1:3) NUMERIC
                       IF ws-rg-wort2 = "STANDARD"
                           MOVE ws-rg-wort3(1:3)
                               TO ws-rg-std-tage
                       ELSE
                           IF ws-rg-format-anz < 20
                               ADD 1 TO ws-rg-format-anz
                               MOVE ws-rg-wort2(1:10) TO
                                   ws-rg-format-name
                                       (ws-rg-format-anz)
                               MOVE ws-rg-wort3(1:3) TO
                                   ws-rg-format-tage
                                       (ws-rg-format-anz)
                           END-IF
                       END-IF
                   END-IF
               WHEN "MAXAUSLEIH"
                   IF ws-rg-wort2(1:2) NUMERIC
                       MOVE ws-rg-wort2(1:2) TO ws-rg-max-ausleih
                   END-IF
               WHEN "GEBUEHR"
                   MOVE ws-rg-wort2(1:9) TO ws-preis-x
                   PERFORM parse-preis
                   IF preis-gueltig
                       MOVE ws-preis TO ws-geb-satz
                   END-IF
               WHEN "ANONYMJAHRE"
                   IF ws-rg-wort2(1:2) NUMERIC
                       MOVE ws-rg-wort2(1:2)
                           TO ws-rg-anonym-jahre
                   END-IF
               WHEN "MAXVERLAENG"
                   IF ws-rg-wort2(1:2) NUMERIC
                       MOVE ws-rg-wort2(1:2)
                           TO ws-rg-max-verlaeng
                   END-IF
               WHEN "KWTAGE"
                   IF ws-rg-wort2(1:3) NUMERIC
                       MOVE ws-rg-wort2(1:3) TO ws-rg-kw-tage
                   END-IF
               WHEN "MAXFEHLANM"
                   IF ws-rg-wort2(1:2) NUMERIC
                       MOVE ws-rg-wort2(1:2) TO ws-rg-max-fehl
                   END-IF
               WHEN "ETIKREIHEN"
                   IF ws-rg-wort2(1:2) NUMERIC AND
                      ws-rg-wort2(1:2) NOT = "00"
                       MOVE ws-rg-wort2(1:2) TO ws-rg-etik-reihen
                   END-IF
               WHEN "RGTOLERANZ"
                   MOVE ws-rg-wort2(1:9) TO ws-preis-x
                   PERFORM parse-preis
                   IF preis-gueltig
                       MOVE ws-preis TO ws-rg-rech-toleranz
                   END-IF
               WHEN "HAUSHALTMAX"
                   IF ws-rg-wort2(1:2) NUMERIC AND
                      ws-rg-wort2(1:2) NOT = "00"
                       MOVE ws-rg-wort2(1:2) TO ws-rg-max-haushalt
                   END-IF
               WHEN "VOLLJAEHRIG"
                   IF ws-rg-wort2(1:2) NUMERIC
                       MOVE ws-rg-wort2(1:2) TO ws-rg-volljaehrig
                   END-IF
               WHEN "HHSPERRE"
                   IF ws-rg-wort2(1:1) = "J" OR
                      ws-rg-wort2(1:1) = "N"
                       MOVE ws-rg-wort2(1:1) TO ws-rg-hh-sperre
                   END-IF
               WHEN "KAT"
               WHEN "KATMAX"
               WHEN "KATGEBUEHR"
               WHEN "KATTAGE"
                   IF ws-rg-wort2 NOT = SPACES
                       PERFORM parse-kat-regel
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       zaehle-offene-ausleihen.
           MOVE ZERO TO ws-rg-offen-anz
           OPEN INPUT ausleih-datei
           IF ausleih-ok
               PERFORM UNTIL NOT ausleih-ok
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok AND l-offen AND
                      l-entleiher-id NUMERIC AND
                      l-entleiher-id = ws-loan-entleiher-id
                       IF ws-rg-offen-anz < 99
                           ADD 1 TO ws-rg-offen-anz
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
           END-IF.

       ermittle-leih-tage.
           MOVE ws-rg-std-tage TO ws-rg-leih-tage
           MOVE SPACES TO ws-kt-format
           IF ws-loan-exempl-id NOT = ZERO
               OPEN INPUT exempl-datei
               IF exempl-ok
                   MOVE ws-loan-exempl-id TO e-id
                   READ exempl-datei
                       INVALID KEY CONTINUE
                   END-READ
                   IF exempl-ok
                       MOVE e-format TO ws-ex-format
                       MOVE e-format TO ws-kt-format
                       PERFORM VARYING ws-rg-idx FROM 1 BY 1
                           UNTIL ws-rg-idx > ws-rg-format-anz
                           IF ws-rg-format-name(ws-rg-idx) =
                              ws-ex-format
                               MOVE ws-rg-format-tage(ws-rg-idx)
                                   TO ws-rg-leih-tage
                           END-IF
                       END-PERFORM
                   END-IF
                   CLOSE exempl-datei
               END-IF
           END-IF
           PERFORM ermittle-kat-leih-tage.

       init-kategorien.
           MOVE ZERO TO ws-kt-anz
           MOVE ZERO TO ws-kt-f-anz
           MOVE "E" TO ws-kt-akt
           PERFORM VARYING ws-kt-idx FROM 1 BY 1
                   UNTIL ws-kt-idx > 5
               MOVE ws-kt-v-code(ws-kt-idx) TO ws-kt-such
               PERFORM suche-kt-kategorie
               MOVE ws-kt-v-name(ws-kt-idx)
                   TO ws-kt-t-name(ws-kt-pos)
           END-PERFORM.

       suche-kt-kategorie.
           MOVE "N" TO ws-kt-gefunden
           MOVE ZERO TO ws-kt-pos
           PERFORM VARYING ws-kt-s-idx FROM 1 BY 1
                   UNTIL ws-kt-s-idx > ws-kt-anz OR kt-gefunden
               IF ws-kt-t-code(ws-kt-s-idx) = ws-kt-such
                   MOVE ws-kt-s-idx TO ws-kt-pos
                   MOVE "J" TO ws-kt-gefunden
               END-IF
           END-PERFORM
           IF NOT kt-gefunden AND ws-kt-anz < 10 AND
              ws-kt-such NOT = SPACE
               ADD 1 TO ws-kt-anz
               MOVE ws-kt-anz TO ws-kt-pos
               MOVE ws-kt-such TO ws-kt-t-code(ws-kt-pos)
               MOVE SPACES TO ws-kt-t-name(ws-kt-pos)
               MOVE ZERO TO ws-kt-t-max(ws-kt-pos)
               MOVE "N" TO ws-kt-t-max-fl(ws-kt-pos)
               MOVE ZERO TO ws-kt-t-satz(ws-kt-pos)
               MOVE "N" TO ws-kt-t-satz-fl(ws-kt-pos)
               MOVE ZERO TO ws-kt-t-std(ws-kt-pos)
               MOVE "N" TO ws-kt-t-std-fl(ws-kt-pos)
               MOVE ZERO TO ws-kt-t-aktiv(ws-kt-pos)
               MOVE ZERO TO ws-kt-t-gesperrt(ws-kt-pos)
               MOVE ZERO TO ws-kt-t-geb-anz(ws-kt-pos)
               MOVE ZERO TO ws-kt-t-geb-sum(ws-kt-pos)
               MOVE "J" TO ws-kt-gefunden
           END-IF.

       parse-kat-regel.
           MOVE ws-rg-wort2(1:1) TO ws-kt-such
           PERFORM suche-kt-kategorie
           IF kt-gefunden
               EVALUATE ws-rg-wort1
                   WHEN "KAT"
                       IF ws-rg-wort3 NOT = SPACES
                           MOVE ws-rg-wort3 TO ws-kt-t-name(ws-kt-pos)
                       END-IF
                   WHEN "KATMAX"
                       IF ws-rg-wort3(1:2) NUMERIC
                           MOVE ws-rg-wort3(1:2)
                               TO ws-kt-t-max(ws-kt-pos)
                           MOVE "J" TO ws-kt-t-max-fl(ws-kt-pos)
                       END-IF
                   WHEN "KATGEBUEHR"
                       MOVE ws-rg-wort3(1:9) TO ws-preis-x
                       PERFORM parse-preis
                       IF preis-gueltig
                           MOVE ws-preis TO ws-kt-t-satz(ws-kt-pos)
                           MOVE "J" TO ws-kt-t-satz-fl(ws-kt-pos)
                       END-IF
                   WHEN "KATTAGE"
                       IF ws-rg-wort4(1:3) NUMERIC
                           IF ws-rg-wort3 = "STANDARD"
                               MOVE ws-rg-wort4(1:3)
                                   TO ws-kt-t-std(ws-kt-pos)
                               MOVE "J" TO ws-kt-t-std-fl(ws-kt-pos)
                           ELSE
                               IF ws-kt-f-anz < 40
                                   ADD 1 TO ws-kt-f-anz
                                   MOVE ws-kt-such
                                       TO ws-kt-f-code(ws-kt-f-anz)
                                   MOVE ws-rg-wort3(1:10)
                                       TO ws-kt-f-format(ws-kt-f-anz)
                                   MOVE ws-rg-wort4(1:3)
                                       TO ws-kt-f-tage(ws-kt-f-anz)
                               END-IF
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ermittle-kat-regeln.
           IF ws-kt-akt = SPACE OR ws-kt-akt = LOW-VALUE
               MOVE "E" TO ws-kt-akt
           END-IF
           MOVE ws-rg-max-ausleih TO ws-kt-max
           MOVE ws-geb-satz TO ws-kt-satz
           MOVE ws-kt-akt TO ws-kt-akt-name
           MOVE ws-kt-akt TO ws-kt-such
           PERFORM suche-kt-kategorie
           IF kt-gefunden
               IF ws-kt-t-name(ws-kt-pos) NOT = SPACES
                   MOVE ws-kt-t-name(ws-kt-pos) TO ws-kt-akt-name
               END-IF
               IF ws-kt-t-max-fl(ws-kt-pos) = "J"
                   MOVE ws-kt-t-max(ws-kt-pos) TO ws-kt-max
               END-IF
               IF ws-kt-t-satz-fl(ws-kt-pos) = "J"
                   MOVE ws-kt-t-satz(ws-kt-pos) TO ws-kt-satz
               END-IF
           END-IF.

       ermittle-kat-leih-tage.
           MOVE ws-kt-akt TO ws-kt-such
           PERFORM suche-kt-kategorie
           IF kt-gefunden AND ws-kt-t-std-fl(ws-kt-pos) = "J"
               MOVE ws-kt-t-std(ws-kt-pos) TO ws-rg-leih-tage
           END-IF
           IF ws-kt-format NOT = SPACES
               PERFORM VARYING ws-kt-f-idx FROM 1 BY 1
                   UNTIL ws-kt-f-idx > ws-kt-f-anz
                   IF ws-kt-f-code(ws-kt-f-idx) = ws-kt-akt AND
                      ws-kt-f-format(ws-kt-f-idx) = ws-kt-format
                       MOVE ws-kt-f-tage(ws-kt-f-idx)
                           TO ws-rg-leih-tage
                   END-IF
               END-PERFORM
           END-IF.

       setze-loan-kategorie.
           MOVE "E" TO ws-kt-akt
           IF l-entleiher-id NUMERIC AND l-entleiher-id NOT = ZERO
               MOVE l-entleiher-id TO ws-kt-entl-id
               PERFORM lies-entleiher-kategorie
           END-IF
           PERFORM ermittle-kat-regeln.

       lies-entleiher-kategorie.
           OPEN INPUT entleiher-datei
           IF entleiher-ok
               MOVE ws-kt-entl-id TO en-id
               READ entleiher-datei
                   INVALID KEY CONTINUE
               END-READ
               IF entleiher-ok AND en-kategorie NOT = SPACE AND
                  en-kategorie NOT = LOW-VALUE
                   MOVE en-kategorie TO ws-kt-akt
               END-IF
               CLOSE entleiher-datei
           END-IF.

       berechne-faellig-datum.
           PERFORM ermittle-leih-tage
           MOVE ws-today TO ws-fael-d
           PERFORM increment-faellig-datum
               ws-rg-leih-tage TIMES
           MOVE ws-loan-filiale TO ws-sl-filiale
           PERFORM verschiebe-auf-oeffnungstag
           MOVE ws-fael-d TO ws-loan-faellig.

       increment-faellig-datum.
           PERFORM ermittle-monatslaenge
           IF ws-fael-tag < ws-fael-mlen
               ADD 1 TO ws-fael-tag
           ELSE
               MOVE 1 TO ws-fael-tag
               IF ws-fael-monat = 12
                   MOVE 1 TO ws-fael-monat
                   ADD 1 TO ws-fael-jahr
               ELSE
                   ADD 1 TO ws-fael-monat
               END-IF
           END-IF.

       ermittle-monatslaenge.
           EVALUATE ws-fael-monat
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO ws-fael-mlen
               WHEN 2
                   MOVE 28 TO ws-fael-mlen
                   DIVIDE ws-fael-jahr BY 4
                       GIVING ws-fael-q REMAINDER ws-fael-r
                   IF ws-fael-r = ZERO
                       MOVE 29 TO ws-fael-mlen
                       DIVIDE ws-fael-jahr BY 100
                           GIVING ws-fael-q REMAINDER ws-fael-r
                       IF ws-fael-r = ZERO
                           DIVIDE ws-fael-jahr BY 400
                               GIVING ws-fael-q
                               REMAINDER ws-fael-r
                           IF ws-fael-r NOT = ZERO
                               MOVE 28 TO ws-fael-mlen
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO ws-fael-mlen
           END-EVALUATE.

       schliesstage-menu.
           DISPLAY "Schliesstag erfassen (1), loeschen (2), "
                   "Liste (3)? " WITH NO ADVANCING
           ACCEPT ws-sl-choice

           EVALUATE ws-sl-choice
               WHEN "1"
                   IF ws-op-stufe >= 3
                       PERFORM erfasse-schliesstag
                   ELSE
                       DISPLAY ws-msg-eintrag(42)
                   END-IF
               WHEN "2"
                   IF ws-op-stufe >= 3
                       PERFORM loesche-schliesstag
                   ELSE
                       DISPLAY ws-msg-eintrag(42)
                   END-IF
               WHEN "3"
                   PERFORM liste-schliesstage
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.

       lade-schliesstage.
           MOVE ZERO TO ws-sl-anz
           MOVE "J" TO ws-sl-geladen
           OPEN INPUT schliess-datei
           IF schliess-ok
               PERFORM UNTIL NOT schliess-ok
                   READ schliess-datei
                       AT END MOVE "10" TO schliess-status
                   END-READ
                   IF schliess-ok AND sl-von NUMERIC AND
                      (sl-ruhetag OR sl-zeitraum) AND
                      ws-sl-anz < 200
                       ADD 1 TO ws-sl-anz
                       MOVE sl-filiale TO ws-sl-t-filiale(ws-sl-anz)
                       MOVE sl-art     TO ws-sl-t-art(ws-sl-anz)
                       MOVE sl-von     TO ws-sl-t-von(ws-sl-anz)
                       IF sl-bis NUMERIC AND sl-bis >= sl-von
                           MOVE sl-bis TO ws-sl-t-bis(ws-sl-anz)
                       ELSE
                           MOVE sl-von TO ws-sl-t-bis(ws-sl-anz)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE schliess-datei
           END-IF.

       lade-schliesstage-einmal.
           IF ws-sl-geladen NOT = "J"
               PERFORM lade-schliesstage
           END-IF.

       schreibe-schliesstage.
           OPEN OUTPUT schliess-datei
           IF schliess-ok
               PERFORM VARYING ws-sl-idx FROM 1 BY 1
                   UNTIL ws-sl-idx > ws-sl-anz
                   MOVE SPACES TO datei-schliess
                   MOVE ws-sl-t-filiale(ws-sl-idx) TO sl-filiale
                   MOVE ws-sl-t-art(ws-sl-idx)     TO sl-art
                   MOVE ws-sl-t-von(ws-sl-idx)     TO sl-von
                   MOVE ws-sl-t-bis(ws-sl-idx)     TO sl-bis
                   WRITE datei-schliess
               END-PERFORM
               CLOSE schliess-datei
           ELSE
               DISPLAY "Fehler beim Schreiben von schliess.dat!"
           END-IF.

       erfasse-schliesstag.
           PERFORM lade-schliesstage
           IF ws-sl-anz >= 200
               DISPLAY "Fehler! Schliesstagtabelle ist voll."
           ELSE
               DISPLAY "Filiale (Enter = alle Filialen): "
                   WITH NO ADVANCING
               MOVE SPACES TO ws-sl-neu-filiale
               ACCEPT ws-sl-neu-filiale
               DISPLAY "Woechentlicher Ruhetag (W) oder "
                       "Datum/Zeitraum (D)? " WITH NO ADVANCING
               MOVE SPACES TO ws-sl-neu-art
               ACCEPT ws-sl-neu-art
               EVALUATE ws-sl-neu-art
                   WHEN "W"
                   WHEN "w"
                       PERFORM erfasse-ruhetag
                   WHEN "D"
                   WHEN "d"
                       PERFORM erfasse-schliesszeitraum
                   WHEN OTHER
                       DISPLAY ws-msg-eintrag(38)
               END-EVALUATE
           END-IF.

       erfasse-ruhetag.
           DISPLAY "Wochentag (1 = Mo ... 7 = So): "
               WITH NO ADVANCING
           MOVE SPACES TO ws-sl-von-x
           ACCEPT ws-sl-von-x
           IF ws-sl-von-x(1:1) >= "1" AND
              ws-sl-von-x(1:1) <= "7" AND
              ws-sl-von-x(2:7) = SPACES
               MOVE ZERO TO ws-sl-neu-von
               MOVE ws-sl-von-x(1:1) TO ws-sl-neu-von(8:1)
               MOVE ZERO TO ws-sl-neu-bis
               MOVE "W" TO ws-sl-neu-art
               PERFORM speichere-schliesstag
           ELSE
               DISPLAY "Ungueltiger Wochentag!"
           END-IF.

       erfasse-schliesszeitraum.
           DISPLAY "Geschlossen am / ab (JJJJMMTT): "
               WITH NO ADVANCING
           MOVE SPACES TO ws-sl-von-x
           ACCEPT ws-sl-von-x
           MOVE ws-sl-von-x TO ws-sl-pruef-x
           PERFORM pruefe-sl-datum
           IF NOT sl-datum-gueltig
               DISPLAY "Ungueltiges Datum!"
           ELSE
               MOVE ws-sl-von-x TO ws-sl-neu-von
               DISPLAY "Geschlossen bis (JJJJMMTT, Enter = nur "
                       "dieser Tag): " WITH NO ADVANCING
               MOVE SPACES TO ws-sl-bis-x
               ACCEPT ws-sl-bis-x
               IF ws-sl-bis-x = SPACES
                   MOVE ws-sl-neu-von TO ws-sl-neu-bis
               ELSE
                   MOVE ws-sl-bis-x TO ws-sl-pruef-x
                   PERFORM pruefe-sl-datum
                   IF sl-datum-gueltig
                       MOVE ws-sl-bis-x TO ws-sl-neu-bis
                   ELSE
                       MOVE ZERO TO ws-sl-neu-bis
                   END-IF
               END-IF
               IF ws-sl-neu-bis < ws-sl-neu-von
                   DISPLAY "Ungueltiges Enddatum!"
               ELSE
                   MOVE "D" TO ws-sl-neu-art
                   PERFORM speichere-schliesstag
               END-IF
           END-IF.

       pruefe-sl-datum.
           MOVE "N" TO ws-sl-datum-flag
           IF ws-sl-pruef-x NUMERIC
               MOVE ws-fael-d TO ws-sl-fael-save
               MOVE ws-sl-pruef-x TO ws-fael-d
               IF ws-fael-jahr >= 1900 AND
                  ws-fael-monat >= 1 AND ws-fael-monat <= 12 AND
                  ws-fael-tag >= 1
                   PERFORM ermittle-monatslaenge
                   IF ws-fael-tag <= ws-fael-mlen
                       MOVE "J" TO ws-sl-datum-flag
                   END-IF
               END-IF
               MOVE ws-sl-fael-save TO ws-fael-d
           END-IF.

       speichere-schliesstag.
           ADD 1 TO ws-sl-anz
           MOVE ws-sl-neu-filiale TO ws-sl-t-filiale(ws-sl-anz)
           MOVE ws-sl-neu-art     TO ws-sl-t-art(ws-sl-anz)
           MOVE ws-sl-neu-von     TO ws-sl-t-von(ws-sl-anz)
           MOVE ws-sl-neu-bis     TO ws-sl-t-bis(ws-sl-anz)
           PERFORM schreibe-schliesstage
           IF schliess-ok
               DISPLAY "Schliesstag gespeichert."
               MOVE "SCHLIESSTAG NEU" TO ws-audit-action
               PERFORM schreibe-schliesstag-audit
           END-IF.

       schreibe-schliesstag-audit.
           MOVE SPACES TO ws-audit-detail
           IF ws-sl-neu-art = "W"
               STRING "Fil. "           DELIMITED BY SIZE
                      ws-sl-neu-filiale DELIMITED BY SIZE
                      " Ruhetag "       DELIMITED BY SIZE
                      ws-sl-neu-von(8:1) DELIMITED BY SIZE
                      INTO ws-audit-detail
               END-STRING
           ELSE
               STRING "Fil. "           DELIMITED BY SIZE
                      ws-sl-neu-filiale DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      ws-sl-neu-von     DELIMITED BY SIZE
                      "-"               DELIMITED BY SIZE
                      ws-sl-neu-bis     DELIMITED BY SIZE
                      INTO ws-audit-detail
               END-STRING
           END-IF
           PERFORM write-audit-entry.

       loesche-schliesstag.
           PERFORM liste-schliesstage
           IF ws-sl-anz > ZERO
               DISPLAY "Nr. des zu loeschenden Eintrags: "
                   WITH NO ADVANCING
               MOVE ZERO TO ws-sl-pos
               ACCEPT ws-sl-pos
               IF ws-sl-pos = ZERO OR ws-sl-pos > ws-sl-anz
                   DISPLAY ws-msg-eintrag(38)
               ELSE
                   MOVE ws-sl-t-filiale(ws-sl-pos)
                       TO ws-sl-neu-filiale
                   MOVE ws-sl-t-art(ws-sl-pos) TO ws-sl-neu-art
                   MOVE ws-sl-t-von(ws-sl-pos) TO ws-sl-neu-von
                   MOVE ws-sl-t-bis(ws-sl-pos) TO ws-sl-neu-bis
                   PERFORM VARYING ws-sl-idx FROM ws-sl-pos BY 1
                       UNTIL ws-sl-idx >= ws-sl-anz
                       MOVE ws-sl-eintrag(ws-sl-idx + 1)
                           TO ws-sl-eintrag(ws-sl-idx)
                   END-PERFORM
                   SUBTRACT 1 FROM ws-sl-anz
                   PERFORM schreibe-schliesstage
                   IF schliess-ok
                       DISPLAY "Schliesstag geloescht."
                       MOVE "SCHLIESSTAG GELOESCHT"
                           TO ws-audit-action
                       PERFORM schreibe-schliesstag-audit
                   END-IF
               END-IF
           END-IF.

       liste-schliesstage.
           PERFORM lade-schliesstage
           IF ws-sl-anz = ZERO
               DISPLAY "Keine Schliesstage erfasst."
           ELSE
               DISPLAY "Nr. Fil Art Von      Bis"
               PERFORM VARYING ws-sl-idx FROM 1 BY 1
                   UNTIL ws-sl-idx > ws-sl-anz
                   IF ws-sl-t-filiale(ws-sl-idx) = SPACES
                       MOVE "ALLE" TO ws-sl-fil-text
                   ELSE
                       MOVE ws-sl-t-filiale(ws-sl-idx)
                           TO ws-sl-fil-text
                   END-IF
                   IF ws-sl-t-art(ws-sl-idx) = "W"
                       DISPLAY ws-sl-idx " " ws-sl-fil-text
                               "W   Wochentag "
                               ws-sl-t-von(ws-sl-idx)(8:1)
                   ELSE
                       DISPLAY ws-sl-idx " " ws-sl-fil-text
                               "D   " ws-sl-t-von(ws-sl-idx) " "
                               ws-sl-t-bis(ws-sl-idx)
                   END-IF
               END-PERFORM
           END-IF.

       pruefe-schliesstag.
           MOVE "N" TO ws-sl-zu-flag
           IF ws-sl-anz > ZERO
               MOVE ws-dtg-num  TO ws-sl-save-num
               MOVE ws-dtg-tage TO ws-sl-save-tage
               MOVE ws-sl-datum TO ws-dtg-num
               PERFORM convert-date-to-days
               COMPUTE ws-sl-rest = ws-dtg-tage - 2
               DIVIDE ws-sl-rest BY 7
                   GIVING ws-sl-q REMAINDER ws-sl-rest
               COMPUTE ws-sl-wtag = ws-sl-rest + 1
               MOVE ws-sl-save-num  TO ws-dtg-num
               MOVE ws-sl-save-tage TO ws-dtg-tage
               PERFORM VARYING ws-sl-idx FROM 1 BY 1
                   UNTIL ws-sl-idx > ws-sl-anz OR sl-geschlossen
                   IF ws-sl-t-filiale(ws-sl-idx) = SPACES OR
                      ws-sl-t-filiale(ws-sl-idx) = ws-sl-filiale
                       IF ws-sl-t-art(ws-sl-idx) = "W"
                           IF ws-sl-t-von(ws-sl-idx) = ws-sl-wtag
                               MOVE "J" TO ws-sl-zu-flag
                           END-IF
                       ELSE
                           IF ws-sl-datum >= ws-sl-t-von(ws-sl-idx)
                              AND ws-sl-datum <=
                                  ws-sl-t-bis(ws-sl-idx)
                               MOVE "J" TO ws-sl-zu-flag
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       verschiebe-auf-oeffnungstag.
           PERFORM lade-schliesstage-einmal
           IF ws-sl-filiale = SPACES
               MOVE "001" TO ws-sl-filiale
           END-IF
           MOVE ZERO TO ws-sl-schritte
           MOVE ws-fael-d TO ws-sl-datum
           PERFORM pruefe-schliesstag
           PERFORM UNTIL NOT sl-geschlossen OR
                         ws-sl-schritte >= 366
               PERFORM increment-faellig-datum
               ADD 1 TO ws-sl-schritte
               MOVE ws-fael-d TO ws-sl-datum
               PERFORM pruefe-schliesstag
           END-PERFORM.

       zaehle-schliesstage.
           MOVE ZERO TO ws-sl-geschl-anz
           PERFORM lade-schliesstage-einmal
           IF ws-sl-filiale = SPACES
               MOVE "001" TO ws-sl-filiale
           END-IF
           IF ws-sl-anz > ZERO AND ws-sl-von-datum < ws-sl-bis-datum
               MOVE ws-fael-d TO ws-sl-fael-save
               MOVE ws-sl-von-datum TO ws-fael-d
               MOVE ws-sl-von-datum TO ws-sl-datum
               MOVE ZERO TO ws-sl-schritte
               PERFORM UNTIL ws-sl-datum >= ws-sl-bis-datum OR
                             ws-sl-schritte >= 3660
                   PERFORM increment-faellig-datum
                   ADD 1 TO ws-sl-schritte
                   MOVE ws-fael-d TO ws-sl-datum
                   PERFORM pruefe-schliesstag
                   IF sl-geschlossen
                       ADD 1 TO ws-sl-geschl-anz
                   END-IF
               END-PERFORM
               MOVE ws-sl-fael-save TO ws-fael-d
           END-IF.

       setze-exempl-status.
           IF ws-exst-id NOT = ZERO
               PERFORM open-exempl-io
               IF exempl-ok
                   MOVE ws-exst-id TO e-id
                   READ exempl-datei
                       INVALID KEY CONTINUE
                   END-READ
                   IF exempl-ok AND NOT e-ausgemustert
                       MOVE ws-exst-status TO e-status
                       PERFORM jn-vorher-exempl
                       REWRITE datei-exempl
                           INVALID KEY
                               DISPLAY "Fehler beim Setzen des "
                                       "Exemplarstatus!"
                       END-REWRITE
                       PERFORM jn-exempl
                   END-IF
                   CLOSE exempl-datei
               END-IF
           END-IF.

       verify-exempl-status.
           OPEN INPUT ausleih-datei
           IF ausleih-ok
               PERFORM UNTIL NOT ausleih-ok
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok AND l-offen AND
                      l-exempl-id NUMERIC AND
                      l-exempl-id NOT = ZERO
                       PERFORM verify-loan-copy-flag
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
           END-IF

           OPEN INPUT exempl-datei
           IF exempl-ok
               PERFORM UNTIL NOT exempl-ok
                   READ exempl-datei NEXT RECORD
                   IF exempl-ok AND e-verliehen
                       MOVE e-id TO ws-pruef-ex-id
                       PERFORM find-loan-for-copy
                       IF NOT pruef-lh-found
                           MOVE SPACES TO ws-report-line
                           STRING "EXEMPL "  DELIMITED BY SIZE
                                  ws-pruef-ex-id
                                             DELIMITED BY SIZE
                                  " | STATUS | verliehen ohne "
                                             DELIMITED BY SIZE
                                  "offene Ausleihe"
                                             DELIMITED BY SIZE
                                  INTO ws-report-line
                           END-STRING
                           PERFORM write-pruef-line
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE exempl-datei
           END-IF.

       verify-loan-copy-flag.
           MOVE l-exempl-id TO ws-pruef-ex-id
           OPEN INPUT exempl-datei
           IF exempl-ok
               MOVE ws-pruef-ex-id TO e-id
               READ exempl-datei
                   INVALID KEY CONTINUE
               END-READ
               IF NOT exempl-ok
                   MOVE SPACES TO ws-report-line
                   STRING "LEIHE "   DELIMITED BY SIZE
                          l-id       DELIMITED BY SIZE
                          " | EXEMPL | " DELIMITED BY SIZE
                          ws-pruef-ex-id DELIMITED BY SIZE
                          " nicht vorhanden" DELIMITED BY SIZE
                          INTO ws-report-line
                   END-STRING
                   PERFORM write-pruef-line
               ELSE
                   IF NOT e-verliehen
                       MOVE SPACES TO ws-report-line
                       STRING "LEIHE "   DELIMITED BY SIZE
                              l-id       DELIMITED BY SIZE
                              " | EXEMPL | " DELIMITED BY SIZE
                              ws-pruef-ex-id DELIMITED BY SIZE
                              " nicht als verliehen markiert"
                                         DELIMITED BY SIZE
                              INTO ws-report-line
                       END-STRING
                       PERFORM write-pruef-line
                   END-IF
               END-IF
               CLOSE exempl-datei
           END-IF.

       find-loan-for-copy.
           MOVE "N" TO ws-pruef-lh-flag
           OPEN INPUT ausleih-datei
           IF ausleih-ok
               PERFORM UNTIL NOT ausleih-ok OR pruef-lh-found
                   READ ausleih-datei NEXT RECORD
                   IF ausleih-ok AND l-offen AND
                      l-exempl-id NUMERIC AND
                      l-exempl-id = ws-pruef-ex-id
                       MOVE "J" TO ws-pruef-lh-flag
                   END-IF
               END-PERFORM
               CLOSE ausleih-datei
           END-IF.

       inventur-mode.
           PERFORM ask-filiale
           MOVE ZERO TO ws-inv-anz
           MOVE ZERO TO ws-inv-gesehen
           MOVE ZERO TO ws-inv-fehlt
           MOVE ZERO TO ws-inv-falsch
           MOVE ZERO TO ws-inv-unbek

           DISPLAY "--- Inventur ---"
           DISPLAY "Regal eingeben, dann die Exemplar-IDs des "
                   "Regals."
           DISPLAY "Leeres Regal beendet die Erfassung."

           PERFORM erfasse-inventur

           IF ws-inv-anz = ZERO
               DISPLAY "Keine Exemplare erfasst, Inventur "
                       "abgebrochen."
           ELSE
               PERFORM auswerte-inventur
           END-IF.

       erfasse-inventur.
           MOVE "N" TO ws-inv-fertig-flag
           PERFORM UNTIL inv-fertig
               DISPLAY "Regal: " WITH NO ADVANCING
               ACCEPT ws-inv-regal-akt
               IF ws-inv-regal-akt = SPACES
                   MOVE "J" TO ws-inv-fertig-flag
               ELSE
                   PERFORM erfasse-inventur-regal
               END-IF
           END-PERFORM.

       erfasse-inventur-regal.
           MOVE SPACES TO ws-inv-id-x
           PERFORM UNTIL ws-inv-id-x = "0000"
               DISPLAY "Exemplar-ID (0000 = Regal fertig): "
                   WITH NO ADVANCING
               ACCEPT ws-inv-id-x
               IF ws-inv-id-x = "0000"
                   CONTINUE
               ELSE
                   IF ws-inv-id-x NUMERIC AND ws-inv-anz < 500
                       ADD 1 TO ws-inv-anz
                       MOVE ws-inv-id-x
                           TO ws-inv-id(ws-inv-anz)
                       MOVE ws-inv-regal-akt
                           TO ws-inv-regal(ws-inv-anz)
                       MOVE "N" TO ws-inv-gef(ws-inv-anz)
                   ELSE
                       DISPLAY ws-msg-eintrag(77)
                   END-IF
               END-IF
           END-PERFORM.

       auswerte-inventur.
           ACCEPT ws-today FROM DATE YYYYMMDD

           OPEN OUTPUT invber-datei
           IF NOT invber-ok
               DISPLAY "Fehler beim Schreiben des "
                       "Inventurberichts!"
           ELSE
               MOVE "*** Inventurbericht ***" TO invber-rec
               WRITE invber-rec
               MOVE SPACES TO ws-report-line
               STRING "Datum: " DELIMITED BY SIZE
                      ws-today  DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO invber-rec
               WRITE invber-rec
               MOVE SPACES TO invber-rec
               WRITE invber-rec

               PERFORM open-exempl-io
               IF exempl-ok
                   PERFORM UNTIL NOT exempl-ok
                       READ exempl-datei NEXT RECORD
                       IF exempl-ok AND NOT e-ausgemustert AND
                          (ws-fil-filter = SPACES OR
                           e-filiale = ws-fil-filter)
                           PERFORM pruefe-inventur-exempl
                       END-IF
                   END-PERFORM
                   CLOSE exempl-datei
               END-IF

               PERFORM schreibe-inv-unbekannte

               MOVE SPACES TO invber-rec
               WRITE invber-rec
               MOVE SPACES TO ws-report-line
               STRING "Gesehen: "  DELIMITED BY SIZE
                      ws-inv-gesehen DELIMITED BY SIZE
                      "  Fehlt: "  DELIMITED BY SIZE
                      ws-inv-fehlt DELIMITED BY SIZE
                      "  Falsches Regal: " DELIMITED BY SIZE
                      ws-inv-falsch DELIMITED BY SIZE
                      "  Unbekannt: " DELIMITED BY SIZE
                      ws-inv-unbek DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO invber-rec
               WRITE invber-rec
               CLOSE invber-datei

               DISPLAY "Gesehen: " ws-inv-gesehen
                       " Fehlt: " ws-inv-fehlt
                       " Falsches Regal: " ws-inv-falsch
                       " Unbekannt: " ws-inv-unbek
               DISPLAY "Inventurbericht gespeichert in "
                       "invber.txt"

               MOVE "INVENTUR" TO ws-audit-action
               MOVE SPACES TO ws-audit-detail
               STRING ws-inv-gesehen DELIMITED BY SIZE
                      " gesehen, "   DELIMITED BY SIZE
                      ws-inv-fehlt   DELIMITED BY SIZE
                      " fehlt"       DELIMITED BY SIZE
                      INTO ws-audit-detail
               END-STRING
               PERFORM write-audit-entry
           END-IF.

       pruefe-inventur-exempl.
           MOVE "N" TO ws-inv-gef-flag
           PERFORM VARYING ws-inv-idx FROM 1 BY 1
               UNTIL ws-inv-idx > ws-inv-anz
               IF ws-inv-id(ws-inv-idx) = e-id
                   MOVE "J" TO ws-inv-gef-flag
                   MOVE "J" TO ws-inv-gef(ws-inv-idx)
                   IF ws-inv-regal(ws-inv-idx) NOT = e-regal
                       ADD 1 TO ws-inv-falsch
                       MOVE SPACES TO ws-report-line
                       STRING "FALSCHES REGAL | Exemplar "
                                  DELIMITED BY SIZE
                              e-id DELIMITED BY SIZE
                              " | Soll " DELIMITED BY SIZE
                              e-regal    DELIMITED BY SIZE
                              " | Ist "  DELIMITED BY SIZE
                              ws-inv-regal(ws-inv-idx)
                                  DELIMITED BY SIZE
                              INTO ws-report-line
                       END-STRING
                       MOVE ws-report-line TO invber-rec
                       WRITE invber-rec
                   END-IF
               END-IF
           END-PERFORM

           IF inv-gefunden
               ADD 1 TO ws-inv-gesehen
               IF e-fehlt-anz NOT NUMERIC OR
                  e-fehlt-anz NOT = ZERO
                   MOVE ZERO TO e-fehlt-anz
                   PERFORM jn-vorher-exempl
                   REWRITE datei-exempl
                       INVALID KEY
                           DISPLAY "Fehler beim Zuruecksetzen "
                                   "des Fehlzaehlers!"
                   END-REWRITE
                   PERFORM jn-exempl
               END-IF
           ELSE
               IF e-verliehen OR e-transit
                   CONTINUE
               ELSE
                   ADD 1 TO ws-inv-fehlt
                   IF e-fehlt-anz NUMERIC
                       MOVE e-fehlt-anz TO ws-inv-fehl-neu
                   ELSE
                       MOVE ZERO TO ws-inv-fehl-neu
                   END-IF
                   IF ws-inv-fehl-neu < 9
                       ADD 1 TO ws-inv-fehl-neu
                   END-IF
                   MOVE SPACES TO ws-report-line
                   IF ws-inv-fehl-neu >= 2
                       STRING "FEHLT | Exemplar " DELIMITED BY SIZE
                              e-id    DELIMITED BY SIZE
                              " | Regal " DELIMITED BY SIZE
                              e-regal DELIMITED BY SIZE
                              " | "   DELIMITED BY SIZE
                              ws-inv-fehl-neu DELIMITED BY SIZE
                              ". Mal | ZUR AUSMUSTERUNG PRUEFEN"
                                      DELIMITED BY SIZE
                              INTO ws-report-line
                       END-STRING
                   ELSE
                       STRING "FEHLT | Exemplar " DELIMITED BY SIZE
                              e-id    DELIMITED BY SIZE
                              " | Regal " DELIMITED BY SIZE
                              e-regal DELIMITED BY SIZE
                              " | "   DELIMITED BY SIZE
                              ws-inv-fehl-neu DELIMITED BY SIZE
                              ". Mal" DELIMITED BY SIZE
                              INTO ws-report-line
                       END-STRING
                   END-IF
                   MOVE ws-report-line TO invber-rec
                   WRITE invber-rec
                   MOVE ws-inv-fehl-neu TO e-fehlt-anz
                   PERFORM jn-vorher-exempl
                   REWRITE datei-exempl
                       INVALID KEY
                           DISPLAY "Fehler beim Speichern des "
                                   "Fehlzaehlers!"
                   END-REWRITE
                   PERFORM jn-exempl
               END-IF
           END-IF.

       ask-zustand.
           MOVE "N" TO ws-zust-ok-flag
           PERFORM UNTIL zustand-erlaubt
               DISPLAY "Zustand (NEU/GUT/GEBRAUCHT/SCHLECHT/"
                       "DEFEKT): " WITH NO ADVANCING
               ACCEPT ws-ex-zustand
               PERFORM check-zustand-allowed
               IF NOT zustand-erlaubt
                   DISPLAY "Unbekannter Zustandscode!"
               END-IF
           END-PERFORM.

       check-zustand-allowed.
           MOVE "N" TO ws-zust-ok-flag
           PERFORM VARYING ws-zust-idx FROM 1 BY 1
               UNTIL ws-zust-idx > 5 OR zustand-erlaubt
               IF ws-zust-eintrag(ws-zust-idx) = ws-ex-zustand
                   MOVE "J" TO ws-zust-ok-flag
               END-IF
           END-PERFORM.

       frage-zustand-abstufung.
           IF batch-mode
               CONTINUE
           ELSE
               DISPLAY "Zustand verschlechtert? (J/N): "
                   WITH NO ADVANCING
               ACCEPT ws-confirm
               IF ws-confirm = "J" OR ws-confirm = "j"
                   PERFORM stufe-zustand-ab
               END-IF
           END-IF.

       stufe-zustand-ab.
           PERFORM open-exempl-io
           IF exempl-ok
               MOVE ws-exst-id TO e-id
               READ exempl-datei
                   INVALID KEY CONTINUE
               END-READ
               IF exempl-ok
                   EVALUATE e-zustand
                       WHEN "NEU"
                           MOVE "GUT" TO e-zustand
                       WHEN "GUT"
                           MOVE "GEBRAUCHT" TO e-zustand
                       WHEN "GEBRAUCHT"
                           MOVE "SCHLECHT" TO e-zustand
                       WHEN "SCHLECHT"
                           MOVE "DEFEKT" TO e-zustand
                       WHEN "DEFEKT"
                           CONTINUE
                       WHEN OTHER
                           MOVE "GEBRAUCHT" TO e-zustand
                   END-EVALUATE
                   PERFORM jn-vorher-exempl
                   REWRITE datei-exempl
                       INVALID KEY
                           DISPLAY "Fehler beim Speichern des "
                                   "Zustands!"
                       NOT INVALID KEY
                           PERFORM jn-exempl
                           DISPLAY "Zustand jetzt: " e-zustand
                   END-REWRITE
               END-IF
               CLOSE exempl-datei
           END-IF.

       ersatz-lauf.
           MOVE ZERO TO ws-ers-geprueft
           MOVE ZERO TO ws-ers-anz
           ACCEPT ws-today FROM DATE YYYYMMDD

           OPEN INPUT film-datei
           IF ok
               PERFORM UNTIL NOT ok
                   READ film-datei NEXT RECORD
                   IF ok AND film-is-active
                       ADD 1 TO ws-ers-geprueft
                       MOVE film-id    TO ws-ers-film-id
                       MOVE film-name  TO ws-ers-name
                       MOVE film-jahr  TO ws-ers-jahr
                       MOVE film-genre TO ws-ers-genre
                       PERFORM pruefe-film-ersatz
                       IF ersatz-noetig
                           PERFORM schreibe-ersatz-bestellung
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE film-datei

               DISPLAY ws-ers-geprueft " Film(e) geprueft, "
                       ws-ers-anz " Ersatzvorschlag/-vorschlaege "
                       "erfasst."
               IF ws-ers-anz > ZERO
                   MOVE "ERSATZVORSCHLAG" TO ws-audit-action
                   MOVE SPACES TO ws-audit-detail
                   STRING ws-ers-anz DELIMITED BY SIZE
                          " Vorschlag/Vorschlaege erfasst"
                              DELIMITED BY SIZE
                          INTO ws-audit-detail
                   END-STRING
                   PERFORM write-audit-entry
               END-IF
           ELSE
               DISPLAY ws-msg-eintrag(39)
               MOVE "N" TO ws-batch-erfolg
           END-IF.

       pruefe-film-ersatz.
           MOVE "N" TO ws-ers-flag
           MOVE ZERO TO ws-ers-aktive
           MOVE ZERO TO ws-ers-schlecht

           OPEN INPUT exempl-datei
           IF exempl-ok
               MOVE ws-ers-film-id TO e-film-id
               START exempl-datei KEY IS EQUAL e-film-id
                   INVALID KEY CONTINUE
               END-START
               IF exempl-ok
                   PERFORM UNTIL NOT exempl-ok
                       READ exempl-datei NEXT RECORD
                       IF exempl-ok
                           IF e-film-id = ws-ers-film-id
                               IF NOT e-ausgemustert
                                   ADD 1 TO ws-ers-aktive
                                   IF e-zustand = "SCHLECHT" OR
                                      e-zustand = "DEFEKT"
                                       ADD 1 TO ws-ers-schlecht
                                   END-IF
                               END-IF
                           ELSE
                               MOVE "10" TO exempl-status
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE exempl-datei
           END-IF

           IF ws-ers-aktive > ZERO AND
              ws-ers-schlecht = ws-ers-aktive
               MOVE "J" TO ws-ers-flag
           END-IF.

       schreibe-ersatz-bestellung.
           MOVE ws-ers-name TO ws-best-name
           PERFORM check-pipeline-dup
           IF best-dup-found
               CONTINUE
           ELSE
               PERFORM get-next-bestell-id
               PERFORM open-bestell-io
               IF bestell-ok
                   MOVE ws-last-bestell-id TO b-id
                   MOVE ws-ers-name        TO b-name
                   MOVE ws-ers-jahr        TO b-jahr
                   MOVE ws-ers-genre       TO b-genre
                   MOVE "A"                TO b-status
                   MOVE ws-today           TO b-datum
                   MOVE ZERO               TO b-lieferant
                   MOVE ZERO               TO b-preis
                   MOVE 1                  TO b-menge
                   MOVE SPACES             TO b-filiale
                   WRITE datei-bestell
                       INVALID KEY
                           DISPLAY "Fehler beim Erfassen des "
                                   "Ersatzvorschlags!"
                       NOT INVALID KEY
                           ADD 1 TO ws-ers-anz
                           DISPLAY "Ersatzvorschlag fuer Film "
                                   ws-ers-film-id " "
                                   ws-ers-name(1:25) " erfasst."
                   END-WRITE
                   CLOSE bestell-datei
               ELSE
                   DISPLAY ws-msg-eintrag(40)
               END-IF
           END-IF.

       liefer-menu.
           DISPLAY "Erfassen (1), Aendern (2), Liste (3)? "
               WITH NO ADVANCING
           ACCEPT ws-lf-choice

           EVALUATE ws-lf-choice
               WHEN "1"
                   PERFORM check-bestell-stufe
                   IF access-ok
                       PERFORM add-lieferant
                   END-IF
               WHEN "2"
                   PERFORM check-bestell-stufe
                   IF access-ok
                       PERFORM update-lieferant
                   END-IF
               WHEN "3"
                   PERFORM list-lieferanten
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.

       open-liefer-io.
           OPEN I-O liefer-datei
           IF liefer-status = "35"
               OPEN OUTPUT liefer-datei
               CLOSE liefer-datei
               OPEN I-O liefer-datei
           END-IF.

       add-lieferant.
           MOVE SPACES TO ws-lf-name
           PERFORM UNTIL ws-lf-name NOT = SPACES
               DISPLAY "Name: " WITH NO ADVANCING
               ACCEPT ws-lf-name
               IF ws-lf-name = SPACES
                   DISPLAY ws-msg-eintrag(74)
               END-IF
           END-PERFORM

           DISPLAY "Telefon: " WITH NO ADVANCING
           ACCEPT ws-lf-telefon

           PERFORM get-next-liefer-id

           PERFORM open-liefer-io
           IF liefer-ok
               MOVE ws-last-lf-id  TO lf-id
               MOVE ws-lf-name     TO lf-name
               MOVE ws-lf-telefon  TO lf-telefon
               MOVE "A"            TO lf-status
               WRITE datei-liefer
                   INVALID KEY
                       DISPLAY "Fehler beim Speichern!"
                   NOT INVALID KEY
                       DISPLAY "Lieferant " ws-last-lf-id
                               " gespeichert!"
               END-WRITE
               CLOSE liefer-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       get-next-liefer-id.
           MOVE ZERO TO ws-last-lf-id
           OPEN INPUT liefer-datei
           IF liefer-ok
               PERFORM UNTIL NOT liefer-ok
                   READ liefer-datei NEXT RECORD
                   IF liefer-ok
                       MOVE lf-id TO ws-last-lf-id
                   END-IF
               END-PERFORM
               CLOSE liefer-datei
           END-IF
           ADD 1 TO ws-last-lf-id.

       update-lieferant.
           DISPLAY "Lieferanten-Nr: " WITH NO ADVANCING
           ACCEPT ws-lf-id

           PERFORM open-liefer-io
           IF liefer-ok
               MOVE ws-lf-id TO lf-id
               READ liefer-datei
                   INVALID KEY
                       DISPLAY "Lieferant nicht gefunden!"
               END-READ
               IF liefer-ok
                   DISPLAY "Aktueller Name: " lf-name
                   DISPLAY "Neuer Name (Enter = unveraendert): "
                       WITH NO ADVANCING
                   ACCEPT ws-lf-name
                   IF ws-lf-name NOT = SPACES
                       MOVE ws-lf-name TO lf-name
                   END-IF

                   DISPLAY "Aktuelles Telefon: " lf-telefon
                   DISPLAY "Neues Telefon (Enter = unveraendert): "
                       WITH NO ADVANCING
                   ACCEPT ws-lf-telefon
                   IF ws-lf-telefon NOT = SPACES
                       MOVE ws-lf-telefon TO lf-telefon
                   END-IF

                   REWRITE datei-liefer
                       INVALID KEY
                           DISPLAY "Fehler beim Aktualisieren!"
                       NOT INVALID KEY
                           DISPLAY "Lieferant aktualisiert!"
                   END-REWRITE
               END-IF
               CLOSE liefer-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       list-lieferanten.
           MOVE ZERO TO ws-lf-anz
           OPEN INPUT liefer-datei
           IF liefer-ok
               DISPLAY "--- Lieferanten ---"
               PERFORM UNTIL NOT liefer-ok
                   READ liefer-datei NEXT RECORD
                   IF liefer-ok
                       ADD 1 TO ws-lf-anz
                       DISPLAY lf-id " | " lf-name " | "
                               lf-telefon
                   END-IF
               END-PERFORM
               CLOSE liefer-datei
           END-IF

           IF ws-lf-anz = ZERO
               DISPLAY "(keine Lieferanten erfasst)"
           END-IF.

       read-lieferant-by-id.
           MOVE "N" TO ws-lf-found
           MOVE "(unbekannt)" TO ws-lf-name
           OPEN INPUT liefer-datei
           IF liefer-ok
               MOVE ws-lf-id TO lf-id
               READ liefer-datei
                   INVALID KEY CONTINUE
               END-READ
               IF liefer-ok
                   MOVE "J" TO ws-lf-found
                   MOVE lf-name TO ws-lf-name
               END-IF
               CLOSE liefer-datei
           END-IF.

       frage-wunsch-lieferant.
           MOVE ZERO TO ws-best-lieferant
           DISPLAY "Lieferant (0000 = keiner): "
               WITH NO ADVANCING
           ACCEPT ws-lf-id-x
           IF ws-lf-id-x NUMERIC AND ws-lf-id-x NOT = "0000"
               MOVE ws-lf-id-x TO ws-lf-id
               PERFORM read-lieferant-by-id
               IF lf-found
                   MOVE ws-lf-id TO ws-best-lieferant
                   DISPLAY "Lieferant: " ws-lf-name
               ELSE
                   DISPLAY "Lieferant nicht gefunden, Eintrag "
                           "ohne Lieferant."
               END-IF
           END-IF.

       frage-bestell-lieferant.
           IF b-lieferant NUMERIC AND b-lieferant NOT = ZERO
               CONTINUE
           ELSE
               PERFORM frage-wunsch-lieferant
               MOVE ws-best-lieferant TO b-lieferant
           END-IF.

       lieferavis-import.
           MOVE ZERO TO ws-la-zeile
           MOVE ZERO TO ws-la-ok-anz
           MOVE ZERO TO ws-la-rej-anz
           MOVE ZERO TO ws-la-ex-anz
           ACCEPT ws-today FROM DATE YYYYMMDD
           COMPUTE ws-max-jahr = ws-today / 10000

           OPEN INPUT lavis-datei
           IF NOT lavis-ok
               DISPLAY "Lieferavis-Datei lieferavis.csv nicht "
                       "gefunden!"
               MOVE "N" TO ws-batch-erfolg
           ELSE
               OPEN OUTPUT lavrej-datei
               OPEN OUTPUT lavrpt-datei
               IF lavrpt-ok
                   MOVE "*** Lieferavis - abgewiesene Positionen ***"
                       TO lavrpt-rec
                   WRITE lavrpt-rec
               END-IF
               PERFORM open-bestell-io
               IF NOT bestell-ok
                   DISPLAY ws-msg-eintrag(40)
                   MOVE "N" TO ws-batch-erfolg
               ELSE
                   PERFORM UNTIL NOT lavis-ok
                       READ lavis-datei
                           AT END MOVE "10" TO lavis-status
                       END-READ
                       IF lavis-ok AND lavis-rec NOT = SPACES
                           ADD 1 TO ws-la-zeile
                           PERFORM verarbeite-avis-zeile
                       END-IF
                   END-PERFORM
                   CLOSE bestell-datei
               END-IF
               CLOSE lavis-datei
               IF lavrej-ok
                   CLOSE lavrej-datei
               END-IF
               IF lavrpt-ok
                   CLOSE lavrpt-datei
               END-IF

               DISPLAY ws-la-ok-anz " Position(en) eingebucht, "
                       ws-la-ex-anz " Exemplar(e) angelegt, "
                       ws-la-rej-anz " abgewiesen."
               IF ws-la-rej-anz > ZERO
                   DISPLAY "Abgewiesene Zeilen stehen in "
                           "lieferavis.rej, Begruendungen in "
                           "lieferavis.rpt."
                   PERFORM melde-batch-warnung
               END-IF
           END-IF.

       verarbeite-avis-zeile.
           MOVE SPACES TO ws-la-lief-x
           MOVE SPACES TO ws-la-ref-x
           MOVE SPACES TO ws-la-titel
           MOVE SPACES TO ws-la-menge-x
           MOVE SPACES TO ws-la-format
           MOVE SPACES TO ws-la-preis-x
           MOVE SPACES TO ws-la-filiale
           UNSTRING lavis-rec DELIMITED BY ","
               INTO ws-la-lief-x
                    ws-la-ref-x
                    ws-la-titel
                    ws-la-menge-x
                    ws-la-format
                    ws-la-preis-x
                    ws-la-filiale

           MOVE SPACES TO ws-rej-code
           MOVE ZERO TO ws-la-lief
           MOVE ZERO TO ws-la-ref
           MOVE ZERO TO ws-la-menge

           MOVE ws-la-lief-x TO ws-la-num-x
           PERFORM justiere-avis-zahl
           IF ws-la-num-x NUMERIC
               MOVE ws-la-num-x TO ws-la-lief
           ELSE
               MOVE "L07" TO ws-rej-code
           END-IF
           MOVE ws-la-ref-x TO ws-la-num-x
           PERFORM justiere-avis-zahl
           IF ws-la-num-x NUMERIC
               MOVE ws-la-num-x TO ws-la-ref
           ELSE
               MOVE "L07" TO ws-rej-code
           END-IF
           MOVE ws-la-menge-x TO ws-la-num-x
           PERFORM justiere-avis-zahl
           IF ws-la-num-x NUMERIC AND ws-la-num-x NOT = ZERO
               MOVE ws-la-num-x TO ws-la-menge
           ELSE
               MOVE "L07" TO ws-rej-code
           END-IF
           MOVE ws-la-preis-x TO ws-preis-x
           PERFORM parse-preis
           IF NOT preis-gueltig
               MOVE "L07" TO ws-rej-code
           END-IF

           IF ws-rej-code = SPACES
               MOVE ws-la-lief TO ws-lf-id
               PERFORM read-lieferant-by-id
               IF NOT lf-found
                   MOVE "L01" TO ws-rej-code
               END-IF
           END-IF

           IF ws-rej-code = SPACES
               MOVE ws-la-ref TO b-id
               READ bestell-datei
                   INVALID KEY
                       MOVE "L02" TO ws-rej-code
               END-READ
               MOVE "00" TO bestell-status
           END-IF

           IF ws-rej-code = SPACES
               IF b-menge NOT NUMERIC OR b-menge = ZERO
                   MOVE 1 TO b-menge
               END-IF
               EVALUATE TRUE
                   WHEN b-lieferant NOT NUMERIC OR
                        b-lieferant NOT = ws-la-lief
                       MOVE "L03" TO ws-rej-code
                   WHEN NOT b-bestellt
                       MOVE "L04" TO ws-rej-code
                   WHEN ws-la-titel NOT = SPACES AND
                        ws-la-titel NOT = b-name
                       MOVE "L09" TO ws-rej-code
                   WHEN ws-la-menge NOT = b-menge
                       MOVE "L05" TO ws-rej-code
                   WHEN b-preis NUMERIC AND b-preis > ZERO AND
                        ws-preis NOT = b-preis
                       MOVE "L06" TO ws-rej-code
                   WHEN OTHER
                       PERFORM buche-wareneingang
               END-EVALUATE
           END-IF

           IF ws-rej-code NOT = SPACES
               PERFORM schreibe-avis-ablehnung
           END-IF.

       justiere-avis-zahl.
           PERFORM UNTIL ws-la-num-x(6:1) NOT = SPACE
               OR ws-la-num-x = SPACES
               MOVE SPACES TO ws-la-num-tmp
               STRING "0" DELIMITED BY SIZE
                      ws-la-num-x(1:5) DELIMITED BY SIZE
                      INTO ws-la-num-tmp
               END-STRING
               MOVE ws-la-num-tmp TO ws-la-num-x
           END-PERFORM.

       buche-wareneingang.
           MOVE "E" TO b-status
           MOVE ws-today TO b-datum
           IF b-preis NOT NUMERIC OR b-preis = ZERO
               MOVE ws-preis TO b-preis
           END-IF
           REWRITE datei-bestell
               INVALID KEY
                   MOVE "L08" TO ws-rej-code
           END-REWRITE

           IF ws-rej-code = SPACES
               PERFORM uebernehme-avis-titel
           END-IF

           IF ws-rej-code = SPACES
               PERFORM VARYING ws-la-ex-idx FROM 1 BY 1
                   UNTIL ws-la-ex-idx > ws-la-menge
                   PERFORM lege-avis-exemplar-an
               END-PERFORM

               MOVE "U" TO b-status
               REWRITE datei-bestell
                   INVALID KEY
                       DISPLAY "Warnung: Bestellstatus "
                               b-id " konnte nicht gesetzt "
                               "werden!"
               END-REWRITE
               ADD 1 TO ws-la-ok-anz
               MOVE "WARENEINGANG" TO ws-audit-action
               MOVE SPACES TO ws-audit-detail
               STRING "Bestellung "  DELIMITED BY SIZE
                      b-id           DELIMITED BY SIZE
                      " Lief "       DELIMITED BY SIZE
                      ws-la-lief     DELIMITED BY SIZE
                      " Film "       DELIMITED BY SIZE
                      ws-la-film-id  DELIMITED BY SIZE
                      " Menge "      DELIMITED BY SIZE
                      ws-la-menge    DELIMITED BY SIZE
                      INTO ws-audit-detail
               END-STRING
               PERFORM write-audit-entry
           END-IF.

       uebernehme-avis-titel.
           MOVE b-name TO ws-name
           PERFORM check-duplicate-title
           IF dup-found
               MOVE ws-dup-film-id TO ws-la-film-id
           ELSE
               PERFORM get-id
               PERFORM open-film-io
               IF ok
                   MOVE last-id TO film-id
                   MOVE b-name TO film-name
                   IF b-jahr NUMERIC AND b-jahr >= ws-min-jahr AND
                      b-jahr <= ws-max-jahr
                       MOVE b-jahr TO film-jahr
                   ELSE
                       MOVE ws-max-jahr TO film-jahr
                   END-IF
                   MOVE SPACES TO film-desc
                   STRING "Lieferavis "   DELIMITED BY SIZE
                          b-id            DELIMITED BY SIZE
                          INTO film-desc
                   END-STRING
                   MOVE b-genre TO film-genre
                   MOVE "N" TO film-deleted
                   MOVE ZERO TO film-del-datum
                   MOVE ws-preis TO film-preis
                   MOVE ws-today TO film-ansch-datum
                   MOVE ZERO TO film-serie-id
                   MOVE ZERO TO film-serie-folge
                   MOVE ZERO TO film-fsk
                   MOVE "N" TO film-aend-art
                   PERFORM stamp-film-change
                   PERFORM jn-neu
                   WRITE datei-film
                       INVALID KEY
                           MOVE "L08" TO ws-rej-code
                       NOT INVALID KEY
                           PERFORM jn-film
                           MOVE last-id TO ws-la-film-id
                           MOVE "HINZUGEFUEGT" TO ws-audit-action
                           MOVE SPACES TO ws-audit-detail
                           STRING "ID "    DELIMITED BY SIZE
                                  last-id  DELIMITED BY SIZE
                                  " "      DELIMITED BY SIZE
                                  b-name   DELIMITED BY SIZE
                                  INTO ws-audit-detail
                           END-STRING
                           PERFORM write-audit-entry
                           MOVE last-id TO ws-hist-film-id
                           MOVE "ANGELEGT" TO ws-hist-aktion
                           MOVE SPACES TO ws-hist-feld
                           MOVE SPACES TO ws-hist-alt
                           MOVE b-name TO ws-hist-neu
                           PERFORM write-history-entry
                   END-WRITE
                   CLOSE film-datei
               ELSE
                   MOVE "L08" TO ws-rej-code
               END-IF
           END-IF.

       lege-avis-exemplar-an.
           PERFORM get-next-exempl-id
           PERFORM open-exempl-io
           IF exempl-ok
               MOVE ws-last-exempl-id TO e-id
               MOVE ws-la-film-id     TO e-film-id
               IF ws-la-format = SPACES
                   MOVE "DVD" TO e-format
               ELSE
                   MOVE ws-la-format TO e-format
               END-IF
               MOVE "NEU"             TO e-zustand
               MOVE "EINGANG"         TO e-regal
               MOVE "A"               TO e-status
               MOVE ZERO              TO e-fehlt-anz
               IF ws-la-filiale = SPACES
                   IF b-filiale = SPACES
                       MOVE "001" TO e-filiale
                   ELSE
                       MOVE b-filiale TO e-filiale
                   END-IF
               ELSE
                   MOVE ws-la-filiale TO e-filiale
               END-IF
               MOVE SPACES            TO e-ziel-filiale
               PERFORM jn-neu
               WRITE datei-exempl
                   INVALID KEY
                       DISPLAY "Fehler beim Anlegen von Exemplar "
                               ws-last-exempl-id "!"
                   NOT INVALID KEY
                       PERFORM jn-exempl
                       ADD 1 TO ws-la-ex-anz
               END-WRITE
               CLOSE exempl-datei
           ELSE
               DISPLAY ws-msg-eintrag(40)
           END-IF.

       schreibe-avis-ablehnung.
           ADD 1 TO ws-la-rej-anz

           IF lavrej-ok
               MOVE lavis-rec TO lavrej-rec
               WRITE lavrej-rec
           END-IF

           EVALUATE ws-rej-code
               WHEN "L01"
                   MOVE "LIEFERANT UNBEKANNT" TO ws-rej-text
               WHEN "L02"
                   MOVE "BESTELLUNG FEHLT" TO ws-rej-text
               WHEN "L03"
                   MOVE "FALSCHER LIEFERANT" TO ws-rej-text
               WHEN "L04"
                   MOVE "NICHT BESTELLT" TO ws-rej-text
               WHEN "L05"
                   MOVE "MENGE FALSCH" TO ws-rej-text
               WHEN "L06"
                   MOVE "PREIS FALSCH" TO ws-rej-text
               WHEN "L07"
                   MOVE "FELD UNGUELTIG" TO ws-rej-text
               WHEN "L09"
                   MOVE "TITEL ABWEICHEND" TO ws-rej-text
               WHEN OTHER
                   MOVE "SCHREIBFEHLER" TO ws-rej-text
           END-EVALUATE

           IF lavrpt-ok
               MOVE SPACES TO ws-rej-line
               STRING "Zeile "      DELIMITED BY SIZE
                      ws-la-zeile   DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      ws-rej-code   DELIMITED BY SIZE
                      " "           DELIMITED BY SIZE
                      ws-rej-text   DELIMITED BY SIZE
                      " | "         DELIMITED BY SIZE
                      lavis-rec     DELIMITED BY SIZE
                      INTO ws-rej-line
               END-STRING
               MOVE ws-rej-line TO lavrpt-rec
               WRITE lavrpt-rec
           END-IF.

       rechnung-menu.
           DISPLAY "Rechnung erfassen (1), Rechnungsabgleich (2)? "
               WITH NO ADVANCING
           ACCEPT ws-rc-choice

           EVALUATE ws-rc-choice
               WHEN "1"
                   PERFORM erfasse-rechnung
               WHEN "2"
                   PERFORM rechnungs-abgleich
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.

       open-rechnung-io.
           OPEN I-O rechnung-datei
           IF rechnung-status = "35"
               OPEN OUTPUT rechnung-datei
               CLOSE rechnung-datei
               OPEN I-O rechnung-datei
           END-IF.

       erfasse-rechnung.
           ACCEPT ws-today FROM DATE YYYYMMDD
           DISPLAY "Lieferant: " WITH NO ADVANCING
           ACCEPT ws-lf-id-x
           IF ws-lf-id-x NOT NUMERIC
               DISPLAY "Fehler! Lieferantennummer ungueltig."
           ELSE
               MOVE ws-lf-id-x TO ws-lf-id
               PERFORM read-lieferant-by-id
               IF NOT lf-found
                   DISPLAY "Lieferant " ws-lf-id " nicht gefunden!"
               ELSE
                   MOVE ws-lf-id TO ws-rc-lieferant
                   PERFORM erfasse-rechnung-kopf
               END-IF
           END-IF.

       erfasse-rechnung-kopf.
           MOVE SPACES TO ws-rc-nr
           DISPLAY "Rechnungsnummer: " WITH NO ADVANCING
           ACCEPT ws-rc-nr
           IF ws-rc-nr = SPACES
               DISPLAY "Fehler! Rechnungsnummer darf nicht leer "
                       "sein!"
           ELSE
               PERFORM open-rechnung-io
               IF NOT rechnung-ok
                   DISPLAY ws-msg-eintrag(40)
               ELSE
                   PERFORM pruefe-rechnung-doppelt
                   IF rc-doppelt
                       DISPLAY "Rechnung " ws-rc-nr " von Lieferant "
                               ws-rc-lieferant
                               " ist bereits registriert!"
                       MOVE "RECHNUNG DOPPELT" TO ws-audit-action
                       MOVE SPACES TO ws-audit-detail
                       STRING "Lief "          DELIMITED BY SIZE
                              ws-rc-lieferant  DELIMITED BY SIZE
                              " Nr "           DELIMITED BY SIZE
                              ws-rc-nr         DELIMITED BY SIZE
                              INTO ws-audit-detail
                       END-STRING
                       PERFORM write-audit-entry
                   ELSE
                       PERFORM erfasse-rechnung-pos
                   END-IF
                   CLOSE rechnung-datei
               END-IF
           END-IF.

       pruefe-rechnung-doppelt.
           MOVE "N" TO ws-rc-dup-flag
           MOVE ZERO TO ws-rc-lfd
           PERFORM UNTIL NOT rechnung-ok
               READ rechnung-datei NEXT RECORD
               IF rechnung-ok
                   IF r-lfd NUMERIC AND r-lfd > ws-rc-lfd
                       MOVE r-lfd TO ws-rc-lfd
                   END-IF
                   IF r-lieferant = ws-rc-lieferant AND
                      r-nr = ws-rc-nr
                       MOVE "J" TO ws-rc-dup-flag
                   END-IF
               END-IF
           END-PERFORM.

       erfasse-rechnung-pos.
           MOVE ws-today TO ws-rc-datum
           DISPLAY "Rechnungsdatum (JJJJMMTT, Enter = heute): "
               WITH NO ADVANCING
           ACCEPT ws-rc-datum-x
           IF ws-rc-datum-x NUMERIC
               MOVE ws-rc-datum-x TO ws-rc-datum
           END-IF

           MOVE ZERO TO ws-rc-pos
           MOVE ZERO TO ws-rc-summe
           MOVE "N" TO ws-rc-ende-flag
           PERFORM UNTIL rc-ende OR ws-rc-pos >= 99
               PERFORM erfasse-rechnung-zeile
           END-PERFORM

           IF ws-rc-pos = ZERO
               DISPLAY "Keine Positionen erfasst."
           ELSE
               MOVE ws-rc-summe TO ws-bd-edit
               DISPLAY "Rechnung " ws-rc-nr " mit " ws-rc-pos
                       " Position(en) ueber " ws-bd-edit
                       " EUR registriert."
               MOVE "RECHNUNG ERFASST" TO ws-audit-action
               MOVE SPACES TO ws-audit-detail
               STRING "Lief "          DELIMITED BY SIZE
                      ws-rc-lieferant  DELIMITED BY SIZE
                      " Nr "           DELIMITED BY SIZE
                      ws-rc-nr         DELIMITED BY SIZE
                      " Pos "          DELIMITED BY SIZE
                      ws-rc-pos        DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      ws-bd-edit       DELIMITED BY SIZE
                      INTO ws-audit-detail
               END-STRING
               PERFORM write-audit-entry
           END-IF.

       erfasse-rechnung-zeile.
           MOVE SPACES TO ws-rc-best-x
           DISPLAY "Bestellnummer (Enter = Ende): "
               WITH NO ADVANCING
           ACCEPT ws-rc-best-x
           IF ws-rc-best-x = SPACES
               MOVE "J" TO ws-rc-ende-flag
           ELSE
               MOVE ws-rc-best-x TO ws-la-num-x
               PERFORM justiere-avis-zahl
               IF ws-la-num-x NOT NUMERIC
                   DISPLAY "Fehler! Bestellnummer ungueltig."
               ELSE
                   MOVE ws-la-num-x TO ws-rc-bestell
                   PERFORM erfasse-rechnung-betrag
               END-IF
           END-IF.

       erfasse-rechnung-betrag.
           MOVE 1 TO ws-rc-menge
           OPEN INPUT bestell-datei
           IF bestell-ok
               MOVE ws-rc-bestell TO b-id
               READ bestell-datei
                   INVALID KEY
                       DISPLAY "Hinweis: Bestellung " ws-rc-bestell
                               " ist nicht vorhanden."
               END-READ
               IF bestell-ok
                   DISPLAY "  " b-name
                   IF b-menge NUMERIC AND b-menge > ZERO
                       MOVE b-menge TO ws-rc-menge
                   END-IF
               END-IF
               CLOSE bestell-datei
           END-IF

           DISPLAY "Menge (Enter = " ws-rc-menge "): "
               WITH NO ADVANCING
           MOVE SPACES TO ws-rc-menge-x
           ACCEPT ws-rc-menge-x
           IF ws-rc-menge-x NOT = SPACES
               MOVE ws-rc-menge-x TO ws-la-num-x
               PERFORM justiere-avis-zahl
               IF ws-la-num-x NUMERIC AND ws-la-num-x NOT = ZERO
                   MOVE ws-la-num-x TO ws-rc-menge
               END-IF
           END-IF

           MOVE "N" TO ws-preis-gueltig
           PERFORM UNTIL preis-gueltig
               DISPLAY "Betrag der Position (z.B. 39.90): "
                   WITH NO ADVANCING
               ACCEPT ws-preis-x
               PERFORM parse-preis
               IF NOT preis-gueltig
                   DISPLAY ws-msg-eintrag(83)
               END-IF
           END-PERFORM

           ADD 1 TO ws-rc-pos
           ADD 1 TO ws-rc-lfd
           MOVE ws-rc-lieferant TO r-lieferant
           MOVE ws-rc-nr        TO r-nr
           MOVE ws-rc-pos       TO r-pos
           MOVE ws-rc-datum     TO r-datum
           MOVE ws-rc-bestell   TO r-bestell-id
           MOVE ws-rc-menge     TO r-menge
           MOVE ws-preis        TO r-betrag
           MOVE ZERO            TO r-soll
           MOVE ws-rc-lfd       TO r-lfd
           MOVE "O"             TO r-status
           MOVE SPACES          TO r-grund
           MOVE ZERO            TO r-pruef-datum
           WRITE datei-rechnung
               INVALID KEY
                   DISPLAY "Fehler beim Speichern der Position!"
                   SUBTRACT 1 FROM ws-rc-pos
               NOT INVALID KEY
                   ADD ws-preis TO ws-rc-summe
           END-WRITE.

       rechnungs-abgleich.
           ACCEPT ws-today FROM DATE YYYYMMDD
           PERFORM load-regeln
           MOVE ZERO TO ws-rt-anz
           MOVE ZERO TO ws-rc-frei-anz
           MOVE ZERO TO ws-rc-abw-anz
           PERFORM lade-rechnung-bezuege

           PERFORM open-rechnung-io
           IF NOT rechnung-ok
               DISPLAY ws-msg-eintrag(40)
               MOVE "N" TO ws-batch-erfolg
           ELSE
               OPEN INPUT bestell-datei
               IF bestell-ok
                   PERFORM pruefe-rechnungen
                   CLOSE bestell-datei
                   CLOSE rechnung-datei
                   PERFORM open-rechnung-io
                   PERFORM setze-rechnung-status
               ELSE
                   DISPLAY "Bestelldatei bestell.dat nicht lesbar!"
                   MOVE "N" TO ws-batch-erfolg
               END-IF
               CLOSE rechnung-datei

               PERFORM drucke-rechnungs-abgleich

               MOVE "RECHNUNGSABGLEICH" TO ws-audit-action
               MOVE SPACES TO ws-audit-detail
               STRING ws-rc-frei-anz   DELIMITED BY SIZE
                      " freigegeben, " DELIMITED BY SIZE
                      ws-rc-abw-anz    DELIMITED BY SIZE
                      " Abweichung(en)" DELIMITED BY SIZE
                      INTO ws-audit-detail
               END-STRING
               PERFORM write-audit-entry
               IF ws-rc-abw-anz > ZERO
                   PERFORM melde-batch-warnung
               END-IF
           END-IF.

       lade-rechnung-bezuege.
           MOVE ZERO TO ws-rz-anz
           OPEN INPUT rechnung-datei
           IF rechnung-ok
               PERFORM UNTIL NOT rechnung-ok
                   READ rechnung-datei NEXT RECORD
                   IF rechnung-ok AND ws-rz-anz < 500
                       ADD 1 TO ws-rz-anz
                       MOVE r-bestell-id TO ws-rz-bestell(ws-rz-anz)
                       MOVE r-lfd        TO ws-rz-lfd(ws-rz-anz)
                       MOVE r-status     TO ws-rz-status(ws-rz-anz)
                   END-IF
               END-PERFORM
               CLOSE rechnung-datei
           END-IF.

       pruefe-rechnungen.
           PERFORM UNTIL NOT rechnung-ok
               READ rechnung-datei NEXT RECORD
               IF rechnung-ok AND NOT r-freigegeben
                   PERFORM pruefe-rechnungs-zeile
                   REWRITE datei-rechnung
                       INVALID KEY
                           DISPLAY "Fehler beim Speichern von "
                                   "Rechnung " r-nr "!"
                   END-REWRITE
                   PERFORM merke-rechnung
               END-IF
           END-PERFORM.

       pruefe-rechnungs-zeile.
           MOVE SPACES TO r-grund
           MOVE ZERO TO r-soll
           MOVE ws-today TO r-pruef-datum
           IF r-menge NOT NUMERIC OR r-menge = ZERO
               MOVE 1 TO r-menge
           END-IF

           MOVE r-bestell-id TO b-id
           READ bestell-datei
               INVALID KEY
                   MOVE "M01" TO r-grund
           END-READ
           MOVE "00" TO bestell-status

           IF r-grund = SPACES
               IF b-menge NOT NUMERIC OR b-menge = ZERO
                   MOVE 1 TO b-menge
               END-IF
               IF b-preis NOT NUMERIC
                   MOVE ZERO TO b-preis
               END-IF
               COMPUTE r-soll = b-preis * r-menge
               IF r-betrag > r-soll
                   COMPUTE ws-rc-diff = r-betrag - r-soll
               ELSE
                   COMPUTE ws-rc-diff = r-soll - r-betrag
               END-IF
               PERFORM pruefe-rechnung-bezug

               EVALUATE TRUE
                   WHEN b-lieferant NOT NUMERIC OR
                        b-lieferant NOT = r-lieferant
                       MOVE "M01" TO r-grund
                   WHEN rc-doppelt
                       MOVE "M05" TO r-grund
                   WHEN NOT b-erhalten AND NOT b-uebernommen
                       MOVE "M02" TO r-grund
                   WHEN r-menge > b-menge
                       MOVE "M03" TO r-grund
                   WHEN b-preis > ZERO AND
                        ws-rc-diff > ws-rg-rech-toleranz
                       MOVE "M04" TO r-grund
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       pruefe-rechnung-bezug.
           MOVE "N" TO ws-rc-dup-flag
           PERFORM VARYING ws-rz-idx FROM 1 BY 1
               UNTIL ws-rz-idx > ws-rz-anz
               IF ws-rz-bestell(ws-rz-idx) = r-bestell-id AND
                  ws-rz-lfd(ws-rz-idx) NOT = r-lfd
                   IF ws-rz-status(ws-rz-idx) = "F" OR
                      ws-rz-lfd(ws-rz-idx) < r-lfd
                       MOVE "J" TO ws-rc-dup-flag
                   END-IF
               END-IF
           END-PERFORM.

       merke-rechnung.
           IF ws-rt-anz = ZERO
               PERFORM neue-rechnung-merken
           ELSE
               IF ws-rt-lieferant(ws-rt-anz) NOT = r-lieferant OR
                  ws-rt-nr(ws-rt-anz) NOT = r-nr
                   PERFORM neue-rechnung-merken
               END-IF
           END-IF
           IF ws-rt-anz > ZERO AND
              ws-rt-lieferant(ws-rt-anz) = r-lieferant AND
              ws-rt-nr(ws-rt-anz) = r-nr
               ADD 1 TO ws-rt-pos(ws-rt-anz)
               ADD r-betrag TO ws-rt-summe(ws-rt-anz)
               IF r-grund NOT = SPACES
                   MOVE "N" TO ws-rt-ok(ws-rt-anz)
               END-IF
           END-IF.

       neue-rechnung-merken.
           IF ws-rt-anz < 300
               ADD 1 TO ws-rt-anz
               MOVE r-lieferant TO ws-rt-lieferant(ws-rt-anz)
               MOVE r-nr        TO ws-rt-nr(ws-rt-anz)
               MOVE r-datum     TO ws-rt-datum(ws-rt-anz)
               MOVE ZERO        TO ws-rt-pos(ws-rt-anz)
               MOVE ZERO        TO ws-rt-summe(ws-rt-anz)
               MOVE "J"         TO ws-rt-ok(ws-rt-anz)
           ELSE
               DISPLAY "Warnung: zu viele offene Rechnungen, "
                       "Rechnung " r-nr " erst im naechsten Lauf."
           END-IF.

       setze-rechnung-status.
           PERFORM UNTIL NOT rechnung-ok
               READ rechnung-datei NEXT RECORD
               IF rechnung-ok AND NOT r-freigegeben
                   MOVE "N" TO ws-rc-gef-flag
                   PERFORM VARYING ws-rt-idx FROM 1 BY 1
                       UNTIL ws-rt-idx > ws-rt-anz OR rc-gefunden
                       IF ws-rt-lieferant(ws-rt-idx) = r-lieferant
                          AND ws-rt-nr(ws-rt-idx) = r-nr
                           MOVE "J" TO ws-rc-gef-flag
                           IF ws-rt-ok(ws-rt-idx) = "J"
                               MOVE "F" TO r-status
                           ELSE
                               MOVE "X" TO r-status
                           END-IF
                       END-IF
                   END-PERFORM
                   IF rc-gefunden
                       REWRITE datei-rechnung
                           INVALID KEY
                               DISPLAY "Fehler beim Speichern von "
                                       "Rechnung " r-nr "!"
                       END-REWRITE
                   END-IF
               END-IF
           END-PERFORM.

       drucke-rechnungs-abgleich.
           OPEN OUTPUT rgabgl-datei
           IF NOT rgabgl-ok
               DISPLAY "Fehler beim Schreiben von rgabgl.txt!"
               MOVE "N" TO ws-batch-erfolg
           ELSE
               MOVE "*** Rechnungsabgleich ***" TO rgabgl-rec
               WRITE rgabgl-rec
               MOVE ws-rg-rech-toleranz TO ws-bd-edit
               MOVE SPACES TO ws-report-line
               STRING "Datum: "       DELIMITED BY SIZE
                      ws-today        DELIMITED BY SIZE
                      "   Toleranz je Position: " DELIMITED BY SIZE
                      ws-bd-edit      DELIMITED BY SIZE
                      " EUR"          DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO rgabgl-rec
               WRITE rgabgl-rec

               PERFORM drucke-rechnung-frei
               PERFORM drucke-rechnung-abweichung

               CLOSE rgabgl-datei
               DISPLAY ws-rc-frei-anz " Rechnung(en) freigegeben, "
                       ws-rc-abw-anz " Abweichung(en), Bericht in "
                       "rgabgl.txt"
           END-IF.

       drucke-rechnung-frei.
           MOVE ZERO TO ws-rc-summe
           MOVE SPACES TO rgabgl-rec
           WRITE rgabgl-rec
           MOVE "Zur Zahlung freigegeben" TO rgabgl-rec
           WRITE rgabgl-rec
           MOVE SPACES TO ws-report-line
           MOVE "Lief Name"  TO ws-report-line
           MOVE "Rechnung"   TO ws-report-line(37:8)
           MOVE "Datum"      TO ws-report-line(50:5)
           MOVE "Pos"        TO ws-report-line(59:3)
           MOVE "Betrag"     TO ws-report-line(66:6)
           MOVE ws-report-line TO rgabgl-rec
           WRITE rgabgl-rec

           PERFORM VARYING ws-rt-idx FROM 1 BY 1
               UNTIL ws-rt-idx > ws-rt-anz
               IF ws-rt-ok(ws-rt-idx) = "J"
                   PERFORM schreibe-rechnung-frei
               END-IF
           END-PERFORM

           MOVE ws-rc-summe TO ws-bd-edit
           MOVE SPACES TO ws-report-line
           STRING "Summe freigegeben: " DELIMITED BY SIZE
                  ws-rc-frei-anz        DELIMITED BY SIZE
                  " Rechnung(en), "     DELIMITED BY SIZE
                  ws-bd-edit            DELIMITED BY SIZE
                  " EUR"                DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO rgabgl-rec
           WRITE rgabgl-rec.

       schreibe-rechnung-frei.
           ADD 1 TO ws-rc-frei-anz
           ADD ws-rt-summe(ws-rt-idx) TO ws-rc-summe
           MOVE ws-rt-lieferant(ws-rt-idx) TO ws-lf-id
           PERFORM read-lieferant-by-id
           MOVE ws-rt-summe(ws-rt-idx) TO ws-bd-edit
           MOVE SPACES TO ws-report-line
           STRING ws-rt-lieferant(ws-rt-idx) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  ws-lf-name                 DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  ws-rt-nr(ws-rt-idx)        DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  ws-rt-datum(ws-rt-idx)     DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  ws-rt-pos(ws-rt-idx)       DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  ws-bd-edit                 DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO rgabgl-rec
           WRITE rgabgl-rec.

       drucke-rechnung-abweichung.
           MOVE SPACES TO rgabgl-rec
           WRITE rgabgl-rec
           MOVE "Abweichungen je Lieferant" TO rgabgl-rec
           WRITE rgabgl-rec

           MOVE ZERO TO ws-rc-akt-lief
           MOVE ZERO TO ws-rc-lf-anz
           OPEN INPUT rechnung-datei
           IF rechnung-ok
               PERFORM UNTIL NOT rechnung-ok
                   READ rechnung-datei NEXT RECORD
                   IF rechnung-ok AND r-abweichung AND
                      r-grund NOT = SPACES
                       IF r-lieferant NOT = ws-rc-akt-lief
                           IF ws-rc-akt-lief NOT = ZERO
                               PERFORM schreibe-abweichung-summe
                           END-IF
                           PERFORM schreibe-abweichung-kopf
                       END-IF
                       PERFORM schreibe-abweichung-zeile
                   END-IF
               END-PERFORM
               CLOSE rechnung-datei
           END-IF
           IF ws-rc-akt-lief NOT = ZERO
               PERFORM schreibe-abweichung-summe
           END-IF

           MOVE SPACES TO rgabgl-rec
           WRITE rgabgl-rec
           MOVE SPACES TO ws-report-line
           STRING "Gesamt: "        DELIMITED BY SIZE
                  ws-rc-abw-anz     DELIMITED BY SIZE
                  " Abweichung(en)" DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO rgabgl-rec
           WRITE rgabgl-rec.

       schreibe-abweichung-kopf.
           MOVE r-lieferant TO ws-rc-akt-lief
           MOVE ZERO TO ws-rc-lf-anz
           MOVE r-lieferant TO ws-lf-id
           PERFORM read-lieferant-by-id
           MOVE SPACES TO rgabgl-rec
           WRITE rgabgl-rec
           MOVE SPACES TO ws-report-line
           STRING "Lieferant "  DELIMITED BY SIZE
                  r-lieferant   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  ws-lf-name    DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO rgabgl-rec
           WRITE rgabgl-rec
           MOVE SPACES TO ws-report-line
           MOVE "Rechnung"  TO ws-report-line(3:8)
           MOVE "Pos"       TO ws-report-line(16:3)
           MOVE "Best"      TO ws-report-line(19:4)
           MOVE "Grund"     TO ws-report-line(24:5)
           MOVE "Betrag"    TO ws-report-line(53:6)
           MOVE "Soll"      TO ws-report-line(66:4)
           MOVE ws-report-line TO rgabgl-rec
           WRITE rgabgl-rec.

       schreibe-abweichung-zeile.
           ADD 1 TO ws-rc-lf-anz
           ADD 1 TO ws-rc-abw-anz
           EVALUATE r-grund
               WHEN "M01"
                   MOVE "BESTELLUNG FEHLT" TO ws-rc-grund-text
               WHEN "M02"
                   MOVE "NICHT ERHALTEN" TO ws-rc-grund-text
               WHEN "M03"
                   MOVE "MENGE ZU HOCH" TO ws-rc-grund-text
               WHEN "M04"
                   MOVE "PREISABWEICHUNG" TO ws-rc-grund-text
               WHEN "M05"
                   MOVE "DOPPELT BERECHNET" TO ws-rc-grund-text
               WHEN OTHER
                   MOVE "(unbekannt)" TO ws-rc-grund-text
           END-EVALUATE
           MOVE r-betrag TO ws-bd-edit
           MOVE r-soll TO ws-rc-soll-edit
           MOVE SPACES TO ws-report-line
           STRING "  "              DELIMITED BY SIZE
                  r-nr              DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  r-pos             DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  r-bestell-id      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  r-grund           DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  ws-rc-grund-text  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  ws-bd-edit        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  ws-rc-soll-edit   DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO rgabgl-rec
           WRITE rgabgl-rec.

       schreibe-abweichung-summe.
           MOVE SPACES TO ws-report-line
           STRING "  Summe Lieferant " DELIMITED BY SIZE
                  ws-rc-akt-lief       DELIMITED BY SIZE
                  ": "                 DELIMITED BY SIZE
                  ws-rc-lf-anz         DELIMITED BY SIZE
                  " Abweichung(en)"    DELIMITED BY SIZE
                  INTO ws-report-line
           END-STRING
           MOVE ws-report-line TO rgabgl-rec
           WRITE rgabgl-rec.

       budget-menu.
           DISPLAY "Budget erfassen/aendern (1), Budgetliste (2), "
                   "Budgetbericht (3)? " WITH NO ADVANCING
           ACCEPT ws-bu-choice

           EVALUATE ws-bu-choice
               WHEN "1"
                   IF ws-op-stufe >= 3
                       PERFORM pflege-budget
                   ELSE
                       DISPLAY ws-msg-eintrag(42)
                   END-IF
               WHEN "2"
                   PERFORM liste-budget
               WHEN "3"
                   PERFORM budget-bericht
               WHEN OTHER
                   DISPLAY ws-msg-eintrag(38)
           END-EVALUATE.

       lade-budget-tabelle.
           MOVE ZERO TO ws-bu-anz
           OPEN INPUT budget-datei
           IF budget-ok
               PERFORM UNTIL NOT budget-ok
                   READ budget-datei
                       AT END MOVE "10" TO budget-status
                   END-READ
                   IF budget-ok AND bu-jahr NUMERIC AND
                      ws-bu-anz < 100
                       ADD 1 TO ws-bu-anz
                       MOVE bu-jahr    TO ws-bu-t-jahr(ws-bu-anz)
                       MOVE bu-genre   TO ws-bu-t-genre(ws-bu-anz)
                       MOVE bu-filiale TO ws-bu-t-filiale(ws-bu-anz)
                       IF bu-betrag NUMERIC
                           MOVE bu-betrag
                               TO ws-bu-t-betrag(ws-bu-anz)
                       ELSE
                           MOVE ZERO TO ws-bu-t-betrag(ws-bu-anz)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE budget-datei
           END-IF.

       schreibe-budget-tabelle.
           OPEN OUTPUT budget-datei
           IF budget-ok
               PERFORM VARYING ws-bu-idx FROM 1 BY 1
                   UNTIL ws-bu-idx > ws-bu-anz
                   MOVE SPACES TO datei-budget
                   MOVE ws-bu-t-jahr(ws-bu-idx)    TO bu-jahr
                   MOVE ws-bu-t-genre(ws-bu-idx)   TO bu-genre
                   MOVE ws-bu-t-filiale(ws-bu-idx) TO bu-filiale
                   MOVE ws-bu-t-betrag(ws-bu-idx)  TO bu-betrag
                   WRITE datei-budget
               END-PERFORM
               CLOSE budget-datei
           ELSE
               DISPLAY "Fehler beim Schreiben von budget.dat!"
           END-IF.

       suche-budget.
           MOVE ZERO TO ws-bu-pos
           PERFORM VARYING ws-bu-idx FROM 1 BY 1
               UNTIL ws-bu-idx > ws-bu-anz OR ws-bu-pos > ZERO
               IF ws-bu-t-jahr(ws-bu-idx)    = ws-bu-jahr AND
                  ws-bu-t-genre(ws-bu-idx)   = ws-bu-genre AND
                  ws-bu-t-filiale(ws-bu-idx) = ws-bu-filiale
                   MOVE ws-bu-idx TO ws-bu-pos
               END-IF
           END-PERFORM.

       frage-budget-jahr.
           ACCEPT ws-today FROM DATE YYYYMMDD
           MOVE ws-today(1:4) TO ws-bu-jahr
           DISPLAY "Jahr (Enter = " ws-bu-jahr "): "
               WITH NO ADVANCING
           MOVE SPACES TO ws-bu-jahr-x
           ACCEPT ws-bu-jahr-x
           IF ws-bu-jahr-x NUMERIC
               MOVE ws-bu-jahr-x TO ws-bu-jahr
           END-IF.

       pflege-budget.
           PERFORM frage-budget-jahr
           PERFORM ask-genre
           IF ws-genre = SPACES
               DISPLAY "Fehler! Genre darf nicht leer sein!"
           ELSE
               MOVE ws-genre TO ws-bu-genre
               DISPLAY "Filiale (Enter = alle Filialen): "
                   WITH NO ADVANCING
               MOVE SPACES TO ws-bu-filiale
               ACCEPT ws-bu-filiale
               PERFORM lade-budget-tabelle
               PERFORM suche-budget
               IF ws-bu-pos > ZERO
                   MOVE ws-bu-t-betrag(ws-bu-pos) TO ws-bd-edit
                   DISPLAY "Bisheriges Budget: " ws-bd-edit " EUR"
               END-IF
               PERFORM frage-budget-betrag
           END-IF.

       frage-budget-betrag.
           MOVE "N" TO ws-preis-gueltig
           PERFORM UNTIL preis-gueltig
               DISPLAY "Jahresbudget in EUR (z.B. 2500.00): "
                   WITH NO ADVANCING
               ACCEPT ws-preis-x
               PERFORM parse-preis
               IF NOT preis-gueltig
                   DISPLAY ws-msg-eintrag(83)
               END-IF
           END-PERFORM

           IF ws-bu-pos = ZERO
               IF ws-bu-anz < 100
                   ADD 1 TO ws-bu-anz
                   MOVE ws-bu-anz     TO ws-bu-pos
                   MOVE ws-bu-jahr    TO ws-bu-t-jahr(ws-bu-pos)
                   MOVE ws-bu-genre   TO ws-bu-t-genre(ws-bu-pos)
                   MOVE ws-bu-filiale TO ws-bu-t-filiale(ws-bu-pos)
               ELSE
                   DISPLAY "Fehler! Budgettabelle ist voll."
               END-IF
           END-IF

           IF ws-bu-pos > ZERO
               MOVE ws-preis TO ws-bu-t-betrag(ws-bu-pos)
               PERFORM schreibe-budget-tabelle
               MOVE ws-preis TO ws-bd-edit
               DISPLAY "Budget gespeichert."
               MOVE "BUDGET GEAENDERT" TO ws-audit-action
               MOVE SPACES TO ws-audit-detail
               STRING ws-bu-jahr     DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      ws-bu-genre    DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      ws-bu-filiale  DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      ws-bd-edit     DELIMITED BY SIZE
                      INTO ws-audit-detail
               END-STRING
               PERFORM write-audit-entry
           END-IF.

       liste-budget.
           PERFORM lade-budget-tabelle
           IF ws-bu-anz = ZERO
               DISPLAY "Keine Budgets erfasst."
           ELSE
               DISPLAY "Jahr Genre           Fil     Budget"
               PERFORM VARYING ws-bu-idx FROM 1 BY 1
                   UNTIL ws-bu-idx > ws-bu-anz
                   MOVE ws-bu-t-betrag(ws-bu-idx) TO ws-bd-edit
                   DISPLAY ws-bu-t-jahr(ws-bu-idx) " "
                           ws-bu-t-genre(ws-bu-idx) " "
                           ws-bu-t-filiale(ws-bu-idx) " "
                           ws-bd-edit
               END-PERFORM
           END-IF.

       pruefe-budget.
           MOVE "J" TO ws-bu-frei-flag
           IF b-preis NOT NUMERIC
               MOVE ZERO TO b-preis
           END-IF
           IF b-menge NOT NUMERIC OR b-menge = ZERO
               MOVE 1 TO b-menge
           END-IF
           COMPUTE ws-bu-neu = b-preis * b-menge
           ACCEPT ws-today FROM DATE YYYYMMDD
           MOVE ws-today(1:4) TO ws-bu-jahr
           MOVE b-genre TO ws-bu-genre
           PERFORM lade-budget-tabelle

           MOVE SPACES TO ws-bu-filiale
           PERFORM suche-budget
           MOVE ws-bu-pos TO ws-bu-pos-gesamt
           MOVE ZERO TO ws-bu-pos-filiale
           IF b-filiale NOT = SPACES
               MOVE b-filiale TO ws-bu-filiale
               PERFORM suche-budget
               MOVE ws-bu-pos TO ws-bu-pos-filiale
           END-IF

           IF ws-bu-neu > ZERO AND
              (ws-bu-pos-gesamt > ZERO OR ws-bu-pos-filiale > ZERO)
               MOVE datei-bestell TO ws-bu-bestell-satz
               MOVE b-id TO ws-bu-best-id
               PERFORM summiere-budget-verbrauch
               MOVE ws-bu-bestell-satz TO datei-bestell
               READ bestell-datei
                   INVALID KEY CONTINUE
               END-READ
               MOVE ws-bu-bestell-satz TO datei-bestell

               IF ws-bu-pos-gesamt > ZERO
                   MOVE ws-bu-pos-gesamt TO ws-bu-pos
                   MOVE ws-bu-verbr-gesamt TO ws-bu-verbraucht
                   PERFORM pruefe-budget-rest
               END-IF
               IF ws-bu-pos-filiale > ZERO AND bu-frei
                   MOVE ws-bu-pos-filiale TO ws-bu-pos
                   MOVE ws-bu-verbr-filiale TO ws-bu-verbraucht
                   PERFORM pruefe-budget-rest
               END-IF
           END-IF.

       summiere-budget-verbrauch.
           MOVE ZERO TO ws-bu-verbr-gesamt
           MOVE ZERO TO ws-bu-verbr-filiale
           MOVE ZERO TO b-id
           START bestell-datei KEY IS NOT LESS THAN b-id
               INVALID KEY MOVE "10" TO bestell-status
           END-START
           PERFORM UNTIL NOT bestell-ok
               READ bestell-datei NEXT RECORD
               IF bestell-ok AND
                  b-id NOT = ws-bu-best-id AND
                  (b-bestellt OR b-erhalten OR b-uebernommen) AND
                  b-datum(1:4) = ws-bu-jahr AND
                  b-genre = ws-bu-genre
                   PERFORM ermittle-bestell-wert
                   ADD ws-bu-wert TO ws-bu-verbr-gesamt
                   IF b-filiale = ws-bu-filiale
                       ADD ws-bu-wert TO ws-bu-verbr-filiale
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00" TO bestell-status.

       ermittle-bestell-wert.
           IF b-preis NOT NUMERIC
               MOVE ZERO TO b-preis
           END-IF
           IF b-menge NOT NUMERIC OR b-menge = ZERO
               MOVE 1 TO b-menge
           END-IF
           COMPUTE ws-bu-wert = b-preis * b-menge.

       pruefe-budget-rest.
           COMPUTE ws-bu-rest = ws-bu-t-betrag(ws-bu-pos)
                              - ws-bu-verbraucht
           IF ws-bu-neu > ws-bu-rest
               MOVE ws-bu-rest TO ws-bu-rest-edit
               MOVE ws-bu-neu TO ws-bd-edit
               DISPLAY "Achtung! Budget " ws-bu-jahr " "
                       ws-bu-t-genre(ws-bu-pos) " "
                       ws-bu-t-filiale(ws-bu-pos)
                       " reicht nicht aus."
               DISPLAY "Restbudget: " ws-bu-rest-edit
                       " EUR, Bestellwert: " ws-bd-edit " EUR"
               MOVE SPACES TO ws-audit-action
               IF ws-op-stufe >= 3
                   DISPLAY "Trotzdem bestellen? (J/N): "
                       WITH NO ADVANCING
                   ACCEPT ws-confirm
                   IF ws-confirm = "J" OR ws-confirm = "j"
                       MOVE "BUDGET UEBERSCHR." TO ws-audit-action
                   ELSE
                       MOVE "N" TO ws-bu-frei-flag
                   END-IF
               ELSE
                   DISPLAY "Bestellung abgelehnt, Freigabe nur "
                           "durch Stufe 3."
                   MOVE "N" TO ws-bu-frei-flag
                   MOVE "BUDGET ABGELEHNT" TO ws-audit-action
               END-IF
               IF ws-audit-action NOT = SPACES
                   MOVE SPACES TO ws-audit-detail
                   STRING "Bestellung "   DELIMITED BY SIZE
                          b-id            DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          ws-bu-genre     DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          ws-bu-filiale   DELIMITED BY SIZE
                          " "             DELIMITED BY SIZE
                          ws-bd-edit      DELIMITED BY SIZE
                          INTO ws-audit-detail
                   END-STRING
                   PERFORM write-audit-entry
               END-IF
           END-IF.

       budget-bericht.
           ACCEPT ws-today FROM DATE YYYYMMDD
           MOVE ws-today(1:4) TO ws-bu-jahr
           IF batch-mode
               MOVE SPACES TO ws-au-wort1
               MOVE SPACES TO ws-bu-jahr-x
               UNSTRING stapel-rec DELIMITED BY ALL " "
                   INTO ws-au-wort1
                        ws-bu-jahr-x
               IF ws-bu-jahr-x(1:4) NUMERIC
                   MOVE ws-bu-jahr-x(1:4) TO ws-bu-jahr
               END-IF
           ELSE
               PERFORM frage-budget-jahr
           END-IF

           PERFORM lade-budget-tabelle
           MOVE ZERO TO ws-bb-anz
           PERFORM VARYING ws-bu-idx FROM 1 BY 1
               UNTIL ws-bu-idx > ws-bu-anz
               IF ws-bu-t-jahr(ws-bu-idx) = ws-bu-jahr
                   MOVE ws-bu-t-genre(ws-bu-idx)   TO ws-bu-genre
                   MOVE ws-bu-t-filiale(ws-bu-idx) TO ws-bu-filiale
                   PERFORM suche-bericht-zeile
                   IF ws-bb-pos > ZERO
                       MOVE ws-bu-t-betrag(ws-bu-idx)
                           TO ws-bb-budget(ws-bb-pos)
                       MOVE "J" TO ws-bb-hat-budget(ws-bb-pos)
                   END-IF
               END-IF
           END-PERFORM

           OPEN INPUT bestell-datei
           IF bestell-ok
               PERFORM UNTIL NOT bestell-ok
                   READ bestell-datei NEXT RECORD
                   IF bestell-ok AND
                      (b-bestellt OR b-erhalten OR b-uebernommen)
                      AND b-datum(1:4) = ws-bu-jahr
                       PERFORM sammle-budget-verbrauch
                   END-IF
               END-PERFORM
               CLOSE bestell-datei
           END-IF

           PERFORM VARYING ws-bb-idx FROM 1 BY 1
               UNTIL ws-bb-idx > ws-bb-anz
               IF ws-bb-filiale(ws-bb-idx) NOT = SPACES AND
                  ws-bb-hat-budget(ws-bb-idx) = "J"
                   MOVE ws-bb-genre(ws-bb-idx) TO ws-bu-genre
                   MOVE SPACES TO ws-bu-filiale
                   PERFORM suche-bericht-zeile
                   IF ws-bb-pos > ZERO AND
                      ws-bb-hat-budget(ws-bb-pos) NOT = "J"
                       ADD ws-bb-budget(ws-bb-idx)
                           TO ws-bb-budget(ws-bb-pos)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING ws-bb-idx FROM 1 BY 1
               UNTIL ws-bb-idx >= ws-bb-anz
               PERFORM VARYING ws-bb-jdx FROM 1 BY 1
                   UNTIL ws-bb-jdx >= ws-bb-anz
                   IF ws-bb-genre(ws-bb-jdx) >
                      ws-bb-genre(ws-bb-jdx + 1) OR
                      (ws-bb-genre(ws-bb-jdx) =
                       ws-bb-genre(ws-bb-jdx + 1) AND
                       ws-bb-filiale(ws-bb-jdx) >
                       ws-bb-filiale(ws-bb-jdx + 1))
                       MOVE ws-bb-eintrag(ws-bb-jdx)
                           TO ws-bb-tmp-eintrag
                       MOVE ws-bb-eintrag(ws-bb-jdx + 1)
                           TO ws-bb-eintrag(ws-bb-jdx)
                       MOVE ws-bb-tmp-eintrag
                           TO ws-bb-eintrag(ws-bb-jdx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM drucke-budget-bericht.

       suche-bericht-zeile.
           MOVE ZERO TO ws-bb-pos
           PERFORM VARYING ws-bb-jdx FROM 1 BY 1
               UNTIL ws-bb-jdx > ws-bb-anz OR ws-bb-pos > ZERO
               IF ws-bb-genre(ws-bb-jdx)   = ws-bu-genre AND
                  ws-bb-filiale(ws-bb-jdx) = ws-bu-filiale
                   MOVE ws-bb-jdx TO ws-bb-pos
               END-IF
           END-PERFORM
           IF ws-bb-pos = ZERO AND ws-bb-anz < 150
               ADD 1 TO ws-bb-anz
               MOVE ws-bb-anz     TO ws-bb-pos
               MOVE ws-bu-genre   TO ws-bb-genre(ws-bb-pos)
               MOVE ws-bu-filiale TO ws-bb-filiale(ws-bb-pos)
               MOVE ZERO          TO ws-bb-budget(ws-bb-pos)
               MOVE ZERO          TO ws-bb-gebunden(ws-bb-pos)
               MOVE ZERO          TO ws-bb-ausgegeben(ws-bb-pos)
               MOVE "N"           TO ws-bb-hat-budget(ws-bb-pos)
           END-IF.

       sammle-budget-verbrauch.
           PERFORM ermittle-bestell-wert
           MOVE b-genre TO ws-bu-genre
           MOVE SPACES TO ws-bu-filiale
           PERFORM suche-bericht-zeile
           PERFORM buche-bericht-wert
           IF b-filiale NOT = SPACES
               MOVE b-filiale TO ws-bu-filiale
               MOVE ZERO TO ws-bb-pos
               PERFORM VARYING ws-bb-jdx FROM 1 BY 1
                   UNTIL ws-bb-jdx > ws-bb-anz OR ws-bb-pos > ZERO
                   IF ws-bb-genre(ws-bb-jdx)   = ws-bu-genre AND
                      ws-bb-filiale(ws-bb-jdx) = ws-bu-filiale
                       MOVE ws-bb-jdx TO ws-bb-pos
                   END-IF
               END-PERFORM
               PERFORM buche-bericht-wert
           END-IF.

       buche-bericht-wert.
           IF ws-bb-pos > ZERO
               IF b-bestellt
                   ADD ws-bu-wert TO ws-bb-gebunden(ws-bb-pos)
               ELSE
                   ADD ws-bu-wert TO ws-bb-ausgegeben(ws-bb-pos)
               END-IF
           END-IF.

       drucke-budget-bericht.
           MOVE ZERO TO ws-bb-sum-budget
           MOVE ZERO TO ws-bb-sum-gebunden
           MOVE ZERO TO ws-bb-sum-ausgegeben

           OPEN OUTPUT budber-datei
           IF NOT budber-ok
               DISPLAY "Fehler beim Schreiben von budber.txt!"
               MOVE "N" TO ws-batch-erfolg
           ELSE
               MOVE "*** Budget/Ist-Vergleich ***" TO budber-rec
               WRITE budber-rec
               MOVE SPACES TO ws-report-line
               STRING "Jahr: "     DELIMITED BY SIZE
                      ws-bu-jahr   DELIMITED BY SIZE
                      "   Stand: " DELIMITED BY SIZE
                      ws-today     DELIMITED BY SIZE
                      INTO ws-report-line
               END-STRING
               MOVE ws-report-line TO budber-rec
               WRITE budber-rec
               MOVE SPACES TO budber-rec
               WRITE budber-rec
               MOVE SPACES TO ws-report-line
               MOVE "Genre"      TO ws-report-line(1:5)
               MOVE "Fil"        TO ws-report-line(19:3)
               MOVE "Budget"     TO ws-report-line(30:6)
               MOVE "Gebunden"   TO ws-report-line(41:8)
               MOVE "Ausgegeben" TO ws-report-line(52:10)
               MOVE "Rest"       TO ws-report-line(69:4)
               MOVE ws-report-line TO budber-rec
               WRITE budber-rec

               PERFORM VARYING ws-bb-idx FROM 1 BY 1
                   UNTIL ws-bb-idx > ws-bb-anz
                   PERFORM schreibe-budget-zeile
               END-PERFORM

               MOVE SPACES TO budber-rec
               WRITE budber-rec
               MOVE "Gesamt" TO ws-bb-zeile-genre
               MOVE SPACES TO ws-bb-zeile-filiale
               MOVE ws-bb-sum-budget     TO ws-bb-zeile-budget
               MOVE ws-bb-sum-gebunden   TO ws-bb-zeile-gebunden
               MOVE ws-bb-sum-ausgegeben TO ws-bb-zeile-ausgegeben
               PERFORM formatiere-budget-zeile

               CLOSE budber-datei
               DISPLAY "Budgetbericht " ws-bu-jahr
                       " erstellt (budber.txt)."
           END-IF.

       schreibe-budget-zeile.
           MOVE ws-bb-genre(ws-bb-idx)      TO ws-bb-zeile-genre
           MOVE ws-bb-filiale(ws-bb-idx)    TO ws-bb-zeile-filiale
           MOVE ws-bb-budget(ws-bb-idx)     TO ws-bb-zeile-budget
           MOVE ws-bb-gebunden(ws-bb-idx)   TO ws-bb-zeile-gebunden
           MOVE ws-bb-ausgegeben(ws-bb-idx) TO ws-bb-zeile-ausgegeben
           IF ws-bb-filiale(ws-bb-idx) = SPACES
               ADD ws-bb-budget(ws-bb-idx)     TO ws-bb-sum-budget
               ADD ws-bb-gebunden(ws-bb-idx)   TO ws-bb-sum-gebunden
               ADD ws-bb-ausgegeben(ws-bb-idx)
                   TO ws-bb-sum-ausgegeben
           END-IF
           PERFORM formatiere-budget-zeile.

       formatiere-budget-zeile.
           COMPUTE ws-bu-rest = ws-bb-zeile-budget
                              - ws-bb-zeile-gebunden
                              - ws-bb-zeile-ausgegeben
           MOVE SPACES TO ws-report-line
           IF ws-bb-zeile-filiale = SPACES
               MOVE ws-bb-zeile-genre TO ws-report-line(1:15)
           ELSE
               MOVE "  Filiale"         TO ws-report-line(1:9)
               MOVE ws-bb-zeile-filiale TO ws-report-line(19:3)
           END-IF
           MOVE ws-bb-zeile-budget     TO ws-bd-edit
           MOVE ws-bd-edit             TO ws-report-line(26:10)
           MOVE ws-bb-zeile-gebunden   TO ws-bd-edit
           MOVE ws-bd-edit             TO ws-report-line(39:10)
           MOVE ws-bb-zeile-ausgegeben TO ws-bd-edit
           MOVE ws-bd-edit             TO ws-report-line(52:10)
           MOVE ws-bu-rest             TO ws-bu-rest-edit
           MOVE ws-bu-rest-edit        TO ws-report-line(62:11)
           IF ws-bu-rest < ZERO
               MOVE "UEBERSCHRITTEN" TO ws-report-line(74:14)
           END-IF
           MOVE ws-report-line TO budber-rec
           WRITE budber-rec.

       drucke-bestell-dokumente.
           MOVE ZERO TO ws-bd-briefe
           ACCEPT ws-today FROM DATE YYYYMMDD
                   MOVE ws-sr-folge TO film-serie-folge
                   MOVE "A" TO film-aend-art
                   PERFORM stamp-film-change
                   PERFORM jn-vorher-film
                   REWRITE datei-film
                       INVALID KEY
                           DISPLAY "Fehler beim Zuordnen!"
                       NOT INVALID KEY
                           PERFORM jn-film
                           IF ws-sr-id = ZERO
                               DISPLAY "Film von der Serie "
                                       "abgehaengt."
