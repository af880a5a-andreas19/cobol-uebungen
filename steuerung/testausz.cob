       identification division.
       program-id. Testdaten-Auszug.
       author. Andreas Suhre.

      *=================================================================
      *  Testdaten-Auszug: kopiert eine Auswahl aus addressbook.dat
      *  mit den zugehoerigen Saetzen aus adressen-zusatz.dat,
      *  notizen.dat, verteiler.dat und adressbuch-historie.dat sowie
      *  benutzer.dat in ein Testverzeichnis. Namen, Strassen, Tele-
      *  fonnummern und Notiztexte werden durch erfundene Werte
      *  ersetzt; ein Name erhaelt in allen Dateien denselben Ersatz.
      *  Benutzer behalten ihre Kennung, erhalten einen Testnamen und
      *  das Kennwort "test".
      *  Die Corona-Bestaende (Fall-, Impf- und Todesfallhistorie,
      *  abgeschlossene Jahre) werden fuer einen Datumsbereich, die
      *  Stammdaten, Steuer- und Lieferdateien (auch die in
      *  fallzahlen-dateien.txt genannten) ganz unveraendert kopiert,
      *  so dass die Jobkette im Testverzeichnis laufen kann.
      *
      *  Aufruf: Testdaten-Auszug Zielverzeichnis VonDatum BisDatum
      *          [PLZ-Anfang|- [Jeder n-te Eintrag]]
      *  (Datum JJJJMMTT; ohne Parameter werden die Angaben erfragt)
      *=================================================================

       environment division.
       input-output section.
       file-control.
         select optional DataFile assign to "addressbook.dat"
                organization is indexed
                access mode is sequential
                record key is Name-D
                alternate record key is Location-D with duplicates
                alternate record key is Plz-Location-D with duplicates
                alternate record key is Phone-D with duplicates
                file status is DataStatus.
         select OutBookFile assign to OutBookName
                organization is indexed
                access mode is random
                record key is Name-O
                alternate record key is Location-O with duplicates
                alternate record key is Plz-Location-O with duplicates
                alternate record key is Phone-O with duplicates
                file status is OutStatus.
         select optional ExtraAddrFile assign to "adressen-zusatz.dat"
                organization is line sequential
                file status is InStatus.
         select optional NotesFile assign to "notizen.dat"
                organization is line sequential
                file status is InStatus.
         select optional DistListFile assign to "verteiler.dat"
                organization is line sequential
                file status is InStatus.
         select optional HistoryFile
                assign to "adressbuch-historie.dat"
                organization is line sequential
                file status is InStatus.
         select optional UserFile assign to "benutzer.dat"
                organization is line sequential
                file status is InStatus.
         select optional HistStoreFile
                assign to "fallzahlen-historie.dat"
                organization is indexed
                access mode is sequential
                record key is HistKey-FH
                file status is InStatus.
         select OutHistStoreFile assign to OutStoreName
                organization is indexed
                access mode is random
                record key is HistKey-FO
                file status is OutStatus.
         select optional YearCatFile
                assign to "fallzahlen-historie-jahre.dat"
                organization is line sequential
                file status is YearCatStatus.
         select optional YearHistFile assign to YearHistName
                organization is indexed
                access mode is sequential
                record key is HistKey-FJ
                file status is InStatus.
         select optional ImpfStoreFile
                assign to "impfungen-historie.dat"
                organization is indexed
                access mode is sequential
                record key is ImpfKey-IH
                file status is InStatus.
         select OutImpfStoreFile assign to OutStoreName
                organization is indexed
                access mode is random
                record key is ImpfKey-IO
                file status is OutStatus.
         select optional DeathStoreFile
                assign to "todesfaelle-historie.dat"
                organization is indexed
                access mode is sequential
                record key is DeathKey-TH
                file status is InStatus.
         select OutDeathStoreFile assign to OutStoreName
                organization is indexed
                access mode is random
                record key is DeathKey-TO
                file status is OutStatus.
         select optional CopyInFile assign to CopyInName
                organization is line sequential
                file status is InStatus.
         select OutLineFile assign to OutLineName
                organization is line sequential
                file status is OutStatus.
         select LaufProtokollFile assign to "lauf.log"
                organization is line sequential.

      *=================================================================

       data division.
       file section.
       FD DataFile.
       copy adressrec replacing AddressRec by DataRec
                                ==:tag:== by ==D==.

       FD OutBookFile.
       copy adressrec replacing AddressRec by OutBookRec
                                ==:tag:== by ==O==.

       FD ExtraAddrFile.
       01 ExtraAddrRec.
          02 Name-Z     pic X(50).
          02 AddrType-Z pic X(1).
          02 Street-Z   pic X(50).
          02 Plz-Z      pic X(5).
          02 Location-Z pic X(50).

       FD NotesFile.
       01 NoteRec.
          02 NoteName-N pic X(50).
          02 NoteDate-N pic X(8).
          02 NoteTime-N pic X(6).
          02 NoteUser-N pic X(8).
          02 NoteText-N pic X(70).

       FD DistListFile.
       01 DistListRec.
          02 ListName-W pic X(20).
          02 Member-W   pic X(50).

       FD HistoryFile.
       copy historec replacing ==:tag:== by ==H==.

       FD UserFile.
       01 UserRec.
          02 UserId-U   pic X(8).
          02 Password-U pic X(8).
          02 UserName-U pic X(30).
          02 Role-U     pic X(1).
          02 PwdDate-U  pic X(8).
          02 Lock-U     pic X(1).

       FD HistStoreFile.
       copy fallhist replacing ==:tag:== by ==FH==.

       FD OutHistStoreFile.
       copy fallhist replacing HistStoreRec by OutHistStoreRec
                               ==:tag:== by ==FO==.

       FD YearCatFile.
       copy histjahr replacing ==:tag:== by ==YC==.

       FD YearHistFile.
       copy fallhist replacing HistStoreRec by YearHistRec
                               ==:tag:== by ==FJ==.

       FD ImpfStoreFile.
       01 ImpfStoreRec.
          02 ImpfKey-IH.
             03 DistrictId-IH pic 9(5).
             03 Date-IH       pic 9(8).
          02 ImpfData-IH pic X(18).

       FD OutImpfStoreFile.
       01 OutImpfStoreRec.
          02 ImpfKey-IO pic X(13).
          02 ImpfData-IO pic X(18).

       FD DeathStoreFile.
       01 DeathStoreRec.
          02 DeathKey-TH.
             03 DistrictId-TH pic 9(5).
             03 Date-TH       pic 9(8).
          02 Deaths-TH pic 9(6).

       FD OutDeathStoreFile.
       01 OutDeathStoreRec.
          02 DeathKey-TO pic X(13).
          02 Deaths-TO pic 9(6).

       FD CopyInFile.
       01 CopyInRec pic X(1024).

       FD OutLineFile.
       01 OutLineRec pic X(1024).

       FD LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 DataStatus pic XX value spaces.
          88 DataStatusOK  value "00".
          88 DataStatusEOF value "10".
       01 InStatus pic XX value spaces.
          88 InStatusOK  value "00".
          88 InStatusEOF value "10".
       01 OutStatus pic XX value spaces.
          88 OutStatusOK value "00".
       01 YearCatStatus pic XX value spaces.
          88 YearCatStatusOK  value "00".
          88 YearCatStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CmdLine pic X(120) value spaces.
       01 TargetDir pic X(60) value spaces.
       01 FromText pic X(8) value spaces.
       01 ToText pic X(8) value spaces.
       01 PlzPrefix pic X(5) value spaces.
       01 StepText pic X(5) value spaces.
       01 FromDate pic 9(8) value zero.
       01 ToDate pic 9(8) value zero.
       01 PlzLen pic 9 value zero.
       01 SampleStep pic 9(5) value 1.
       01 MatchCount pic 9(7) value zero.

       01 OutBookName pic X(100) value spaces.
       01 OutStoreName pic X(100) value spaces.
       01 OutLineName pic X(100) value spaces.
       01 YearHistName pic X(40) value spaces.
       01 CopyInName pic X(40) value spaces.
       01 TargetFile pic X(40) value spaces.
       01 TargetPath pic X(100) value spaces.

      *  Stamm- und Steuerdateien, die unveraendert kopiert werden
       01 RefFileMax pic 99 value 21.
       01 RefFileTable.
          02 FILLER pic X(40) value "kreise.dat".
          02 FILLER pic X(40) value "kreise-zusatz.dat".
          02 FILLER pic X(40) value "kreis-alias.dat".
          02 FILLER pic X(40) value "kreis-nachbarn.dat".
          02 FILLER pic X(40) value "einwohner.dat".
          02 FILLER pic X(40) value "plz-kreis.dat".
          02 FILLER pic X(40) value "hospitalisierung.dat".
          02 FILLER pic X(40) value "intensivbetten.dat".
          02 FILLER pic X(40) value "plzverzeichnis.dat".
          02 FILLER pic X(40) value "feiertage.dat".
          02 FILLER pic X(40) value "fristen.dat".
          02 FILLER pic X(40) value "programm.cfg".
          02 FILLER pic X(40) value "jobkette.cfg".
          02 FILLER pic X(40) value "listenverteilung.dat".
          02 FILLER pic X(40) value "fallzahlen.csv".
          02 FILLER pic X(40) value "fallzahlen-dateien.txt".
          02 FILLER pic X(40) value "datumzeile.txt".
          02 FILLER pic X(40) value "gesundheitsamt.dat".
          02 FILLER pic X(40) value "briefvorlagen.dat".
          02 FILLER pic X(40) value "warnstufe.dat".
          02 FILLER pic X(40) value "fallzahlen-alter.dat".
       01 RefFiles redefines RefFileTable.
          02 RefFile-R occurs 21 times pic X(40).
       01 RefIdx pic 99.

      *  Lieferdateien aus fallzahlen-dateien.txt
       01 ListedMax pic 99 value zero.
       01 ListedTable.
          02 Listed-T occurs 50 times pic X(40).
       01 ListedIdx pic 99.
       01 CreateDirRc pic S9(9) value zero.
       01 PrnRc pic -(8)9.

      *  Ersatzwerte: Vorname und Nachname ergeben 500 verschiedene
      *  Namen, danach wird eine laufende Gruppennummer angehaengt.
       01 FirstNameTable.
          02 FILLER pic X(10) value "Anna".
          02 FILLER pic X(10) value "Bernd".
          02 FILLER pic X(10) value "Clara".
          02 FILLER pic X(10) value "Dieter".
          02 FILLER pic X(10) value "Elke".
          02 FILLER pic X(10) value "Frank".
          02 FILLER pic X(10) value "Gisela".
          02 FILLER pic X(10) value "Heinz".
          02 FILLER pic X(10) value "Ilse".
          02 FILLER pic X(10) value "Jens".
          02 FILLER pic X(10) value "Karin".
          02 FILLER pic X(10) value "Lothar".
          02 FILLER pic X(10) value "Monika".
          02 FILLER pic X(10) value "Norbert".
          02 FILLER pic X(10) value "Petra".
          02 FILLER pic X(10) value "Rainer".
          02 FILLER pic X(10) value "Sabine".
          02 FILLER pic X(10) value "Thomas".
          02 FILLER pic X(10) value "Ute".
          02 FILLER pic X(10) value "Werner".
       01 FirstNames redefines FirstNameTable.
          02 FirstName-F occurs 20 times pic X(10).

       01 LastNameTable.
          02 FILLER pic X(10) value "Albers".
          02 FILLER pic X(10) value "Brandt".
          02 FILLER pic X(10) value "Claasen".
          02 FILLER pic X(10) value "Dreyer".
          02 FILLER pic X(10) value "Ebert".
          02 FILLER pic X(10) value "Fink".
          02 FILLER pic X(10) value "Gerdes".
          02 FILLER pic X(10) value "Hahn".
          02 FILLER pic X(10) value "Imhoff".
          02 FILLER pic X(10) value "Jansen".
          02 FILLER pic X(10) value "Kruse".
          02 FILLER pic X(10) value "Lange".
          02 FILLER pic X(10) value "Meyer".
          02 FILLER pic X(10) value "Nolte".
          02 FILLER pic X(10) value "Otten".
          02 FILLER pic X(10) value "Peters".
          02 FILLER pic X(10) value "Quast".
          02 FILLER pic X(10) value "Rohde".
          02 FILLER pic X(10) value "Seidel".
          02 FILLER pic X(10) value "Thiele".
          02 FILLER pic X(10) value "Ulrich".
          02 FILLER pic X(10) value "Vogt".
          02 FILLER pic X(10) value "Wolters".
          02 FILLER pic X(10) value "Zander".
          02 FILLER pic X(10) value "Busch".
       01 LastNames redefines LastNameTable.
          02 LastName-F occurs 25 times pic X(10).

       01 StreetNameTable.
          02 FILLER pic X(15) value "Ahornweg".
          02 FILLER pic X(15) value "Birkenallee".
          02 FILLER pic X(15) value "Eichenstrasse".
          02 FILLER pic X(15) value "Fliederweg".
          02 FILLER pic X(15) value "Gartenstrasse".
          02 FILLER pic X(15) value "Hauptstrasse".
          02 FILLER pic X(15) value "Kastanienweg".
          02 FILLER pic X(15) value "Lindenstrasse".
          02 FILLER pic X(15) value "Muehlenweg".
          02 FILLER pic X(15) value "Parkstrasse".
          02 FILLER pic X(15) value "Rosenweg".
          02 FILLER pic X(15) value "Schulstrasse".
          02 FILLER pic X(15) value "Tannenweg".
          02 FILLER pic X(15) value "Ulmenstrasse".
          02 FILLER pic X(15) value "Wiesenweg".
       01 StreetNames redefines StreetNameTable.
          02 StreetName-F occurs 15 times pic X(15).

      *  Zuordnung echter Name -> Ersatz, in Schluesselfolge von
      *  addressbook.dat aufgebaut und daher aufsteigend sortiert
       01 NameMapMax pic 9(5) value zero.
       01 NameMapTable.
          02 NameMap-T occurs 1 to 5000 times
             depending on NameMapMax
             ascending key is MapReal-T
             indexed by MapIdx.
             03 MapReal-T  pic X(50).
             03 MapFake-T  pic X(50).
             03 MapPhone-T pic X(20).

       01 StreetMapMax pic 9(5) value zero.
       01 StreetMapTable.
          02 StreetMap-T occurs 10000 times.
             03 StreetReal-T pic X(50).
             03 StreetFake-T pic X(50).
       01 StreetIdx pic 9(5).
       01 StreetFound pic 9(5).

       01 LookupName pic X(50).
       01 NameFound pic X value "N".
          88 NameIsMapped value "J".
       01 FakeName pic X(50).
       01 FakeStreet pic X(50).
       01 LookupStreet pic X(50).
       01 SeqNo pic 9(7).
       01 PartIdx pic 99.
       01 FirstIdx pic 99.
       01 LastIdx pic 99.
       01 GroupNo pic 9(5).
       01 PrnGroup pic Z(4)9.
       01 HouseNo pic 9(5).
       01 PrnHouse pic Z(4)9.
       01 PhoneSeq pic 9(6).
       01 UserSeq pic 9(3) value zero.

       01 TodayNum pic 9(8).
       01 YearNum pic 9(4).

       01 BookCount pic 9(7) value zero.
       01 ExtraCount pic 9(7) value zero.
       01 NoteCount pic 9(7) value zero.
       01 ListCount pic 9(7) value zero.
       01 HistCount pic 9(7) value zero.
       01 UserCount pic 9(7) value zero.
       01 StoreCount pic 9(7) value zero.
       01 YearCount pic 9(9) value zero.
       01 RefCount pic 9(7) value zero.
       01 PrnCount pic Z(6)9.

      *=================================================================

       procedure division.

       move "TESTAUSZUG" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time
       accept TodayNum from date YYYYMMDD

       display "Testdaten-Auszug"
       accept CmdLine from command-line
       if CmdLine = spaces
         display "Zielverzeichnis: " no advancing
         accept TargetDir
         display "Fallzahlen von (JJJJMMTT): " no advancing
         accept FromText
         display "Fallzahlen bis (JJJJMMTT): " no advancing
         accept ToText
         display "PLZ-Anfang der Auswahl (- = alle): " no advancing
         accept PlzPrefix
         display "Jeder n-te Eintrag (leer = alle): " no advancing
         accept StepText
       else
         unstring CmdLine delimited by all " "
           into TargetDir, FromText, ToText, PlzPrefix, StepText
         end-unstring
       end-if

       perform CheckParameters
       if RunSucceeded
         call "CBL_CREATE_DIR" using TargetDir
         end-call
         move return-code to CreateDirRc
         move zero to return-code
         perform CreateTargetLog
       end-if
       if RunSucceeded
         perform ExtractAddressBook
       end-if
       if RunSucceeded
         perform ExtractExtraAddresses
         perform ExtractNotes
         perform ExtractDistLists
         perform ExtractHistory
         perform ExtractUsers
         perform ExtractCaseStore
         perform ExtractYears
         perform ExtractImpfStore
         perform ExtractDeathStore
         perform varying RefIdx from 1 by 1 until RefIdx > RefFileMax
           move RefFile-R(RefIdx) to CopyInName
           perform CopyFile
         end-perform
         perform CopyListedFiles

         move BookCount to PrnCount
         display "Adressen:                 " PrnCount
         move ExtraCount to PrnCount
         display "Zusatzanschriften:        " PrnCount
         move NoteCount to PrnCount
         display "Notizen:                  " PrnCount
         move ListCount to PrnCount
         display "Verteilereintraege:       " PrnCount
         move HistCount to PrnCount
         display "Historienzeilen:          " PrnCount
         move UserCount to PrnCount
         display "Benutzer:                 " PrnCount
         move StoreCount to PrnCount
         display "Corona-Saetze im Bereich: " PrnCount
         move RefCount to PrnCount
         display "Unveraendert kopiert:     " PrnCount
         display "Testdaten in " function trim(TargetDir)
       end-if
       if RunFailed
         display "Testdaten unvollstaendig"
       end-if

       accept EndeDatum-L from date YYYYMMDD
       accept EndeZeit-L from time
       if RunSucceeded
         move "ERFOLG" to Ergebnis-L
       else
         move "FEHLER" to Ergebnis-L
         move 8 to return-code
       end-if
       open extend LaufProtokollFile
       write LaufRec
       close LaufProtokollFile

       stop run.

      *-----------------------------------------------------------------

       CheckParameters.
       if TargetDir = spaces or TargetDir = "." or TargetDir = "./"
         display "Zielverzeichnis fehlt oder ist das aktuelle"
                 " Verzeichnis, Abbruch"
         set RunFailed to true
       end-if
       if FromText numeric and ToText numeric
         move FromText to FromDate
         move ToText to ToDate
         if FromDate > ToDate
           display "Datumsbereich ungueltig: " FromText " - " ToText
           set RunFailed to true
         end-if
       else
         display "Datumsbereich ungueltig: " FromText " - " ToText
         set RunFailed to true
       end-if
       if PlzPrefix = "-"
         move spaces to PlzPrefix
       end-if
       move zero to PlzLen
       inspect PlzPrefix tallying PlzLen
               for characters before initial " "
       if StepText not = spaces
         if function trim(StepText) is numeric
           move function numval(StepText) to SampleStep
         else
           display "Ungueltige Schrittweite: " StepText
           set RunFailed to true
         end-if
       end-if
       if SampleStep = zero
         move 1 to SampleStep
       end-if
       .

      *-----------------------------------------------------------------

      *  Auswahl: Eintraege mit passendem PLZ-Anfang, davon jeder
      *  n-te, hoechstens 5000
       ExtractAddressBook.
       open input DataFile
       if not DataStatusOK
         display "addressbook.dat nicht lesbar: " DataStatus
         set RunFailed to true
       else
         move "addressbook.dat" to TargetFile
         perform BuildTargetPath
         move TargetPath to OutBookName
         open output OutBookFile
         perform CheckOutOpen
         if OutStatusOK
           read DataFile next record
         else
           set DataStatusEOF to true
         end-if
         perform until DataStatusEOF or NameMapMax >= 5000
           if PlzLen = zero
              or Plz-D(1:PlzLen) = PlzPrefix(1:PlzLen)
             add 1 to MatchCount
             if function mod(MatchCount - 1, SampleStep) = zero
               perform MapAddress
             end-if
           end-if
           read DataFile next record
         end-perform
         close DataFile, OutBookFile
       end-if
       .

      *-----------------------------------------------------------------

       MapAddress.
       add 1 to NameMapMax
       move NameMapMax to SeqNo
       perform MakeFakeName
       move Name-D to MapReal-T(NameMapMax)
       move FakeName to MapFake-T(NameMapMax)
       move spaces to MapPhone-T(NameMapMax)
       if Phone-D not = spaces
         move NameMapMax to PhoneSeq
         string "0999 " PhoneSeq delimited by size
                into MapPhone-T(NameMapMax)
         end-string
       end-if

       move DataRec to OutBookRec
       move FakeName to Name-O
       move MapPhone-T(NameMapMax) to Phone-O
       move Street-D to LookupStreet
       perform MapStreet
       move FakeStreet to Street-O
       write OutBookRec
         invalid key
           display "Adresse nicht geschrieben: " Name-O
         not invalid key
           add 1 to BookCount
       end-write
       .

      *-----------------------------------------------------------------

       MakeFakeName.
       compute FirstIdx = function mod(SeqNo - 1, 20) + 1
       compute LastIdx = function mod((SeqNo - 1) / 20, 25) + 1
       compute GroupNo = (SeqNo - 1) / 500 + 1
       move spaces to FakeName
       if GroupNo = 1
         string function trim(FirstName-F(FirstIdx)) " "
                function trim(LastName-F(LastIdx))
                delimited by size into FakeName
         end-string
       else
         move GroupNo to PrnGroup
         string function trim(FirstName-F(FirstIdx)) " "
                function trim(LastName-F(LastIdx)) " "
                function trim(PrnGroup)
                delimited by size into FakeName
         end-string
       end-if
       .

      *-----------------------------------------------------------------

      *  Gleiche Strasse, gleicher Ersatz; leere Strasse bleibt leer
       MapStreet.
       move spaces to FakeStreet
       if LookupStreet not = spaces
         move zero to StreetFound
         perform varying StreetIdx from 1 by 1
                 until StreetIdx > StreetMapMax or StreetFound > zero
           if StreetReal-T(StreetIdx) = LookupStreet
             move StreetIdx to StreetFound
           end-if
         end-perform
         if StreetFound > zero
           move StreetFake-T(StreetFound) to FakeStreet
         else
           if StreetMapMax < 10000
             add 1 to StreetMapMax
             move StreetMapMax to StreetFound
           else
             move 10000 to StreetFound
           end-if
           compute PartIdx = function mod(StreetFound - 1, 15) + 1
           compute HouseNo = (StreetFound - 1) / 15 + 1
           move HouseNo to PrnHouse
           string function trim(StreetName-F(PartIdx)) " "
                  function trim(PrnHouse)
                  delimited by size into FakeStreet
           end-string
           move LookupStreet to StreetReal-T(StreetFound)
           move FakeStreet to StreetFake-T(StreetFound)
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       FindName.
       move "N" to NameFound
       move spaces to FakeName
       if NameMapMax > zero
         search all NameMap-T
           at end continue
           when MapReal-T(MapIdx) = LookupName
             set NameIsMapped to true
             move MapFake-T(MapIdx) to FakeName
         end-search
       end-if
       .

      *-----------------------------------------------------------------

       BuildTargetPath.
       move spaces to TargetPath
       string function trim(TargetDir) "/" function trim(TargetFile)
              delimited by size into TargetPath
       end-string
       .

      *-----------------------------------------------------------------

       ExtractExtraAddresses.
       move "adressen-zusatz.dat" to TargetFile
       perform BuildTargetPath
       move TargetPath to OutLineName
       open output OutLineFile
       perform CheckOutOpen
       open input ExtraAddrFile
       if InStatusOK and OutStatusOK
         read ExtraAddrFile
           at end set InStatusEOF to true
         end-read
         perform until InStatusEOF
           move Name-Z to LookupName
           perform FindName
           if NameIsMapped
             move FakeName to Name-Z
             move Street-Z to LookupStreet
             perform MapStreet
             move FakeStreet to Street-Z
             write OutLineRec from ExtraAddrRec
             add 1 to ExtraCount
           end-if
           read ExtraAddrFile
             at end set InStatusEOF to true
           end-read
         end-perform
       end-if
       close ExtraAddrFile, OutLineFile
       .

      *-----------------------------------------------------------------

       ExtractNotes.
       move "notizen.dat" to TargetFile
       perform BuildTargetPath
       move TargetPath to OutLineName
       open output OutLineFile
       perform CheckOutOpen
       open input NotesFile
       if InStatusOK and OutStatusOK
         read NotesFile
           at end set InStatusEOF to true
         end-read
         perform until InStatusEOF
           move NoteName-N to LookupName
           perform FindName
           if NameIsMapped
             move FakeName to NoteName-N
             move spaces to NoteText-N
             string "Testnotiz zu " function trim(FakeName)
                    delimited by size into NoteText-N
             end-string
             write OutLineRec from NoteRec
             add 1 to NoteCount
           end-if
           read NotesFile
             at end set InStatusEOF to true
           end-read
         end-perform
       end-if
       close NotesFile, OutLineFile
       .

      *-----------------------------------------------------------------

       ExtractDistLists.
       move "verteiler.dat" to TargetFile
       perform BuildTargetPath
       move TargetPath to OutLineName
       open output OutLineFile
       perform CheckOutOpen
       open input DistListFile
       if InStatusOK and OutStatusOK
         read DistListFile
           at end set InStatusEOF to true
         end-read
         perform until InStatusEOF
           move Member-W to LookupName
           perform FindName
           if NameIsMapped
             move FakeName to Member-W
             write OutLineRec from DistListRec
             add 1 to ListCount
           end-if
           read DistListFile
             at end set InStatusEOF to true
           end-read
         end-perform
       end-if
       close DistListFile, OutLineFile
       .

      *-----------------------------------------------------------------

       ExtractHistory.
       move "adressbuch-historie.dat" to TargetFile
       perform BuildTargetPath
       move TargetPath to OutLineName
       open output OutLineFile
       perform CheckOutOpen
       open input HistoryFile
       if InStatusOK and OutStatusOK
         read HistoryFile
           at end set InStatusEOF to true
         end-read
         perform until InStatusEOF
           move HistName-H to LookupName
           perform FindName
           if NameIsMapped
             move FakeName to HistName-H
             move HistOldStreet-H to LookupStreet
             perform MapStreet
             move FakeStreet to HistOldStreet-H
             move HistNewStreet-H to LookupStreet
             perform MapStreet
             move FakeStreet to HistNewStreet-H
             write OutLineRec from HistoryRec
             add 1 to HistCount
           end-if
           read HistoryFile
             at end set InStatusEOF to true
           end-read
         end-perform
       end-if
       close HistoryFile, OutLineFile
       .

      *-----------------------------------------------------------------

       ExtractUsers.
       move "benutzer.dat" to TargetFile
       perform BuildTargetPath
       move TargetPath to OutLineName
       open output OutLineFile
       perform CheckOutOpen
       open input UserFile
       if InStatusOK and OutStatusOK
         read UserFile
           at end set InStatusEOF to true
         end-read
         perform until InStatusEOF
           add 1 to UserSeq
           move spaces to UserName-U
           string "Testbenutzer " UserSeq delimited by size
                  into UserName-U
           end-string
           move "test" to Password-U
           move TodayNum to PwdDate-U
           write OutLineRec from UserRec
           add 1 to UserCount
           read UserFile
             at end set InStatusEOF to true
           end-read
         end-perform
       end-if
       close UserFile, OutLineFile
       .

      *-----------------------------------------------------------------

       ExtractCaseStore.
       move "fallzahlen-historie.dat" to TargetFile
       perform BuildTargetPath
       move TargetPath to OutStoreName
       open output OutHistStoreFile
       perform CheckOutOpen
       open input HistStoreFile
       if InStatusOK and OutStatusOK
         read HistStoreFile next record
           at end set InStatusEOF to true
         end-read
         perform until InStatusEOF
           if Date-FH >= FromDate and Date-FH <= ToDate
             write OutHistStoreRec from HistStoreRec
               invalid key continue
               not invalid key add 1 to StoreCount
             end-write
           end-if
           read HistStoreFile next record
             at end set InStatusEOF to true
           end-read
         end-perform
       end-if
       close HistStoreFile, OutHistStoreFile
       .

      *-----------------------------------------------------------------

      *  Abgeschlossene Jahre im Bereich: Jahresdatei gefiltert, das
      *  Verzeichnis mit der Satzanzahl der Kopie
       ExtractYears.
       move "fallzahlen-historie-jahre.dat" to TargetFile
       perform BuildTargetPath
       move TargetPath to OutLineName
       open output OutLineFile
       perform CheckOutOpen
       open input YearCatFile
       if YearCatStatusOK and OutStatusOK
         read YearCatFile
           at end set YearCatStatusEOF to true
         end-read
         perform until YearCatStatusEOF
           if Year-YC >= FromDate(1:4) and Year-YC <= ToDate(1:4)
             perform ExtractYearFile
             move YearCount to Records-YC
             write OutLineRec from HistYearRec
           end-if
           read YearCatFile
             at end set YearCatStatusEOF to true
           end-read
         end-perform
       end-if
       close YearCatFile, OutLineFile
       .

      *-----------------------------------------------------------------

       ExtractYearFile.
       move zero to YearCount
       move Year-YC to YearNum
       move spaces to YearHistName
       string "fallzahlen-historie-" YearNum ".dat"
              delimited by size into YearHistName
       end-string
       move YearHistName to TargetFile
       perform BuildTargetPath
       move TargetPath to OutStoreName
       open output OutHistStoreFile
       perform CheckOutOpen
       open input YearHistFile
       if InStatusOK and OutStatusOK
         read YearHistFile next record
           at end set InStatusEOF to true
         end-read
         perform until InStatusEOF
           if Date-FJ >= FromDate and Date-FJ <= ToDate
             write OutHistStoreRec from YearHistRec
               invalid key continue
               not invalid key
                 add 1 to YearCount
                 add 1 to StoreCount
             end-write
           end-if
           read YearHistFile next record
             at end set InStatusEOF to true
           end-read
         end-perform
       end-if
       close YearHistFile, OutHistStoreFile
       .

      *-----------------------------------------------------------------

       ExtractImpfStore.
       move "impfungen-historie.dat" to TargetFile
       perform BuildTargetPath
       move TargetPath to OutStoreName
       open output OutImpfStoreFile
       perform CheckOutOpen
       open input ImpfStoreFile
       if InStatusOK and OutStatusOK
         read ImpfStoreFile next record
           at end set InStatusEOF to true
         end-read
         perform until InStatusEOF
           if Date-IH >= FromDate and Date-IH <= ToDate
             write OutImpfStoreRec from ImpfStoreRec
               invalid key continue
               not invalid key add 1 to StoreCount
             end-write
           end-if
           read ImpfStoreFile next record
             at end set InStatusEOF to true
           end-read
         end-perform
       end-if
       close ImpfStoreFile, OutImpfStoreFile
       .

      *-----------------------------------------------------------------

       ExtractDeathStore.
       move "todesfaelle-historie.dat" to TargetFile
       perform BuildTargetPath
       move TargetPath to OutStoreName
       open output OutDeathStoreFile
       perform CheckOutOpen
       open input DeathStoreFile
       if InStatusOK and OutStatusOK
         read DeathStoreFile next record
           at end set InStatusEOF to true
         end-read
         perform until InStatusEOF
           if Date-TH >= FromDate and Date-TH <= ToDate
             write OutDeathStoreRec from DeathStoreRec
               invalid key continue
               not invalid key add 1 to StoreCount
             end-write
           end-if
           read DeathStoreFile next record
             at end set InStatusEOF to true
           end-read
         end-perform
       end-if
       close DeathStoreFile, OutDeathStoreFile
       .

      *-----------------------------------------------------------------

       CopyFile.
       move CopyInName to TargetFile
       open input CopyInFile
       if InStatusOK
         perform BuildTargetPath
         move TargetPath to OutLineName
         open output OutLineFile
         perform CheckOutOpen
         if OutStatusOK
           read CopyInFile
             at end set InStatusEOF to true
           end-read
           perform until InStatusEOF
             write OutLineRec from CopyInRec
             read CopyInFile
               at end set InStatusEOF to true
             end-read
           end-perform
           close OutLineFile
           add 1 to RefCount
         end-if
       end-if
       close CopyInFile
       .

      *-----------------------------------------------------------------

      *  Die in fallzahlen-dateien.txt genannten Lieferdateien liest
      *  Corona-Main ebenfalls ein.
       CopyListedFiles.
       move "fallzahlen-dateien.txt" to CopyInName
       open input CopyInFile
       if InStatusOK
         read CopyInFile
           at end set InStatusEOF to true
         end-read
         perform until InStatusEOF or ListedMax >= 50
           if CopyInRec(1:40) not = spaces
             add 1 to ListedMax
             move CopyInRec(1:40) to Listed-T(ListedMax)
           end-if
           read CopyInFile
             at end set InStatusEOF to true
           end-read
         end-perform
       end-if
       close CopyInFile
       perform varying ListedIdx from 1 by 1 until ListedIdx > ListedMax
         move Listed-T(ListedIdx) to CopyInName
         perform CopyFile
       end-perform
       .

      *-----------------------------------------------------------------

      *  lauf.log im Zielverzeichnis; zugleich Probe, ob das
      *  Verzeichnis beschreibbar ist.
       CreateTargetLog.
       move "lauf.log" to TargetFile
       perform BuildTargetPath
       move TargetPath to OutLineName
       open output OutLineFile
       if OutStatusOK
         close OutLineFile
       else
         move CreateDirRc to PrnRc
         display "Zielverzeichnis " function trim(TargetDir)
                 " nicht beschreibbar (Anlegen: " function trim(PrnRc)
                 ", Status " OutStatus ")"
         set RunFailed to true
       end-if
       .

      *-----------------------------------------------------------------

       CheckOutOpen.
       if not OutStatusOK
         display function trim(TargetPath) " nicht beschreibbar: "
                 OutStatus
         set RunFailed to true
       end-if
       .
