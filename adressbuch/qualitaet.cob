       identification division.
       program-id. Adressbuch-Qualitaet.
       author. Andreas Suhre.

      *=================================================================
      *  Monatliche Qualitaetsbewertung des Adressbuchs. Jeder aktive
      *  Eintrag in addressbook.dat wird auf Vollstaendigkeit und
      *  Aktualitaet geprueft:
      *    T  Telefon fehlt
      *    K  Kategorie leer
      *    P  PLZ nicht in plzverzeichnis.dat (nur Inlandsanschriften)
      *    E  Erinnerungsdatum ueberschritten
      *    A  laenger als AENDERUNGSJAHRE Jahre nicht geaendert
      *       (Vorgabe 3)
      *    R  Vermerk unzustellbar fuer die aktuelle Anschrift
      *  Die Ergebnisse werden fuer das ganze Adressbuch, je Kategorie
      *  und je Benutzer der letzten Aenderung laut Historie summiert
      *  und als Monatssummen in qualitaet-historie.dat abgelegt; ein
      *  wiederholter Lauf im selben Monat ersetzt dessen Summen. Der
      *  Bericht qualitaet.rpt vergleicht mit dem Vormonat und zeigt
      *  die Entwicklung der letzten zwoelf Monate.
      *  Aufruf mit "JJJJMM" fuer den Berichtsmonat, sonst gilt der
      *  laufende Monat.
      *=================================================================

       environment division.
       input-output section.
       file-control.
         select optional DataFile assign to "addressbook.dat"
                organization is indexed
                access mode is dynamic
                record key is Name-D
                alternate record key is Location-D with duplicates
                alternate record key is Plz-Location-D with duplicates
                alternate record key is Phone-D with duplicates
                file status is FileStatus.
         select optional PlzDirFile assign to "plzverzeichnis.dat"
                organization is line sequential
                file status is PlzDirStatus.
         select optional UndelivFile assign to "unzustellbar.dat"
                organization is line sequential
                file status is UndelivStatus.
         select optional CountryAddrFile assign to "adressen-land.dat"
                organization is line sequential
                file status is CtyStatus.
         select optional HistoryFile
                assign to "adressbuch-historie.dat"
                organization is line sequential
                file status is HistoryStatus.
         select optional QualHistFile
                assign to "qualitaet-historie.dat"
                organization is line sequential
                file status is QualStatus.
         select RptFile assign to "qualitaet.rpt"
                organization is line sequential.
         select LaufProtokollFile assign to "lauf.log"
                organization is line sequential.

      *=================================================================

       data division.
       file section.
       FD DataFile.
       copy adressrec replacing AddressRec by DataRec
                                ==:tag:== by ==D==.

       FD PlzDirFile.
       01 PlzDirRec.
          02 Plz-P pic X(5).
          02 Ort-P pic X(50).

       FD UndelivFile.
       copy unzustrec replacing ==:tag:== by ==U==.

       FD CountryAddrFile.
       copy landrec replacing ==:tag:== by ==C==.

       FD HistoryFile.
       copy historec replacing ==:tag:== by ==H==.

       FD QualHistFile.
       copy qualrec replacing ==:tag:== by ==Q==.

       FD RptFile.
       01 RptRec pic X(100).

       FD LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 FileStatus pic XX value spaces.
          88 FileStatusOK  value "00".
          88 FileStatusEOF value "10".

       01 PlzDirStatus pic XX value spaces.
          88 PlzDirStatusOK  value "00".
          88 PlzDirStatusEOF value "10".

       01 UndelivStatus pic XX value spaces.
          88 UndelivStatusOK  value "00".
          88 UndelivStatusEOF value "10".

       01 CtyStatus pic XX value spaces.
          88 CtyStatusOK  value "00".
          88 CtyStatusEOF value "10".

       01 HistoryStatus pic XX value spaces.
          88 HistoryStatusOK  value "00".
          88 HistoryStatusEOF value "10".

       01 QualStatus pic XX value spaces.
          88 QualStatusOK  value "00".
          88 QualStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CmdLine pic X(80) value spaces.
       01 RunMonth pic X(6).
       01 TodayNum pic 9(8).
       01 StaleYears pic 99 value 3.
       01 StaleLimit pic 9(8).

       01 KonfigKey pic X(20).
       01 KonfigValue pic X(40).
       01 KonfigFound pic X value "N".
          88 KonfigValueFound value "Y".

       01 PlzTable.
          02 PlzEntry occurs 2000 times pic X(5).
       01 PlzMax pic 9(4) value zero.
       01 PlzIdx pic 9(4).
       01 PlzState pic X value "N".
          88 PlzKnown value "Y".

       01 UndTable.
          02 UndEntry occurs 500 times.
             03 UndTabName     pic X(50).
             03 UndTabStreet   pic X(50).
             03 UndTabPlz      pic X(5).
             03 UndTabLocation pic X(50).
       01 UndMax pic 999 value zero.
       01 UndIdx pic 999.

       01 CtyTable.
          02 CtyTabName occurs 500 times pic X(50).
       01 CtyMax pic 999 value zero.
       01 CtyIdx pic 999.
       01 ForeignState pic X value "N".
          88 EntryForeign value "Y".

       01 LastUserTable.
          02 LastUserEntry occurs 5000 times.
             03 LastUserName pic X(50).
             03 LastUserId   pic X(8).
       01 LastUserMax pic 9(4) value zero.
       01 LastUserIdx pic 9(4).
       01 LastUserFoundIdx pic 9(4) value zero.

       01 EntryFindings.
          02 FindNoPhone    pic X.
          02 FindNoCategory pic X.
          02 FindBadPlz     pic X.
          02 FindOverdue    pic X.
          02 FindStale      pic X.
          02 FindReturned   pic X.
       01 EntryUser pic X(10).
       01 EntryCategory pic X(10).

       01 GroupTable.
          02 GroupEntry occurs 201 times.
             03 GrpKind      pic X(1).
             03 GrpKey       pic X(10).
             03 GrpCounts.
                04 GrpEntries    pic 9(6).
                04 GrpFaulty     pic 9(6).
                04 GrpNoPhone    pic 9(6).
                04 GrpNoCategory pic 9(6).
                04 GrpBadPlz     pic 9(6).
                04 GrpOverdue    pic 9(6).
                04 GrpStale      pic 9(6).
                04 GrpReturned   pic 9(6).
       01 GroupMax pic 999 value zero.
       01 GroupIdx pic 999.
       01 GroupFoundIdx pic 999 value zero.
       01 WantedKind pic X(1).
       01 WantedKey pic X(10).

       01 QualTable.
          02 QualEntry occurs 3000 times.
             03 QtMonth  pic X(6).
             03 QtKind   pic X(1).
             03 QtKey    pic X(10).
             03 QtCounts pic X(48).
       01 QualMax pic 9(4) value zero.
       01 QualIdx pic 9(4).
       01 PrevIdx pic 9(4) value zero.
       01 PrevMonth pic X(6).
       01 TrendSkip pic 9(4) value zero.
       01 TrendShown pic 9(4) value zero.

       01 CompareCounts.
          02 CmpEntries    pic 9(6).
          02 CmpFaulty     pic 9(6).
          02 CmpNoPhone    pic 9(6).
          02 CmpNoCategory pic 9(6).
          02 CmpBadPlz     pic 9(6).
          02 CmpOverdue    pic 9(6).
          02 CmpStale      pic 9(6).
          02 CmpReturned   pic 9(6).

       01 DetailMax pic 9(4) value zero.
       01 DetailTable.
          02 DetailLine occurs 2000 times pic X(100).
       01 DetailIdx pic 9(4).

       01 TabState pic X value "N".
          88 TabFull value "Y".
       01 QualTabState pic X value "N".
          88 QualTabFull value "Y".

       01 QuoteNow pic 999v9.
       01 QuotePrev pic 999v9.
       01 TrendText pic X(10).
       01 SectionTitle pic X(60).

       01 PrnCount pic Z(5)9.
       01 PrnYears pic Z9.
       01 PrnLine.
          02 PrnKey      pic X(10).
          02 FILLER      pic X(1).
          02 PrnEntries  pic Z(5)9.
          02 FILLER      pic X(1).
          02 PrnFaulty   pic Z(5)9.
          02 FILLER      pic X(1).
          02 PrnPhone    pic Z(5)9.
          02 FILLER      pic X(1).
          02 PrnCat      pic Z(5)9.
          02 FILLER      pic X(1).
          02 PrnPlz      pic Z(5)9.
          02 FILLER      pic X(1).
          02 PrnOverdue  pic Z(5)9.
          02 FILLER      pic X(1).
          02 PrnStale    pic Z(5)9.
          02 FILLER      pic X(1).
          02 PrnReturned pic Z(5)9.
          02 FILLER      pic X(2).
          02 PrnGood     pic ZZ9.9.
          02 FILLER      pic X(2).
          02 PrnTrend    pic X(10).

      *=================================================================

       procedure division.

       move "ADRESSBUCH-QUALITAET" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time

       display "Qualitaetsbewertung Adressbuch"
       accept TodayNum from date YYYYMMDD
       accept CmdLine from command-line
       if CmdLine(1:6) numeric
         move CmdLine(1:6) to RunMonth
       else
         move TodayNum(1:6) to RunMonth
       end-if

       move "AENDERUNGSJAHRE" to KonfigKey
       perform KonfigLookup
       if KonfigValueFound
         move function numval(KonfigValue) to StaleYears
       end-if
       compute StaleLimit = TodayNum - StaleYears * 10000

       open input DataFile
       if not FileStatusOK
         display "addressbook.dat nicht lesbar, Abbruch"
         set RunFailed to true
         close DataFile
       else
         perform LoadPlzTable
         perform LoadUndelivTable
         perform LoadCountryNames
         perform LoadLastUsers
         perform RateEntries
         close DataFile
         perform LoadQualityHistory
         if TabFull
           display "Bewertung unvollstaendig, " &
                   "Monatssummen nicht gespeichert"
         else
           perform SaveQualityHistory
         end-if
         perform WriteScorecard
         move GrpEntries(1) to PrnCount
         display "Bewertete Eintraege: " PrnCount
         move GrpFaulty(1) to PrnCount
         display "Mit Befund:          " PrnCount
         if TabFull
           display "Tabellen voll, Bewertung unvollstaendig"
         end-if
         display "Datei qualitaet.rpt geschrieben"
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

       KonfigLookup.
       move spaces to KonfigValue
       call "Konfig"
            using by content KonfigKey
            by reference KonfigValue
            by reference KonfigFound
       .

      *-----------------------------------------------------------------

       LoadPlzTable.
       open input PlzDirFile
       if PlzDirStatusOK
         read PlzDirFile
           at end set PlzDirStatusEOF to true
         end-read
         perform until PlzDirStatusEOF or PlzMax >= 2000
           add 1 to PlzMax
           move Plz-P to PlzEntry(PlzMax)
           read PlzDirFile
             at end set PlzDirStatusEOF to true
           end-read
         end-perform
         if not PlzDirStatusEOF
           set TabFull to true
         end-if
       end-if
       close PlzDirFile
       .

      *-----------------------------------------------------------------

       LoadUndelivTable.
       open input UndelivFile
       if UndelivStatusOK
         read UndelivFile
           at end set UndelivStatusEOF to true
         end-read
         perform until UndelivStatusEOF or UndMax >= 500
           add 1 to UndMax
           move UndName-U     to UndTabName(UndMax)
           move UndStreet-U   to UndTabStreet(UndMax)
           move UndPlz-U      to UndTabPlz(UndMax)
           move UndLocation-U to UndTabLocation(UndMax)
           read UndelivFile
             at end set UndelivStatusEOF to true
           end-read
         end-perform
         if not UndelivStatusEOF
           set TabFull to true
         end-if
       end-if
       close UndelivFile
       .

      *-----------------------------------------------------------------

       LoadCountryNames.
       open input CountryAddrFile
       if CtyStatusOK
         read CountryAddrFile
           at end set CtyStatusEOF to true
         end-read
         perform until CtyStatusEOF or CtyMax >= 500
           if CtyCode-C not = "DE"
             add 1 to CtyMax
             move CtyName-C to CtyTabName(CtyMax)
           end-if
           read CountryAddrFile
             at end set CtyStatusEOF to true
           end-read
         end-perform
         if not CtyStatusEOF
           set TabFull to true
         end-if
       end-if
       close CountryAddrFile
       .

      *-----------------------------------------------------------------

      *  Die Historie ist zeitlich geordnet; der letzte Satz eines
      *  Namens nennt den Benutzer der letzten Aenderung.
       LoadLastUsers.
       open input HistoryFile
       if HistoryStatusOK
         read HistoryFile
           at end set HistoryStatusEOF to true
         end-read
         perform until HistoryStatusEOF
           move zero to LastUserFoundIdx
           perform varying LastUserIdx from 1 by 1
                   until LastUserIdx > LastUserMax
                         or LastUserFoundIdx > zero
             if LastUserName(LastUserIdx) = HistName-H
               move LastUserIdx to LastUserFoundIdx
             end-if
           end-perform
           if LastUserFoundIdx = zero
             if LastUserMax < 5000
               add 1 to LastUserMax
               move LastUserMax to LastUserFoundIdx
               move HistName-H to LastUserName(LastUserMax)
             else
               set TabFull to true
             end-if
           end-if
           if LastUserFoundIdx > zero
             move HistUser-H to LastUserId(LastUserFoundIdx)
           end-if
           read HistoryFile
             at end set HistoryStatusEOF to true
           end-read
         end-perform
       end-if
       close HistoryFile
       .

      *-----------------------------------------------------------------

       RateEntries.
       move 1 to GroupMax
       move "G" to GrpKind(1)
       move "GESAMT" to GrpKey(1)
       move zeros to GrpCounts(1)
       move low-values to Name-D
       start DataFile key is greater than Name-D
         invalid key continue
       end-start
       if FileStatusOK
         read DataFile next record
         perform until not FileStatusOK
           if EntryActive-D
             perform RateEntry
           end-if
           read DataFile next record
         end-perform
       end-if
       .

      *-----------------------------------------------------------------

       RateEntry.
       move all "N" to EntryFindings
       if Phone-D = spaces
         move "T" to FindNoPhone
       end-if
       if Category-D = spaces
         move "K" to FindNoCategory
       end-if
       perform CheckForeign
       if not EntryForeign
         move "N" to PlzState
         perform varying PlzIdx from 1 by 1
                 until PlzIdx > PlzMax or PlzKnown
           if PlzEntry(PlzIdx) = Plz-D
             set PlzKnown to true
           end-if
         end-perform
         if not PlzKnown
           move "P" to FindBadPlz
         end-if
       end-if
       if Reminder-D not = spaces
         if Reminder-D not numeric or Reminder-D < TodayNum
           move "E" to FindOverdue
         end-if
       end-if
       if Date-D(1:8) not numeric or Date-D(1:8) < StaleLimit
         move "A" to FindStale
       end-if
       perform varying UndIdx from 1 by 1 until UndIdx > UndMax
         if UndTabName(UndIdx) = Name-D
           and UndTabStreet(UndIdx) = Street-D
           and UndTabPlz(UndIdx) = Plz-D
           and UndTabLocation(UndIdx) = Location-D
           move "R" to FindReturned
         end-if
       end-perform

       move "(ohne)" to EntryUser
       perform varying LastUserIdx from 1 by 1
               until LastUserIdx > LastUserMax
         if LastUserName(LastUserIdx) = Name-D
           and LastUserId(LastUserIdx) not = spaces
           move LastUserId(LastUserIdx) to EntryUser
         end-if
       end-perform
       if Category-D = spaces
         move "(leer)" to EntryCategory
       else
         move Category-D to EntryCategory
       end-if

       move 1 to GroupFoundIdx
       perform CountGroup
       move "K" to WantedKind
       move EntryCategory to WantedKey
       perform FindGroup
       perform CountGroup
       move "B" to WantedKind
       move EntryUser to WantedKey
       perform FindGroup
       perform CountGroup

       if EntryFindings not = all "N"
         inspect EntryFindings replacing all "N" by "."
         if DetailMax < 2000
           add 1 to DetailMax
           move spaces to DetailLine(DetailMax)
           string Name-D(1:40) "  " EntryFindings "  "
                  EntryCategory "  " EntryUser
                  delimited by size
                  into DetailLine(DetailMax)
           end-string
         else
           set TabFull to true
         end-if
       end-if
       .

      *-----------------------------------------------------------------

      *  Auslandsanschriften werden nicht gegen das deutsche PLZ-
      *  Verzeichnis geprueft.
       CheckForeign.
       move "N" to ForeignState
       perform varying CtyIdx from 1 by 1
               until CtyIdx > CtyMax or EntryForeign
         if CtyTabName(CtyIdx) = Name-D
           set EntryForeign to true
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       FindGroup.
       move zero to GroupFoundIdx
       perform varying GroupIdx from 1 by 1
               until GroupIdx > GroupMax or GroupFoundIdx > zero
         if GrpKind(GroupIdx) = WantedKind
           and GrpKey(GroupIdx) = WantedKey
           move GroupIdx to GroupFoundIdx
         end-if
       end-perform
       if GroupFoundIdx = zero
         if GroupMax < 201
           add 1 to GroupMax
           move GroupMax to GroupFoundIdx
           move WantedKind to GrpKind(GroupMax)
           move WantedKey to GrpKey(GroupMax)
           move zeros to GrpCounts(GroupMax)
         else
           set TabFull to true
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       CountGroup.
       if GroupFoundIdx > zero
         add 1 to GrpEntries(GroupFoundIdx)
         if EntryFindings not = all "N"
           add 1 to GrpFaulty(GroupFoundIdx)
         end-if
         if FindNoPhone = "T"
           add 1 to GrpNoPhone(GroupFoundIdx)
         end-if
         if FindNoCategory = "K"
           add 1 to GrpNoCategory(GroupFoundIdx)
         end-if
         if FindBadPlz = "P"
           add 1 to GrpBadPlz(GroupFoundIdx)
         end-if
         if FindOverdue = "E"
           add 1 to GrpOverdue(GroupFoundIdx)
         end-if
         if FindStale = "A"
           add 1 to GrpStale(GroupFoundIdx)
         end-if
         if FindReturned = "R"
           add 1 to GrpReturned(GroupFoundIdx)
         end-if
       end-if
       .

      *-----------------------------------------------------------------

      *  Saetze des Berichtsmonats aus einem frueheren Lauf werden
      *  nicht uebernommen, sie werden durch diesen Lauf ersetzt.
       LoadQualityHistory.
       open input QualHistFile
       if QualStatusOK
         read QualHistFile
           at end set QualStatusEOF to true
         end-read
         perform until QualStatusEOF or QualMax >= 3000
           if QualMonth-Q not = RunMonth
             add 1 to QualMax
             move QualMonth-Q to QtMonth(QualMax)
             move QualKind-Q to QtKind(QualMax)
             move QualKey-Q to QtKey(QualMax)
             move QualCounts-Q to QtCounts(QualMax)
           end-if
           read QualHistFile
             at end set QualStatusEOF to true
           end-read
         end-perform
         if not QualStatusEOF
           set QualTabFull to true
         end-if
       end-if
       close QualHistFile
       .

      *-----------------------------------------------------------------

      *  Die Monate bleiben aufsteigend geordnet: zuerst die frueheren,
      *  dann der Berichtsmonat, dann spaetere aus Nachlaeufen.
       SaveQualityHistory.
       if QualTabFull
         display "qualitaet-historie.dat unvollstaendig geladen, " &
                 "Monatssummen nicht gespeichert"
       else
         open output QualHistFile
         perform varying QualIdx from 1 by 1 until QualIdx > QualMax
           if QtMonth(QualIdx) < RunMonth
             perform WriteQualFromTable
           end-if
         end-perform
         perform varying GroupIdx from 1 by 1
                 until GroupIdx > GroupMax
           move RunMonth to QualMonth-Q
           move GrpKind(GroupIdx) to QualKind-Q
           move GrpKey(GroupIdx) to QualKey-Q
           move GrpCounts(GroupIdx) to QualCounts-Q
           write QualityRec
         end-perform
         perform varying QualIdx from 1 by 1 until QualIdx > QualMax
           if QtMonth(QualIdx) > RunMonth
             perform WriteQualFromTable
           end-if
         end-perform
         close QualHistFile
       end-if
       .

      *-----------------------------------------------------------------

       WriteQualFromTable.
       move QtMonth(QualIdx) to QualMonth-Q
       move QtKind(QualIdx) to QualKind-Q
       move QtKey(QualIdx) to QualKey-Q
       move QtCounts(QualIdx) to QualCounts-Q
       write QualityRec
       .

      *-----------------------------------------------------------------

       WriteScorecard.
       open output RptFile
       move "Adressbuch - Qualitaetsbewertung" to RptRec
       write RptRec
       move all "=" to RptRec(1:60)
       write RptRec
       move StaleYears to PrnYears
       move spaces to RptRec
       string "Berichtsmonat: " RunMonth(5:2) "/" RunMonth(1:4)
              "   Stichtag: " TodayNum(7:2) "." TodayNum(5:2) "."
              TodayNum(1:4) "   ohne Aenderung seit " PrnYears
              " Jahren"
              delimited by size
              into RptRec
       end-string
       write RptRec
       move "Befunde: T=Telefon fehlt  K=Kategorie leer  " &
            "P=PLZ unbekannt  E=Erinnerung ueberfaellig"
         to RptRec
       write RptRec
       move "         A=lange nicht geaendert  R=unzustellbar  " &
            "Gut=Anteil ohne Befund in %"
         to RptRec
       write RptRec
       move spaces to RptRec
       write RptRec

       move "G" to WantedKind
       move "Adressbuch gesamt" to SectionTitle
       perform WriteGroupSection
       move "K" to WantedKind
       move "Je Kategorie" to SectionTitle
       perform WriteGroupSection
       move "B" to WantedKind
       move "Je Benutzer der letzten Aenderung" to SectionTitle
       perform WriteGroupSection
       perform WriteTrendSection

       move "Eintraege mit Befund" to RptRec
       write RptRec
       move all "-" to RptRec(1:60)
       write RptRec
       move "Name" to RptRec
       move "Befund  Kategorie   Benutzer" to RptRec(43:28)
       write RptRec
       if DetailMax = zero
         move "Keine" to RptRec
         write RptRec
       end-if
       perform varying DetailIdx from 1 by 1
               until DetailIdx > DetailMax
         move DetailLine(DetailIdx) to RptRec
         write RptRec
       end-perform
       if TabFull
         move spaces to RptRec
         write RptRec
         move "Hinweis: Tabellen voll, Bewertung unvollstaendig"
           to RptRec
         write RptRec
       end-if
       close RptFile
       .

      *-----------------------------------------------------------------

       WriteGroupSection.
       move SectionTitle to RptRec
       write RptRec
       move all "-" to RptRec(1:95)
       write RptRec
       perform WriteColumnHeader
       perform varying GroupIdx from 1 by 1 until GroupIdx > GroupMax
         if GrpKind(GroupIdx) = WantedKind
           perform FindPreviousMonth
           move GrpKey(GroupIdx) to PrnKey
           move GrpCounts(GroupIdx) to CompareCounts
           perform FillPrnLine
           if GrpEntries(GroupIdx) > zero
             compute QuoteNow rounded =
                     (GrpEntries(GroupIdx) - GrpFaulty(GroupIdx))
                     * 100 / GrpEntries(GroupIdx)
           else
             move zero to QuoteNow
           end-if
           move QuoteNow to PrnGood
           move "(neu)" to PrnTrend
           if PrevIdx > zero
             move QtCounts(PrevIdx) to CompareCounts
             if CmpEntries > zero
               compute QuotePrev rounded =
                       (CmpEntries - CmpFaulty) * 100 / CmpEntries
             else
               move zero to QuotePrev
             end-if
             evaluate true
               when QuoteNow > QuotePrev
                 move "besser" to PrnTrend
               when QuoteNow < QuotePrev
                 move "schlechter" to PrnTrend
               when other
                 move "gleich" to PrnTrend
             end-evaluate
           end-if
           move PrnLine to RptRec
           write RptRec
         end-if
       end-perform
       move spaces to RptRec
       write RptRec
       .

      *-----------------------------------------------------------------

       WriteColumnHeader.
       move spaces to RptRec
       string "            Anzahl Befund      T      K      P"
              "      E      A      R    Gut  Vormonat"
              delimited by size
              into RptRec
       end-string
       write RptRec
       .

      *-----------------------------------------------------------------

       FillPrnLine.
       move CmpEntries to PrnEntries
       move CmpFaulty to PrnFaulty
       move CmpNoPhone to PrnPhone
       move CmpNoCategory to PrnCat
       move CmpBadPlz to PrnPlz
       move CmpOverdue to PrnOverdue
       move CmpStale to PrnStale
       move CmpReturned to PrnReturned
       .

      *-----------------------------------------------------------------

      *  Vergleichsmonat ist der juengste gespeicherte Monat vor dem
      *  Berichtsmonat mit einem Satz fuer dieselbe Gruppe.
       FindPreviousMonth.
       move zero to PrevIdx
       move spaces to PrevMonth
       perform varying QualIdx from 1 by 1 until QualIdx > QualMax
         if QtKind(QualIdx) = GrpKind(GroupIdx)
           and QtKey(QualIdx) = GrpKey(GroupIdx)
           and QtMonth(QualIdx) < RunMonth
           and QtMonth(QualIdx) > PrevMonth
           move QualIdx to PrevIdx
           move QtMonth(QualIdx) to PrevMonth
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       WriteTrendSection.
       move "Entwicklung der letzten zwoelf Monate" to RptRec
       write RptRec
       move all "-" to RptRec(1:95)
       write RptRec
       perform WriteColumnHeader
       move zero to TrendSkip
       perform varying QualIdx from 1 by 1 until QualIdx > QualMax
         if QtKind(QualIdx) = "G" and QtMonth(QualIdx) < RunMonth
           add 1 to TrendSkip
         end-if
       end-perform
       if TrendSkip > 11
         subtract 11 from TrendSkip
       else
         move zero to TrendSkip
       end-if
       move zero to TrendShown
       perform varying QualIdx from 1 by 1 until QualIdx > QualMax
         if QtKind(QualIdx) = "G" and QtMonth(QualIdx) < RunMonth
           add 1 to TrendShown
           if TrendShown > TrendSkip
             move spaces to PrnLine
             string QtMonth(QualIdx)(5:2) "/" QtMonth(QualIdx)(1:4)
                    delimited by size
                    into PrnKey
             end-string
             move QtCounts(QualIdx) to CompareCounts
             perform WriteTrendLine
           end-if
         end-if
       end-perform
       move spaces to PrnLine
       string RunMonth(5:2) "/" RunMonth(1:4)
              delimited by size
              into PrnKey
       end-string
       move GrpCounts(1) to CompareCounts
       perform WriteTrendLine
       move spaces to RptRec
       write RptRec
       .

      *-----------------------------------------------------------------

       WriteTrendLine.
       perform FillPrnLine
       if CmpEntries > zero
         compute QuoteNow rounded =
                 (CmpEntries - CmpFaulty) * 100 / CmpEntries
       else
         move zero to QuoteNow
       end-if
       move QuoteNow to PrnGood
       move spaces to PrnTrend
       move PrnLine to RptRec
       write RptRec
       .
