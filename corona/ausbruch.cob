       identification division.
       program-id. Corona-Ausbruch.
       author. Andreas Suhre.

      *=================================================================
      *  Register der Ausbruchsgeschehen (ausbrueche.dat): Pflege der
      *  Ausbrueche je Kreis mit Setting (Pflegeheim, Schule,
      *  Arbeitsplatz, Krankenhaus, Privathaushalt), Beginn, Zahl der
      *  zugeordneten Faelle und Status offen/geschlossen. Der
      *  Wochenbericht ausbrueche.rpt listet die offenen Ausbrueche
      *  je Bundesland mit ihrem Alter in Tagen.
      *  Den Anteil offener Ausbrueche an den Fenster-Faellen eines
      *  Kreises liefert Corona-Ausbruchsfaelle an Corona-Hotspots
      *  und die Warnstufe.
      *
      *  Aufruf: Corona-Ausbruch [BERICHT]  (BERICHT = nur Wochen-
      *  bericht, ohne Dialog)
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select optional OutbreakFile assign to "ausbrueche.dat"
              organization is line sequential
              file status is OutbreakStatus.
       select DistrictFile assign to "kreise.dat"
              organization is line sequential
              file status is DistrictStatus.
       select SortFile assign to "ausbrueche-sort.tmp".
       select RptFile assign to "ausbrueche.rpt"
              organization is line sequential.
       select LaufProtokollFile assign to "lauf.log"
              organization is line sequential.

      *=================================================================

       data division.
       file section.
       fd OutbreakFile.
       copy ausbruch replacing ==:tag:== by ==OB==.

       fd DistrictFile.
       01 DistrictRec.
          02 DistrictId-D pic 9(5).
          02 DistrictName-D pic X(40).

       sd SortFile.
       copy ausbruch replacing OutbreakRec by SortRec
                               ==:tag:== by ==SF==.

       fd RptFile.
       01 RptRec pic X(110).

       fd LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       copy states.

       01 OutbreakStatus pic XX value spaces.
          88 OutbreakStatusOK  value "00".
          88 OutbreakStatusEOF value "10".

       01 DistrictStatus pic XX value spaces.
          88 DistrictStatusOK  value "00".
          88 DistrictStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CmdLine pic X(80) value spaces.
       01 TodayNum pic 9(8).
       01 TodayDayNum pic S9(9).
       01 DayNum pic S9(9).
       01 DateInt pic 9(8).

       01 MenuChoice pic X value space.
          88 ListSelected   values "L" "l".
          88 AddSelected    values "N" "n".
          88 EditSelected   values "B" "b".
          88 ReportSelected values "W" "w".
          88 EndSelected    values "X" "x".

       01 SettingNames.
          02 FILLER pic X(15) value "PPflegeheim".
          02 FILLER pic X(15) value "SSchule".
          02 FILLER pic X(15) value "AArbeitsplatz".
          02 FILLER pic X(15) value "KKrankenhaus".
          02 FILLER pic X(15) value "HPrivathaushalt".
       01 SettingTable redefines SettingNames.
          02 SettingEntry occurs 5 times.
             03 SettingCode pic X(1).
             03 SettingName pic X(14).
       01 SettingIdx pic 9.
       01 SettingText pic X(14).

       01 ObMax pic 9(4) value zero.
       01 ObTable.
          02 ObEntry-T occurs 2000 times pic X(81).
       01 ObIdx pic 9(4).
       01 FoundIdx pic 9(4) value zero.
       01 NextId pic 9(5) value zero.
       01 ObTabState pic X value "N".
          88 ObTabFull value "Y".

       01 KnownMax pic 9(4) value zero.
       01 KnownTable.
          02 KnownId-T occurs 1000 times pic 9(5).
       01 KnownIdx pic 9(4).
       01 KnownState pic X value "N".
          88 DistrictKnown value "Y".

       01 ChangedState pic X value "N".
          88 TableChanged value "Y".

       01 EnteredIdX pic X(10).
       01 EnteredId pic 9(5).
       01 EnteredDateX pic X(8).
       01 EnteredCasesX pic X(5).
       01 EnteredSetting pic X(1).
       01 EnteredLabel pic X(40).
       01 EnteredStatus pic X(1).

       01 DistrictName pic X(40).
       01 SortState pic X value "N".
          88 SortEOF value "Y".
       01 CurrState pic 99.
       01 StateOfRec pic 99.
       01 StateCount pic 9(5).
       01 StateCases pic 9(7).
       01 TotalCount pic 9(5) value zero.
       01 TotalCases pic 9(7) value zero.
       01 AgeDays pic 9(5).
       01 PrnCount pic Z(4)9.
       01 PrnCases pic Z(6)9.
       01 PrnAge pic Z(4)9.
       01 PrnId pic Z(4)9.

      *=================================================================

       procedure division.

       move "CORONA-AUSBRUCH" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time
       accept TodayNum from date YYYYMMDD
       compute TodayDayNum = function integer-of-date(TodayNum)

       perform LoadOutbreaks
       if ObTabFull
         display "ausbrueche.dat hat mehr als 2000 Zeilen, " &
                 "bitte geschlossene Ausbrueche auslagern"
         set RunFailed to true
       else
         accept CmdLine from command-line
         if CmdLine(1:7) = "BERICHT" or CmdLine(1:7) = "bericht"
           perform WriteWeeklyReport
         else
           perform LoadKnownDistricts
           display "Register der Ausbruchsgeschehen (ausbrueche.dat)"
           move ObMax to PrnCount
           display "Ausbrueche geladen: " PrnCount
           perform until EndSelected
             display space
             display "Liste:          L"
             display "Neu:            N"
             display "Bearbeiten:     B"
             display "Wochenbericht:  W"
             display "Beenden:        X"
             display "> " no advancing
             accept MenuChoice
             evaluate true
               when ListSelected perform ListOutbreaks
               when AddSelected perform AddOutbreak
               when EditSelected perform EditOutbreak
               when ReportSelected perform WriteWeeklyReport
               when EndSelected continue
               when other display "Unbekannte Auswahl"
             end-evaluate
           end-perform
           if TableChanged
             perform SaveOutbreaks
           end-if
         end-if
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

       LoadOutbreaks.
       open input OutbreakFile
       if OutbreakStatusOK
         read OutbreakFile
           at end set OutbreakStatusEOF to true
         end-read
         perform until OutbreakStatusEOF or ObMax >= 2000
           add 1 to ObMax
           move OutbreakRec to ObEntry-T(ObMax)
           if ObId-OB > NextId
             move ObId-OB to NextId
           end-if
           read OutbreakFile
             at end set OutbreakStatusEOF to true
           end-read
         end-perform
         if not OutbreakStatusEOF
           set ObTabFull to true
         end-if
       end-if
       close OutbreakFile
       .

      *-----------------------------------------------------------------

       LoadKnownDistricts.
       open input DistrictFile
       if not DistrictStatusOK
         display "Hinweis: kreise.dat nicht lesbar, Kreis-IDs " &
                 "werden nicht geprueft"
       else
         read DistrictFile
           at end set DistrictStatusEOF to true
         end-read
         if not DistrictStatusEOF
           read DistrictFile
             at end set DistrictStatusEOF to true
           end-read
         end-if
         perform until DistrictStatusEOF or KnownMax >= 1000
           add 1 to KnownMax
           move DistrictId-D to KnownId-T(KnownMax)
           read DistrictFile
             at end set DistrictStatusEOF to true
           end-read
         end-perform
       end-if
       close DistrictFile
       .

      *-----------------------------------------------------------------

       CheckKnown.
       move "N" to KnownState
       if KnownMax = zero
         set DistrictKnown to true
       end-if
       perform varying KnownIdx from 1 by 1
               until KnownIdx > KnownMax or DistrictKnown
         if KnownId-T(KnownIdx) = EnteredId
           set DistrictKnown to true
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       FindSettingText.
       move "unbekannt" to SettingText
       perform varying SettingIdx from 1 by 1 until SettingIdx > 5
         if SettingCode(SettingIdx) = ObSetting-OB
           move SettingName(SettingIdx) to SettingText
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       ListOutbreaks.
       display space
       display "   Nr  Kreis  Setting        Beginn    Faelle  Status"
       perform varying ObIdx from 1 by 1 until ObIdx > ObMax
         move ObEntry-T(ObIdx) to OutbreakRec
         perform FindSettingText
         move ObId-OB to PrnId
         move ObCases-OB to PrnCases
         if ObOpen-OB
           display " " PrnId "  " ObDistrict-OB "  " SettingText " "
                   ObStart-OB " " PrnCases "  offen  "
                   function trim(ObLabel-OB)
         else
           display " " PrnId "  " ObDistrict-OB "  " SettingText " "
                   ObStart-OB " " PrnCases "  geschl."
                   function trim(ObLabel-OB)
         end-if
       end-perform
       if ObMax = zero
         display " Keine Ausbrueche erfasst"
       end-if
       .

      *-----------------------------------------------------------------

       AddOutbreak.
       display space
       display "Ausbruch neu anlegen"
       display " Kreis-ID: " no advancing
       accept EnteredIdX
       if EnteredIdX(1:5) numeric and EnteredIdX(6:5) = spaces
         move EnteredIdX(1:5) to EnteredId
         perform CheckKnown
       else
         move zeros to EnteredId
         move "N" to KnownState
       end-if
       if not DistrictKnown
         display "Ungueltige oder unbekannte Kreis-ID: " EnteredIdX
       else
         display " Setting (P=Pflegeheim, S=Schule, A=Arbeitsplatz,"
         display "          K=Krankenhaus, H=Privathaushalt): "
                 no advancing
         accept EnteredSetting
         move function upper-case(EnteredSetting) to EnteredSetting
         display " Bezeichnung: " no advancing
         accept EnteredLabel
         display " Beginn (JJJJMMTT, leer=heute): " no advancing
         accept EnteredDateX
         if EnteredDateX = spaces
           move TodayNum to EnteredDateX
         end-if
         display " Faelle: " no advancing
         accept EnteredCasesX
         move spaces to OutbreakRec
         move EnteredSetting to ObSetting-OB
         evaluate true
           when not ObSettingValid-OB
             display "Unbekanntes Setting: " EnteredSetting
           when EnteredDateX not numeric or EnteredDateX > TodayNum
             display "Ungueltiger Beginn: " EnteredDateX
           when function trim(EnteredCasesX) not numeric
             display "Ungueltige Fallzahl: " EnteredCasesX
           when ObMax >= 2000
             display "Tabelle voll"
           when other
             add 1 to NextId
             move NextId to ObId-OB
             move EnteredId to ObDistrict-OB
             move EnteredLabel to ObLabel-OB
             move EnteredDateX to ObStart-OB
             move function numval(EnteredCasesX) to ObCases-OB
             set ObOpen-OB to true
             move zeros to ObEnd-OB
             move TodayNum to ObChanged-OB
             add 1 to ObMax
             move OutbreakRec to ObEntry-T(ObMax)
             set TableChanged to true
             move NextId to PrnId
             display "Angelegt als Nr. " PrnId
         end-evaluate
       end-if
       .

      *-----------------------------------------------------------------

      *  Bearbeitet werden Fallzahl, Bezeichnung und Status; beim
      *  Schliessen wird das Tagesdatum als Ende eingetragen.
       EditOutbreak.
       display space
       display "Ausbruch bearbeiten"
       display " Nr: " no advancing
       accept EnteredCasesX
       move zeros to FoundIdx
       if function trim(EnteredCasesX) numeric
         perform varying ObIdx from 1 by 1
                 until ObIdx > ObMax or FoundIdx not = zero
           move ObEntry-T(ObIdx) to OutbreakRec
           if ObId-OB = function numval(EnteredCasesX)
             move ObIdx to FoundIdx
           end-if
         end-perform
       end-if
       if FoundIdx = zero
         display "Ausbruch nicht vorhanden"
       else
         move ObEntry-T(FoundIdx) to OutbreakRec
         perform FindSettingText
         move ObCases-OB to PrnCases
         display " Kreis " ObDistrict-OB "  " SettingText
                 "  seit " ObStart-OB "  Faelle " PrnCases
         display " " function trim(ObLabel-OB)
         display " Faelle (leer = unveraendert): " no advancing
         accept EnteredCasesX
         display " Bezeichnung (leer = unveraendert): " no advancing
         accept EnteredLabel
         display " Status (O=offen, G=geschlossen, leer = "
                 "unveraendert): " no advancing
         accept EnteredStatus
         move function upper-case(EnteredStatus) to EnteredStatus
         evaluate true
           when EnteredCasesX not = spaces
                and function trim(EnteredCasesX) not numeric
             display "Ungueltige Fallzahl, nicht geaendert"
           when EnteredStatus not = space and not = "O"
                and not = "G"
             display "Unbekannter Status, nicht geaendert"
           when other
             if EnteredCasesX not = spaces
               move function numval(EnteredCasesX) to ObCases-OB
             end-if
             if EnteredLabel not = spaces
               move EnteredLabel to ObLabel-OB
             end-if
             if EnteredStatus = "G" and ObOpen-OB
               set ObClosed-OB to true
               move TodayNum to ObEnd-OB
             end-if
             if EnteredStatus = "O" and ObClosed-OB
               set ObOpen-OB to true
               move zeros to ObEnd-OB
             end-if
             move TodayNum to ObChanged-OB
             move OutbreakRec to ObEntry-T(FoundIdx)
             set TableChanged to true
             display "Geaendert"
         end-evaluate
       end-if
       .

      *-----------------------------------------------------------------

       SaveOutbreaks.
       open output OutbreakFile
       perform varying ObIdx from 1 by 1 until ObIdx > ObMax
         move ObEntry-T(ObIdx) to OutbreakRec
         write OutbreakRec
       end-perform
       close OutbreakFile
       move ObMax to PrnCount
       display "ausbrueche.dat geschrieben, Ausbrueche: " PrnCount
       .

      *-----------------------------------------------------------------

      *  Offene Ausbrueche nach Land, Kreis und Beginn; das Land
      *  ergibt sich aus den ersten beiden Stellen der Kreis-ID.
       WriteWeeklyReport.
       move zeros to TotalCount, TotalCases
       sort SortFile
            on ascending key ObDistrict-SF, ObStart-SF, ObId-SF
            input procedure is ReleaseOpenOutbreaks
            output procedure is ListOpenOutbreaks
       move TotalCount to PrnCount
       display "Offene Ausbrueche: " PrnCount
       display "Datei ausbrueche.rpt geschrieben"
       .

      *-----------------------------------------------------------------

       ReleaseOpenOutbreaks.
       perform varying ObIdx from 1 by 1 until ObIdx > ObMax
         move ObEntry-T(ObIdx) to SortRec
         if ObOpen-SF
           release SortRec
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       ListOpenOutbreaks.
       open output RptFile
       move spaces to RptRec
       string "Offene Ausbruchsgeschehen je Bundesland, Stand "
              TodayNum(7:2) "." TodayNum(5:2) "." TodayNum(1:4)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:70)
       write RptRec

       return SortFile
         at end set SortEOF to true
       end-return
       perform until SortEOF
         divide ObDistrict-SF by 1000 giving CurrState
         move zeros to StateCount, StateCases
         move spaces to RptRec
         write RptRec
         move spaces to RptRec
         if CurrState >= 1 and CurrState <= 16
           move StateName(CurrState) to RptRec
         else
           move "Land unbekannt" to RptRec
         end-if
         write RptRec
         move "   Nr  Kreis                      Setting        " &
              "Beginn      Alter  Faelle  Bezeichnung" to RptRec
         write RptRec
         divide ObDistrict-SF by 1000 giving StateOfRec
         perform until SortEOF or StateOfRec not = CurrState
           perform WriteOutbreakLine
           return SortFile
             at end set SortEOF to true
           end-return
           if not SortEOF
             divide ObDistrict-SF by 1000 giving StateOfRec
           end-if
         end-perform
         move StateCount to PrnCount
         move StateCases to PrnCases
         move spaces to RptRec
         string "   Summe Land: " PrnCount " Ausbrueche, "
                PrnCases " Faelle"
                delimited by size into RptRec
         end-string
         write RptRec
         add StateCount to TotalCount
         add StateCases to TotalCases
       end-perform

       move spaces to RptRec
       write RptRec
       move spaces to RptRec
       move all "-" to RptRec(1:70)
       write RptRec
       move TotalCount to PrnCount
       move TotalCases to PrnCases
       move spaces to RptRec
       string "Gesamt: " PrnCount " offene Ausbrueche, "
              PrnCases " Faelle"
              delimited by size into RptRec
       end-string
       write RptRec
       close RptFile
       .

      *-----------------------------------------------------------------

       WriteOutbreakLine.
       move SortRec to OutbreakRec
       perform FindSettingText
       call "Corona-Districts"
            using by content ObDistrict-OB
            by reference DistrictName
       move ObStart-OB to DateInt
       compute DayNum = function integer-of-date(DateInt)
       compute AgeDays = TodayDayNum - DayNum
       move ObId-OB to PrnId
       move AgeDays to PrnAge
       move ObCases-OB to PrnCases
       move spaces to RptRec
       string " " PrnId "  " ObDistrict-OB " " DistrictName(1:20)
              " " SettingText " "
              ObStart-OB(7:2) "." ObStart-OB(5:2) "." ObStart-OB(1:4)
              " " PrnAge " " PrnCases "  " ObLabel-OB
              delimited by size into RptRec
       end-string
       write RptRec
       add 1 to StateCount
       add ObCases-OB to StateCases
       .
