       identification division.
       program-id. Corona-Lagebericht.
       author. Andreas Suhre.

      *=================================================================
      *  Woechentlicher Lagebericht: erzeugt die Einzelberichte
      *  fallzahlen.rpt, fallzahlen-hotspots.rpt, fallzahlen-rwert.rpt,
      *  intensiv-belegung.rpt und todesfaelle.rpt mit derselben
      *  Gebietsauswahl neu und fasst sie zusammen mit
      *  fallzahlen-projektion.rpt (letzter Lauf Corona-Projektion,
      *  auf die Gebietsauswahl gekuerzt; nur wenn nicht aelter als
      *  der Datenstand der Historie) in einem paginierten
      *  Bericht lagebericht.rpt zusammen: Titelseite, Uebersicht je
      *  Bundesland, Inhaltsverzeichnis mit Seitenzahlen, danach die
      *  Abschnitte in fester Reihenfolge. Fehlen die Quelldaten eines
      *  Abschnitts, steht dies an seiner Stelle im Bericht.
      *
      *  Berichtswoche ist das Fenster bis zum Stand der
      *  Durchschnittsdatei (letzte Verarbeitung in Corona-Main).
      *
      *  Aufruf: Corona-Lagebericht [Gebietsfilter]
      *          Gebietsfilter wie in Corona-Main: Lnn (Bundesland)
      *          oder Knnnnn/nnnnn/... (Kreise); ohne Angabe gilt
      *          GEBIETSFILTER aus programm.cfg, sonst alle Kreise.
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select optional AverageFile assign to AverageFileName
              organization is line sequential
              file status is AverageStatus.
       select optional WarnFile assign to "warnstufe.dat"
              organization is line sequential
              file status is WarnStatus.
       select optional ProbeFile assign to ProbeFileName
              organization is line sequential
              file status is ProbeStatus.
       select optional SectionFile assign to SectionFileName
              organization is line sequential
              file status is SectionStatus.
       select LageFile assign to "lagebericht.rpt"
              organization is line sequential.
       select LaufProtokollFile assign to "lauf.log"
              organization is line sequential.

      *=================================================================

       data division.
       file section.
       fd AverageFile.
       copy datarec replacing DataRec by AverageRec
                              ==:tag:== by ==AF==.

       fd WarnFile.
       01 WarnRec.
          02 DistrictId-WN pic 9(5).
          02 FILLER pic X.
          02 DistrictName-WN pic X(40).
          02 FILLER pic X.
          02 Cases-WN pic Z(5)9.
          02 FILLER pic X.
          02 OutbreakPct-WN pic ZZ9.

       fd ProbeFile.
       01 ProbeRec pic X(80).

       fd SectionFile.
       01 SectionRec pic X(132).

       fd LageFile.
       01 LageRec pic X(132).

       fd LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       copy states.

       01 AverageStatus pic XX value spaces.
          88 AverageStatusOK value "00".
       01 WarnStatus pic XX value spaces.
          88 WarnStatusOK  value "00".
          88 WarnStatusEOF value "10".
       01 HistStoreRec.
          02 HistKey-FH.
             03 DistrictId-FH pic 9(5).
             03 Date-FH pic 9(8).
          02 Cases-FH pic 9(6).
          02 Imputed-FH pic X.
             88 ImputedValue-FH value "S".
       01 HistStoreStatus pic XX value spaces.
          88 HistStoreStatusOK  value "00".
          88 HistStoreStatusEOF value "10".
       01 ProbeStatus pic XX value spaces.
          88 ProbeStatusOK value "00".
       01 SectionStatus pic XX value spaces.
          88 SectionStatusOK  value "00".
          88 SectionStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 KonfigKey pic X(20).
       01 KonfigValue pic X(40).
       01 KonfigFound pic X value "N".
          88 KonfigValueFound value "Y".

       01 CommandLine pic X(80).
       01 CmdFilter pic X(80) value spaces.
       01 AverageFileName pic X(27) value "fallzahlen-durchschnitt.dat".
       01 ProbeFileName pic X(40).
       01 SectionFileName pic X(40).
       01 WindowDays pic 99 value 7.
       01 TopN pic 999 value zero.

       copy filterspec.
       01 FilterListText pic X(80).
       01 FilterIdText occurs 20 times pic X(6).
       01 FilterIdx pic 99.
       01 RecState pic X value "N".
          88 RecSelected value "Y".
       01 CheckId pic 9(5).
       01 CheckIdX redefines CheckId pic X(5).

      *  Berichtswoche und Stand der Quelldaten
       01 StandDate pic 9(8) value zeros.
       01 WeekStartDate pic 9(8) value zeros.
       01 HistLatestDate pic 9(8) value zeros.
       01 DayNum pic S9(9).
       01 PrnDateIn pic 9(8).
       01 PrnDateInParts redefines PrnDateIn.
          02 PrnInYear  pic 9(4).
          02 PrnInMonth pic 99.
          02 PrnInDay   pic 99.
       01 PrnDate.
          02 PrnDay pic 99.
          02 FILLER pic X value ".".
          02 PrnMonth pic 99.
          02 FILLER pic X value ".".
          02 PrnYear pic 9999.
       01 PrnWeekFrom pic X(10).
       01 PrnWeekTo pic X(10).
       01 PrnHistDate pic X(10).
       01 PrnToday pic X(10).
       01 TodayDate pic 9(8).
       01 HistReadyState pic X value "N".
          88 HistReady value "Y".
       01 AverageReadyState pic X value "N".
          88 AverageReady value "Y".

      *  Abschnitte in fester Reihenfolge
       01 SectionCount pic 9 value 6.
       01 SectionTable.
          02 Section-T occurs 6 times.
             03 SectionTitle-T pic X(40).
             03 SectionFile-T  pic X(30).
             03 SectionSource-T pic X(30).
             03 SectionReady-T pic X.
                88 SectionPresent  value "Y".
                88 SectionOutdated value "A".
             03 SectionLines-T pic 9(5).
             03 SectionPages-T pic 9(4).
             03 SectionPage-T  pic 9(4).
       01 SecIdx pic 9.
       01 SourceReadyState pic X value "N".
          88 SourceReady value "Y".
       01 KeepState pic X value "Y".
          88 KeepLine value "Y".
       01 FileDetails.
          02 FdSize   pic 9(18) comp.
          02 FdDay    pic X.
          02 FdMonth  pic X.
          02 FdYear   pic 9(4) comp.
          02 FdHour   pic X.
          02 FdMinute pic X.
          02 FdSecond pic X.
          02 FdHund   pic X.
       01 FdDate pic 9(8).
       01 ProjRefDate pic 9(8) value zeros.
       01 ProjFileDate pic 9(8) value zeros.
       01 PrnProjDate pic X(10) value spaces.
       01 PrnProjRef pic X(10) value spaces.

      *  Seitenaufbau
       01 PageBody pic 99 value 55.
       01 PageNo pic 9(4) value zero.
       01 LineOnPage pic 99 value zero.
       01 NextPage pic 9(4).
       01 PrnPage pic ZZZ9.
       01 PageTitle pic X(40).

      *  Uebersicht je Bundesland
       01 WarnCount pic 9(4) value zero.
       01 WarnTable.
          02 WarnId-T occurs 1000 times pic 9(5).
       01 WarnIdx pic 9(4).
       01 WarnState pic X value "N".
          88 DistrictIsHot value "Y".
       01 StateTable.
          02 StateSums-T occurs 16 times.
             03 StateDistricts-T pic 9(4).
             03 StatePop-T       pic 9(9).
             03 StateCases-T     pic 9(9).
             03 StateHot-T       pic 9(4).
             03 StateBeds-T      pic 9(7).
             03 StateOccupied-T  pic 9(7).
       01 SumLine.
          02 SumDistricts pic 9(4).
          02 SumPop       pic 9(9).
          02 SumCases     pic 9(9).
          02 SumHot       pic 9(4).
          02 SumBeds      pic 9(7).
          02 SumOccupied  pic 9(7).
       01 TotalLine.
          02 TotDistricts pic 9(4) value zeros.
          02 TotPop       pic 9(9) value zeros.
          02 TotCases     pic 9(9) value zeros.
          02 TotHot       pic 9(4) value zeros.
          02 TotBeds      pic 9(7) value zeros.
          02 TotOccupied  pic 9(7) value zeros.
       01 StIdx pic 99.
       01 Population pic 9(8).
       01 Beds pic 9(5).
       01 Occupied pic 9(5).
       01 Incidence pic 9(6)V9.
       01 IcuPercent pic 9(3)V9.
       01 PrnDistricts pic ZZZ9.
       01 PrnPop pic Z(8)9.
       01 PrnCases pic Z(8)9.
       01 PrnInc pic ZZZZZ9.9.
       01 PrnHot pic ZZZ9.
       01 PrnIcu pic ZZ9.9.
       01 PrnIcuX pic X(6).
       01 PrnCount pic Z(4)9.
       01 SumLabel pic X(22).

      *=================================================================

       procedure division.

       move "CORONA-LAGEBERICHT" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time
       accept TodayDate from date YYYYMMDD

       perform ReadConfig
       accept CommandLine from command-line
       if CommandLine not = spaces
         move CommandLine to CmdFilter
       end-if
       perform SetupFilter

       perform DetermineWeek
       perform SetupSections
       perform GenerateSections
       perform CountSections
       perform AssignPages
       perform LoadWarnTable
       perform BuildStateSums

       open output LageFile
       perform WriteTitlePage
       perform WriteSummaryPage
       perform WriteContentsPage
       perform varying SecIdx from 1 by 1 until SecIdx > SectionCount
         perform WriteSection
       end-perform
       close LageFile

       move PageNo to PrnCount
       display "Datei lagebericht.rpt geschrieben, Seiten: " PrnCount

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

       ReadConfig.
       move "FENSTER" to KonfigKey
       perform KonfigLookup
       if KonfigValueFound and KonfigValue(1:2) numeric
          and KonfigValue(1:2) >= "01" and KonfigValue(1:2) <= "31"
         move KonfigValue(1:2) to WindowDays
       end-if
       move "TOPN" to KonfigKey
       perform KonfigLookup
       if KonfigValueFound
         move function numval(KonfigValue) to TopN
       end-if
       move "GEBIETSFILTER" to KonfigKey
       perform KonfigLookup
       if KonfigValueFound
         move KonfigValue to CmdFilter
       end-if
       move "DURCHSCHNITT-DATEI" to KonfigKey
       perform KonfigLookup
       if KonfigValueFound
         move KonfigValue(1:27) to AverageFileName
       end-if
       .

      *-----------------------------------------------------------------

       KonfigLookup.
       move spaces to KonfigValue
       call "Konfig"
            using by content KonfigKey
            by reference KonfigValue
            by reference KonfigFound
       .

      *-----------------------------------------------------------------

       SetupFilter.
       move "N" to FilterType-FS
       move zeros to FilterStateId-FS, FilterIdCount-FS
       move spaces to FilterText-FS
       evaluate CmdFilter(1:1)
         when "L"
           move CmdFilter(2:2) to FilterStateId-FS
           set FilterState-FS to true
         when "K"
           move CmdFilter(2:79) to FilterListText
           inspect FilterListText replacing all "/" by " "
           perform ParseFilterList
         when other
           continue
       end-evaluate
       evaluate true
         when FilterState-FS
           string "Bundesland " FilterStateId-FS
                  delimited by size into FilterText-FS
           end-string
         when FilterDistrict-FS
           string "Kreisauswahl (" FilterIdCount-FS " Kreise)"
                  delimited by size into FilterText-FS
           end-string
         when other
           move "alle Kreise" to FilterText-FS
       end-evaluate
       display "Gebietsauswahl: " function trim(FilterText-FS)
       .

      *-----------------------------------------------------------------

       ParseFilterList.
       perform varying FilterIdx from 1 by 1 until FilterIdx > 20
         move spaces to FilterIdText(FilterIdx)
       end-perform
       unstring FilterListText delimited by all space
         into FilterIdText(1), FilterIdText(2), FilterIdText(3),
              FilterIdText(4), FilterIdText(5), FilterIdText(6),
              FilterIdText(7), FilterIdText(8), FilterIdText(9),
              FilterIdText(10), FilterIdText(11), FilterIdText(12),
              FilterIdText(13), FilterIdText(14), FilterIdText(15),
              FilterIdText(16), FilterIdText(17), FilterIdText(18),
              FilterIdText(19), FilterIdText(20)
       end-unstring
       move zeros to FilterIdCount-FS
       perform varying FilterIdx from 1 by 1 until FilterIdx > 20
         if FilterIdText(FilterIdx)(1:5) numeric
           add 1 to FilterIdCount-FS
           move FilterIdText(FilterIdx)(1:5)
             to FilterId-FS(FilterIdCount-FS)
         end-if
       end-perform
       if FilterIdCount-FS > zero
         set FilterDistrict-FS to true
       end-if
       .

      *-----------------------------------------------------------------

       CheckFilter.
       move "N" to RecState
       evaluate true
         when FilterNone-FS
           set RecSelected to true
         when FilterState-FS
           if CheckIdX(1:2) = FilterStateId-FS
             set RecSelected to true
           end-if
         when FilterDistrict-FS
           perform varying FilterIdx from 1 by 1
                   until FilterIdx > FilterIdCount-FS or RecSelected
             if FilterId-FS(FilterIdx) = CheckId
               set RecSelected to true
             end-if
           end-perform
         when other
           set RecSelected to true
       end-evaluate
       .

      *-----------------------------------------------------------------

      *  Berichtswoche aus dem Stand der Durchschnittsdatei, dazu der
      *  juengste Tag der Fallzahlen-Historie als Stand der Abschnitte
      *  R-Wert, Todesfaelle und Projektion.
       DetermineWeek.
       open input AverageFile
       if AverageStatusOK
         read AverageFile
           at end set EndOf-AF to true
         end-read
         if not EndOf-AF
           set AverageReady to true
           move Date-AF to StandDate
         end-if
       end-if
       close AverageFile

       if AverageReady
         compute DayNum = function integer-of-date(StandDate)
                          - WindowDays + 1
         compute WeekStartDate = function date-of-integer(DayNum)
         move WeekStartDate to PrnDateIn
         perform FormatDate
         move PrnDate to PrnWeekFrom
         move StandDate to PrnDateIn
         perform FormatDate
         move PrnDate to PrnWeekTo
       else
         display "Hinweis: " function trim(AverageFileName)
                 " fehlt, Berichtswoche unbekannt"
         move "unbekannt" to PrnWeekFrom
         move spaces to PrnWeekTo
       end-if

       call "Corona-HistLesen" using by content "L"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       if HistStoreStatusOK
         set HistReady to true
         move Date-FH to HistLatestDate
         move HistLatestDate to PrnDateIn
         perform FormatDate
         move PrnDate to PrnHistDate
       end-if

       move TodayDate to PrnDateIn
       perform FormatDate
       move PrnDate to PrnToday
       .

      *-----------------------------------------------------------------

       FormatDate.
       move PrnInDay to PrnDay
       move PrnInMonth to PrnMonth
       move PrnInYear to PrnYear
       .

      *-----------------------------------------------------------------

       SetupSections.
       move "Fallzahlen je Kreis" to SectionTitle-T(1)
       move "fallzahlen.rpt" to SectionFile-T(1)
       move AverageFileName to SectionSource-T(1)
       move "Hotspots" to SectionTitle-T(2)
       move "fallzahlen-hotspots.rpt" to SectionFile-T(2)
       move AverageFileName to SectionSource-T(2)
       move "R-Wert-Schaetzung" to SectionTitle-T(3)
       move "fallzahlen-rwert.rpt" to SectionFile-T(3)
       move "fallzahlen-historie.dat" to SectionSource-T(3)
       move "Intensivbetten" to SectionTitle-T(4)
       move "intensiv-belegung.rpt" to SectionFile-T(4)
       move "intensivbetten.dat" to SectionSource-T(4)
       move "Todesfaelle" to SectionTitle-T(5)
       move "todesfaelle.rpt" to SectionFile-T(5)
       move "todesfaelle-historie.dat" to SectionSource-T(5)
       move "Sieben-Tage-Projektion" to SectionTitle-T(6)
       move "fallzahlen-projektion.rpt" to SectionFile-T(6)
       move "fallzahlen-projektion.rpt" to SectionSource-T(6)
       perform varying SecIdx from 1 by 1 until SecIdx > SectionCount
         move "N" to SectionReady-T(SecIdx)
         move zeros to SectionLines-T(SecIdx),
                       SectionPages-T(SecIdx), SectionPage-T(SecIdx)
       end-perform
       .

      *-----------------------------------------------------------------

      *  Die Einzelberichte werden vor dem Aufruf entfernt, damit kein
      *  Bericht einer frueheren Woche in den Lagebericht gelangt.
       GenerateSections.
       perform varying SecIdx from 1 by 1 until SecIdx > 5
         call "CBL_DELETE_FILE" using SectionFile-T(SecIdx)
         end-call
         perform CheckSource
         if SourceReady
           evaluate SecIdx
             when 1
               call "Corona-Report" using
                    by content AverageFileName
                    by reference FilterSpec
             when 2
               call "Corona-Hotspots" using
                    by content AverageFileName
                    by reference TopN
                    by reference FilterSpec
                    by reference WindowDays
             when 3
               call "Corona-Rwert" using
                    by reference WindowDays
                    by reference FilterSpec
             when 4
               call "Corona-Belegung" using
                    by reference FilterSpec
             when 5
               call "Corona-Tote" using
                    by reference WindowDays
                    by reference FilterSpec
           end-evaluate
         else
           display "Quelldaten fehlen fuer Abschnitt "
                   function trim(SectionTitle-T(SecIdx)) ": "
                   function trim(SectionSource-T(SecIdx))
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

      *  Corona-Tote braucht neben der Fallzahlen-Historie seinen
      *  eigenen Bestand; eine neue todesfaelle.csv baut ihn auf.
       CheckSource.
       move "N" to SourceReadyState
       evaluate SectionSource-T(SecIdx)
         when "fallzahlen-historie.dat"
           if HistReady
             set SourceReady to true
           end-if
         when "todesfaelle-historie.dat"
           if HistReady
             move SectionSource-T(SecIdx) to ProbeFileName
             call "CBL_CHECK_FILE_EXIST" using ProbeFileName,
                                              FileDetails
             end-call
             if return-code = zero and FdSize > zero
               set SourceReady to true
             end-if
             move "todesfaelle.csv" to ProbeFileName
             call "CBL_CHECK_FILE_EXIST" using ProbeFileName,
                                              FileDetails
             end-call
             if return-code = zero and FdSize > zero
               set SourceReady to true
             end-if
             move zero to return-code
           end-if
         when other
           move SectionSource-T(SecIdx) to ProbeFileName
           open input ProbeFile
           if ProbeStatusOK
             set SourceReady to true
           end-if
           close ProbeFile
       end-evaluate
       .

      *-----------------------------------------------------------------

       CountSections.
       perform varying SecIdx from 1 by 1 until SecIdx > SectionCount
         if SecIdx = 6
           perform CheckProjectionDate
         end-if
         if not SectionOutdated(SecIdx)
           move SectionFile-T(SecIdx) to SectionFileName
           open input SectionFile
           if SectionStatusOK
             set SectionPresent(SecIdx) to true
             read SectionFile
               at end set SectionStatusEOF to true
             end-read
             perform until SectionStatusEOF
               perform CheckSectionLine
               if KeepLine
                 add 1 to SectionLines-T(SecIdx)
               end-if
               read SectionFile
                 at end set SectionStatusEOF to true
               end-read
             end-perform
             if SecIdx = 6
               add 2 to SectionLines-T(SecIdx)
             end-if
           end-if
           close SectionFile
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

      *  Eine Projektion, die vor dem letzten Stand der Historie
      *  erstellt wurde, gehoert nicht zur Berichtswoche und wird
      *  nicht uebernommen. Ohne lesbare Historie gilt der Stand der
      *  Durchschnittsdatei.
       CheckProjectionDate.
       move SectionFile-T(SecIdx) to ProbeFileName
       call "CBL_CHECK_FILE_EXIST" using ProbeFileName, FileDetails
       end-call
       if return-code = zero
         compute FdDate = FdYear * 10000
                 + (function ord(FdMonth) - 1) * 100
                 + function ord(FdDay) - 1
         move FdDate to ProjFileDate
         move FdDate to PrnDateIn
         perform FormatDate
         move PrnDate to PrnProjDate
         if HistReady
           move HistLatestDate to ProjRefDate
         else
           move StandDate to ProjRefDate
         end-if
         if ProjFileDate < ProjRefDate
           set SectionOutdated(SecIdx) to true
           move ProjRefDate to PrnDateIn
           perform FormatDate
           move PrnDate to PrnProjRef
         end-if
       end-if
       move zero to return-code
       .

      *-----------------------------------------------------------------

      *  Die Projektion stammt aus dem letzten Lauf von
      *  Corona-Projektion ueber alle Kreise; ihre Kreiszeilen werden
      *  hier auf die Gebietsauswahl gekuerzt.
       CheckSectionLine.
       set KeepLine to true
       inspect SectionRec replacing all X"0C" by space
       if SecIdx = 6 and SectionRec(1:5) numeric
         move SectionRec(1:5) to CheckIdX
         perform CheckFilter
         if not RecSelected
           move "N" to KeepState
         end-if
       end-if
       .

      *-----------------------------------------------------------------

      *  Seite 1 Titel, 2 Uebersicht, 3 Inhalt; jeder Abschnitt
      *  beginnt auf einer neuen Seite.
       AssignPages.
       move 4 to NextPage
       perform varying SecIdx from 1 by 1 until SecIdx > SectionCount
         move NextPage to SectionPage-T(SecIdx)
         if SectionPresent(SecIdx)
           compute SectionPages-T(SecIdx) =
                   (SectionLines-T(SecIdx) + 2 + PageBody - 1)
                   / PageBody
         else
           move 1 to SectionPages-T(SecIdx)
         end-if
         add SectionPages-T(SecIdx) to NextPage
       end-perform
       .

      *-----------------------------------------------------------------

       LoadWarnTable.
       open input WarnFile
       if WarnStatusOK
         read WarnFile
           at end set WarnStatusEOF to true
         end-read
         perform until WarnStatusEOF or WarnCount >= 1000
           add 1 to WarnCount
           move DistrictId-WN to WarnId-T(WarnCount)
           read WarnFile
             at end set WarnStatusEOF to true
           end-read
         end-perform
       end-if
       close WarnFile
       .

      *-----------------------------------------------------------------

       BuildStateSums.
       move zeros to StateTable
       if AverageReady
         move spaces to AverageStatus
         open input AverageFile
         read AverageFile
           at end set EndOf-AF to true
         end-read
         perform until EndOf-AF
           move DistrictId-AF to CheckId
           perform CheckFilter
           if RecSelected
             perform AddDistrictToState
           end-if
           read AverageFile
             at end set EndOf-AF to true
           end-read
         end-perform
         close AverageFile
       end-if
       .

      *-----------------------------------------------------------------

       AddDistrictToState.
       call "Corona-Population"
            using by content DistrictId-AF
            by reference Population
       call "Corona-Intensiv"
            using by content DistrictId-AF
            by reference Beds
            by reference Occupied
       move "N" to WarnState
       perform varying WarnIdx from 1 by 1
               until WarnIdx > WarnCount or DistrictIsHot
         if WarnId-T(WarnIdx) = DistrictId-AF
           set DistrictIsHot to true
         end-if
       end-perform
       move StateId-AF to StIdx
       if StIdx >= 1 and StIdx <= 16
         add 1 to StateDistricts-T(StIdx)
         add Population to StatePop-T(StIdx)
         compute StateCases-T(StIdx) =
                 StateCases-T(StIdx) + Cases-AF * WindowDays
         if DistrictIsHot
           add 1 to StateHot-T(StIdx)
         end-if
         add Beds to StateBeds-T(StIdx)
         add Occupied to StateOccupied-T(StIdx)
       end-if
       add 1 to TotDistricts
       add Population to TotPop
       compute TotCases = TotCases + Cases-AF * WindowDays
       if DistrictIsHot
         add 1 to TotHot
       end-if
       add Beds to TotBeds
       add Occupied to TotOccupied
       .

      *-----------------------------------------------------------------

       StartPage.
       add 1 to PageNo
       move zeros to LineOnPage
       move spaces to LageRec
       if PageNo > 1
         write LageRec after advancing page
       end-if
       move PageNo to PrnPage
       string "Lagebericht Corona  " PageTitle
              "  Berichtswoche " PrnWeekFrom " - " PrnWeekTo
              "  Seite " PrnPage
              delimited by size into LageRec
       end-string
       write LageRec
       move spaces to LageRec
       move all "=" to LageRec(1:110)
       write LageRec
       move spaces to LageRec
       write LageRec
       .

      *-----------------------------------------------------------------

       WriteLageLine.
       if LineOnPage >= PageBody
         perform StartPage
       end-if
       write LageRec
       add 1 to LineOnPage
       .

      *-----------------------------------------------------------------

       WriteTitlePage.
       add 1 to PageNo
       move spaces to LageRec
       perform 10 times
         write LageRec
       end-perform
       move "          L A G E B E R I C H T   C O R O N A" to LageRec
       write LageRec
       move spaces to LageRec
       move all "=" to LageRec(11:45)
       write LageRec
       move spaces to LageRec
       write LageRec
       write LageRec
       string "          Berichtswoche:   " PrnWeekFrom " - "
              PrnWeekTo
              delimited by size into LageRec
       end-string
       write LageRec
       move spaces to LageRec
       string "          Gebietsauswahl:  " FilterText-FS
              delimited by size into LageRec
       end-string
       write LageRec
       move spaces to LageRec
       move WindowDays to PrnDistricts
       string "          Fenster:         " PrnDistricts " Tage"
              delimited by size into LageRec
       end-string
       write LageRec
       move spaces to LageRec
       string "          Erstellt am:     " PrnToday
              delimited by size into LageRec
       end-string
       write LageRec
       move spaces to LageRec
       write LageRec
       if HistReady and AverageReady
          and HistLatestDate not = StandDate
         string "          Hinweis: Fallzahlen-Historie reicht bis "
                PrnHistDate ", Abschnitte R-Wert, Todesfaelle"
                delimited by size into LageRec
         end-string
         write LageRec
         move spaces to LageRec
         move "          und Projektion beziehen sich auf diesen Stand"
              to LageRec
         write LageRec
         move spaces to LageRec
       end-if
       perform varying SecIdx from 1 by 1 until SecIdx > SectionCount
         if SectionOutdated(SecIdx)
           string "          Hinweis: Abschnitt "
                  function trim(SectionTitle-T(SecIdx))
                  " veraltet, nicht uebernommen"
                  delimited by size into LageRec
           end-string
           write LageRec
           move spaces to LageRec
         else
           if not SectionPresent(SecIdx)
             string "          Hinweis: Abschnitt "
                    function trim(SectionTitle-T(SecIdx))
                    " ohne Quelldaten"
                    delimited by size into LageRec
             end-string
             write LageRec
             move spaces to LageRec
           end-if
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       WriteSummaryPage.
       move "Uebersicht je Bundesland" to PageTitle
       perform StartPage
       move "Bundesland               Kreise  Einwohner" &
            "  Fenster-Faelle  Fenster-Inz/100Tsd  Hotspots" &
            "  ITS-Auslastung" to LageRec
       perform WriteLageLine
       move spaces to LageRec
       move all "-" to LageRec(1:110)
       perform WriteLageLine
       if not AverageReady
         move spaces to LageRec
         string "Quelldaten fehlen: " function trim(AverageFileName)
                delimited by size into LageRec
         end-string
         perform WriteLageLine
       else
         perform varying StIdx from 1 by 1 until StIdx > 16
           if StateDistricts-T(StIdx) > zero
             move StateSums-T(StIdx) to SumLine
             move StateName(StIdx) to SumLabel
             perform WriteSumLine
           end-if
         end-perform
         move spaces to LageRec
         perform WriteLageLine
         move TotalLine to SumLine
         move "Auswahl gesamt" to SumLabel
         perform WriteSumLine
       end-if
       move spaces to LageRec
       perform WriteLageLine
       move "Fenster-Faelle: Fenster-Durchschnitt mal Fensterlaenge; " &
            "Hotspots: Kreise in warnstufe.dat" to LageRec
       perform WriteLageLine
       .

      *-----------------------------------------------------------------

       WriteSumLine.
       if SumPop = zero
         move zeros to Incidence
       else
         compute Incidence rounded = SumCases * 100000 / SumPop
           on size error move 999999.9 to Incidence
         end-compute
       end-if
       if SumBeds = zero
         move "     -" to PrnIcuX
       else
         compute IcuPercent rounded = SumOccupied * 100 / SumBeds
           on size error move 999.9 to IcuPercent
         end-compute
         move IcuPercent to PrnIcu
         move PrnIcu to PrnIcuX(1:5)
         move "%" to PrnIcuX(6:1)
       end-if
       move SumDistricts to PrnDistricts
       move SumPop to PrnPop
       move SumCases to PrnCases
       move Incidence to PrnInc
       move SumHot to PrnHot
       move spaces to LageRec
       string SumLabel "     " PrnDistricts "  " PrnPop
              "       " PrnCases "            " PrnInc
              "      " PrnHot "          " PrnIcuX
              delimited by size into LageRec
       end-string
       perform WriteLageLine
       .

      *-----------------------------------------------------------------

       WriteContentsPage.
       move "Inhalt" to PageTitle
       perform StartPage
       move spaces to LageRec
       string "Uebersicht je Bundesland" delimited by size
              into LageRec
       end-string
       move "Seite    2" to LageRec(56:10)
       perform WriteLageLine
       perform varying SecIdx from 1 by 1 until SecIdx > SectionCount
         move spaces to LageRec
         move SecIdx to LageRec(1:1)
         move "." to LageRec(2:1)
         move SectionTitle-T(SecIdx) to LageRec(4:40)
         move SectionPage-T(SecIdx) to PrnPage
         move "Seite" to LageRec(56:5)
         move PrnPage to LageRec(62:4)
         if SectionOutdated(SecIdx)
           move "(veraltet)" to LageRec(68:10)
         else
           if not SectionPresent(SecIdx)
             move "(Quelldaten fehlen)" to LageRec(68:19)
           end-if
         end-if
         perform WriteLageLine
       end-perform
       .

      *-----------------------------------------------------------------

       WriteSection.
       move SectionTitle-T(SecIdx) to PageTitle
       perform StartPage
       move spaces to LageRec
       string SecIdx ". " function trim(SectionTitle-T(SecIdx))
              "  (" function trim(SectionFile-T(SecIdx)) ")"
              delimited by size into LageRec
       end-string
       perform WriteLageLine
       move spaces to LageRec
       perform WriteLageLine
       evaluate true
         when SectionOutdated(SecIdx)
           string "Veraltet: " function trim(SectionFile-T(SecIdx))
                  " vom " PrnProjDate ", Datenstand " PrnProjRef
                  delimited by size into LageRec
           end-string
           perform WriteLageLine
           move spaces to LageRec
           move "Abschnitt nicht uebernommen, Corona-Projektion neu "
                & "ausfuehren" to LageRec
           perform WriteLageLine
         when not SectionPresent(SecIdx)
           string "Quelldaten fehlen: "
                  function trim(SectionSource-T(SecIdx))
                  " - Abschnitt konnte nicht erstellt werden"
                  delimited by size into LageRec
           end-string
           perform WriteLageLine
         when other
           if SecIdx = 6
             string "Stand: Lauf von Corona-Projektion am " PrnProjDate
                    delimited by size into LageRec
             end-string
             perform WriteLageLine
             move spaces to LageRec
             perform WriteLageLine
           end-if
           move SectionFile-T(SecIdx) to SectionFileName
           move spaces to SectionStatus
           open input SectionFile
           read SectionFile
             at end set SectionStatusEOF to true
           end-read
           perform until SectionStatusEOF
             perform CheckSectionLine
             if KeepLine
               move SectionRec to LageRec
               perform WriteLageLine
             end-if
             read SectionFile
               at end set SectionStatusEOF to true
             end-read
           end-perform
           close SectionFile
       end-evaluate
       .
