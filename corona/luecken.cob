       identification division.
       program-id. Corona-Luecken.
       author. Andreas Suhre.

      *=================================================================
      *  Lueckenpruefung der Fallzahlen-Historie: fuer jeden Kreis aus
      *  kreise.dat werden die Tage eines Zeitraums ohne Satz in der
      *  Historie (offenes Jahr und Jahresdateien) gesucht und als
      *  zusammenhaengende Zeitraeume in fallzahlen-luecken.rpt
      *  ausgegeben. Im Modus FUELLEN werden die Luecken mit einem
      *  Schaetzwert belegt und als geschaetzt markiert (Imputed "S"):
      *  linear zwischen dem letzten Wert vor und dem ersten Wert
      *  nach der Luecke, am Rand mit dem naechsten vorhandenen Wert.
      *  Als Stuetzwerte zaehlen nur gelieferte Werte bis 14 Tage
      *  vor und nach dem Zeitraum. Bereits geschaetzte Tage werden
      *  neu berechnet; die echte Lieferung ersetzt die Schaetzung
      *  (Corona-Main, Corona-Korrektur).
      *
      *  Aufruf: [PRUEFEN|FUELLEN] [von JJJJMMTT] [bis JJJJMMTT]
      *  Ohne Zeitraum werden die letzten 28 Tage bis zum juengsten
      *  Tag im Bestand geprueft.
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select DistrictFile assign to "kreise.dat"
              organization is line sequential
              file status is DistrictStatus.
       select ImputeFile assign to "fallzahlen-luecken.tmp"
              organization is line sequential
              file status is ImputeStatus.
       select HistStoreFile assign to HistStoreName
              organization is indexed
              access mode is dynamic
              record key is HistKey-FH
              file status is HistStoreStatus.
       select optional YearCatFile
              assign to "fallzahlen-historie-jahre.dat"
              organization is line sequential
              file status is YearCatStatus.
       select RptFile assign to "fallzahlen-luecken.rpt"
              organization is line sequential.
       select LaufProtokollFile assign to "lauf.log"
              organization is line sequential.

      *=================================================================

       data division.
       file section.
       fd DistrictFile.
       01 DistrictRec.
          02 DistrictId-D pic 9(5).
          02 DistrictName-D pic X(40).

       fd ImputeFile.
       copy fallhist replacing HistStoreRec by ImputeRec
                               ==:tag:== by ==FW==.

       fd HistStoreFile.
       copy fallhist replacing ==:tag:== by ==FH==.

       fd YearCatFile.
       copy histjahr replacing ==:tag:== by ==HJ==.

       fd RptFile.
       01 RptRec pic X(110).

       fd LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       copy fallhist replacing HistStoreRec by HistReadRec
                               ==:tag:== by ==HL==.
       01 HistReadStatus pic XX value spaces.
          88 HistReadStatusOK  value "00".
          88 HistReadStatusEOF value "10".

       01 DistrictStatus pic XX value spaces.
          88 DistrictStatusOK  value "00".
          88 DistrictStatusEOF value "10".
       01 ImputeStatus pic XX value spaces.
          88 ImputeStatusOK  value "00".
          88 ImputeStatusEOF value "10".
       01 HistStoreStatus pic XX value spaces.
          88 HistStoreStatusOK value "00".
       01 YearCatStatus pic XX value spaces.
          88 YearCatStatusOK  value "00".
          88 YearCatStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CommandLine pic X(80) value spaces.
       01 ModeArg pic X(10) value spaces.
       01 FromArgX pic X(8) value spaces.
       01 ToArgX pic X(8) value spaces.
       01 RunMode pic X value "P".
          88 CheckMode value "P".
          88 FillMode  value "F".

       01 QueryFrom pic 9(8) value zeros.
       01 QueryTo pic 9(8) value zeros.
       01 DateInt pic 9(8).
       01 FromDayNum pic S9(9).
       01 ToDayNum pic S9(9).
       01 LookFromNum pic S9(9).
       01 RecDayNum pic S9(9).
       01 RangeDays pic S9(9).

      *  Tagestabelle je Kreis: 14 Tage Vorlauf, Zeitraum (hoechstens
      *  366 Tage), 14 Tage Nachlauf
       01 FirstIdx pic 9(3) value 15.
       01 LastIdx pic 9(3).
       01 SpanDays pic 9(3).
       01 DayTable.
          02 Day-T occurs 400 times.
             03 DayState-T pic X.
                88 DayMissing  value space.
                88 DayReal     value "R".
                88 DayImputed  value "S".
             03 DayCases-T pic 9(6).
       01 DayIdx pic 9(3).
       01 ScanIdx pic 9(3).

       01 KnownMax pic 9(4) value zero.
       01 KnownTable.
          02 Known-T occurs 1000 times.
             03 KnownId-T pic 9(5).
             03 KnownSeen-T pic X.
                88 KnownWasSeen value "Y".
       01 KnownIdx pic 9(4).
       01 FoundIdx pic 9(4).

       01 CurrDistrict pic 9(5).
       01 DistrictName pic X(40).
       01 DistrictGapState pic X value "N".
          88 DistrictHasGap value "Y".

       01 RunFrom pic 9(3).
       01 RunTo pic 9(3).
       01 RunMissing pic 9(3).
       01 RunImputed pic 9(3).
       01 RunDays pic 9(3).
       01 BeforeIdx pic 9(3).
       01 AfterIdx pic 9(3).
       01 Estimate pic S9(7).
       01 ActionText pic X(26).

       01 ClosedYearCount pic 99 value zero.
       01 ClosedYearTable.
          02 ClosedYear-T occurs 50 times pic 9(4).
       01 ClosedYearIdx pic 99.
       01 HistStoreName pic X(40) value spaces.
       01 StoreYear pic 9(4) value zeros.
       01 StoreReadyState pic X value "N".
          88 StoreReady value "Y".

       01 CheckedCount pic 9(5) value zero.
       01 GapDistricts pic 9(5) value zero.
       01 MissingTotal pic 9(7) value zero.
       01 ImputedTotal pic 9(7) value zero.
       01 EstimatedTotal pic 9(7) value zero.
       01 NoEstimateTotal pic 9(7) value zero.
       01 WrittenTotal pic 9(7) value zero.

       01 PrnFrom.
          02 PrnDay pic 99.
          02 FILLER pic X value ".".
          02 PrnMonth pic 99.
          02 FILLER pic X value ".".
          02 PrnYear pic 9999.
       01 PrnTo pic X(10).
       01 PrnDays pic ZZ9.
       01 PrnMissing pic ZZ9.
       01 PrnImputed pic ZZ9.
       01 PrnCount pic Z(6)9.

      *=================================================================

       procedure division.

       move "CORONA-LUECKEN" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time

       accept CommandLine from command-line
       if CommandLine not = spaces
         unstring CommandLine delimited by all space
           into ModeArg, FromArgX, ToArgX
       else
         display "Lueckenpruefung der Fallzahlen-Historie"
         display "Modus (PRUEFEN/FUELLEN, leer = PRUEFEN): "
                 no advancing
         accept ModeArg
         display "Von (JJJJMMTT, leer = 28 Tage vor Bis): "
                 no advancing
         accept FromArgX
         display "Bis (JJJJMMTT, leer = juengster Tag): "
                 no advancing
         accept ToArgX
       end-if
       move function upper-case(ModeArg) to ModeArg
       evaluate ModeArg
         when "FUELLEN"
           set FillMode to true
         when "PRUEFEN"
         when spaces
           set CheckMode to true
         when other
           display "Unbekannter Modus: " ModeArg
           set RunFailed to true
       end-evaluate

       if RunSucceeded
         perform DetermineRange
       end-if
       if RunSucceeded
         perform LoadKnownDistricts
       end-if
       if RunSucceeded
         perform ScanHistory
       end-if
       if RunSucceeded and FillMode
         perform ApplyImputations
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

       DetermineRange.
       if ToArgX numeric
         move ToArgX to QueryTo
       else
         call "Corona-HistLesen" using by content "L"
                                       by reference HistReadRec
                                       by reference HistReadStatus
         if not HistReadStatusOK
           display "fallzahlen-historie.dat nicht lesbar: "
                   HistReadStatus
           set RunFailed to true
         else
           move Date-HL to QueryTo
         end-if
       end-if

       if RunSucceeded and QueryTo = zeros
         display "Keine Daten in der Fallzahlen-Historie"
         set RunFailed to true
       end-if

       if RunSucceeded
         if function test-date-yyyymmdd(QueryTo) not = zero
           display "Ungueltiges Bis-Datum: " QueryTo
           set RunFailed to true
         else
           compute ToDayNum = function integer-of-date(QueryTo)
         end-if
       end-if

       if RunSucceeded
         if FromArgX numeric
           move FromArgX to QueryFrom
           if function test-date-yyyymmdd(QueryFrom) not = zero
             display "Ungueltiges Von-Datum: " QueryFrom
             set RunFailed to true
           else
             compute FromDayNum = function integer-of-date(QueryFrom)
           end-if
         else
           compute FromDayNum = ToDayNum - 27
           compute QueryFrom = function date-of-integer(FromDayNum)
         end-if
       end-if

       if RunSucceeded
         compute RangeDays = ToDayNum - FromDayNum + 1
         if RangeDays < 1 or RangeDays > 366
           display "Zeitraum muss 1 bis 366 Tage umfassen"
           set RunFailed to true
         else
           compute LookFromNum = FromDayNum - FirstIdx + 1
           compute LastIdx = FirstIdx + RangeDays - 1
           compute SpanDays = LastIdx + 14
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       LoadKnownDistricts.
       open input DistrictFile
       if not DistrictStatusOK
         display "kreise.dat nicht lesbar: " DistrictStatus
         set RunFailed to true
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
           move "N" to KnownSeen-T(KnownMax)
           read DistrictFile
             at end set DistrictStatusEOF to true
           end-read
         end-perform
       end-if
       close DistrictFile
       .

      *-----------------------------------------------------------------

       ScanHistory.
       move zeros to HistReadRec
       compute DateInt = function date-of-integer(LookFromNum)
       move DateInt to Date-HL
       call "Corona-HistLesen" using by content "O"
                                     by reference HistReadRec
                                     by reference HistReadStatus
       if not HistReadStatusOK
         display "fallzahlen-historie.dat nicht lesbar: "
                 HistReadStatus
         set RunFailed to true
       else
         if FillMode
           open output ImputeFile
         end-if
         perform WriteHeader

         perform ReadHistory
         perform until HistReadStatusEOF
           move DistrictId-HL to CurrDistrict
           perform ClearDayTable
           perform until HistReadStatusEOF
                         or DistrictId-HL not = CurrDistrict
             move Date-HL to DateInt
             compute RecDayNum = function integer-of-date(DateInt)
             if RecDayNum >= LookFromNum
                and RecDayNum < LookFromNum + SpanDays
               compute DayIdx = RecDayNum - LookFromNum + 1
               move Cases-HL to DayCases-T(DayIdx)
               if ImputedValue-HL
                 set DayImputed(DayIdx) to true
               else
                 set DayReal(DayIdx) to true
               end-if
             end-if
             perform ReadHistory
           end-perform
           perform FindKnown
           if FoundIdx not = zero
             move "Y" to KnownSeen-T(FoundIdx)
             perform CheckDistrict
           end-if
         end-perform

         call "Corona-HistLesen" using by content "C"
                                       by reference HistReadRec
                                       by reference HistReadStatus

      *  Kreise ohne einen einzigen Satz im Zeitraum
         perform varying KnownIdx from 1 by 1
                 until KnownIdx > KnownMax
           if not KnownWasSeen(KnownIdx)
             move KnownId-T(KnownIdx) to CurrDistrict
             perform ClearDayTable
             perform CheckDistrict
           end-if
         end-perform

         perform WriteSummary
         close RptFile
         if FillMode
           close ImputeFile
         end-if

         move GapDistricts to PrnCount
         display "Kreise mit Luecken: " PrnCount
         move MissingTotal to PrnCount
         display "Fehlende Tage:      " PrnCount
         display "Datei fallzahlen-luecken.rpt geschrieben"
       end-if
       .

      *-----------------------------------------------------------------

       ReadHistory.
       call "Corona-HistLesen" using by content "N"
                                     by reference HistReadRec
                                     by reference HistReadStatus
       .

      *-----------------------------------------------------------------

       ClearDayTable.
       perform varying DayIdx from 1 by 1 until DayIdx > SpanDays
         move space to DayState-T(DayIdx)
         move zeros to DayCases-T(DayIdx)
       end-perform
       .

      *-----------------------------------------------------------------

       FindKnown.
       move zero to FoundIdx
       perform varying KnownIdx from 1 by 1
               until KnownIdx > KnownMax or FoundIdx not = zero
         if KnownId-T(KnownIdx) = CurrDistrict
           move KnownIdx to FoundIdx
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       CheckDistrict.
       add 1 to CheckedCount
       move "N" to DistrictGapState
       move FirstIdx to DayIdx
       perform until DayIdx > LastIdx
         if DayReal(DayIdx)
           add 1 to DayIdx
         else
           perform CollectRun
           if not DistrictHasGap
             set DistrictHasGap to true
             add 1 to GapDistricts
             call "Corona-Districts"
                  using by content CurrDistrict
                  by reference DistrictName
           end-if
           move spaces to ActionText
           if FillMode
             perform EstimateRun
           end-if
           perform WriteRunLine
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

      *  Zusammenhaengende Tage ohne gelieferten Wert ab DayIdx
       CollectRun.
       move DayIdx to RunFrom
       move zeros to RunMissing, RunImputed
       perform until DayIdx > LastIdx or DayReal(DayIdx)
         if DayImputed(DayIdx)
           add 1 to RunImputed
         else
           add 1 to RunMissing
         end-if
         add 1 to DayIdx
       end-perform
       compute RunTo = DayIdx - 1
       compute RunDays = RunTo - RunFrom + 1
       add RunMissing to MissingTotal
       add RunImputed to ImputedTotal
       .

      *-----------------------------------------------------------------

       EstimateRun.
       move zero to BeforeIdx, AfterIdx
       perform varying ScanIdx from RunFrom by -1
               until ScanIdx < 2 or BeforeIdx not = zero
         if DayReal(ScanIdx - 1)
           compute BeforeIdx = ScanIdx - 1
         end-if
       end-perform
       perform varying ScanIdx from RunTo by 1
               until ScanIdx >= SpanDays or AfterIdx not = zero
         if DayReal(ScanIdx + 1)
           compute AfterIdx = ScanIdx + 1
         end-if
       end-perform

       if BeforeIdx = zero and AfterIdx = zero
         move "keine Schaetzung moeglich" to ActionText
         add RunDays to NoEstimateTotal
       else
         move "geschaetzt" to ActionText
         perform varying ScanIdx from RunFrom by 1
                 until ScanIdx > RunTo
           evaluate true
             when BeforeIdx not = zero and AfterIdx not = zero
               compute Estimate rounded = DayCases-T(BeforeIdx)
                       + (DayCases-T(AfterIdx) - DayCases-T(BeforeIdx))
                       * (ScanIdx - BeforeIdx) / (AfterIdx - BeforeIdx)
             when BeforeIdx not = zero
               move DayCases-T(BeforeIdx) to Estimate
             when other
               move DayCases-T(AfterIdx) to Estimate
           end-evaluate
           if Estimate < zero
             move zero to Estimate
           end-if
           add 1 to EstimatedTotal
           if DayMissing(ScanIdx)
              or DayCases-T(ScanIdx) not = Estimate
             perform WriteImputation
           end-if
         end-perform
       end-if
       .

      *-----------------------------------------------------------------

       WriteImputation.
       move CurrDistrict to DistrictId-FW
       compute RecDayNum = LookFromNum + ScanIdx - 1
       compute DateInt = function date-of-integer(RecDayNum)
       move DateInt to Date-FW
       move Estimate to Cases-FW
       set ImputedValue-FW to true
       write ImputeRec
       .

      *-----------------------------------------------------------------

       WriteHeader.
       open output RptFile
       move "Luecken in der Fallzahlen-Historie" to RptRec
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:60)
       write RptRec
       move QueryFrom to DateInt
       perform FormatDate
       move PrnFrom to PrnTo
       move QueryTo to DateInt
       perform FormatDate
       move spaces to RptRec
       if FillMode
         string "Zeitraum " PrnTo " - " PrnFrom
                "   Modus: Luecken mit Schaetzwerten fuellen"
                delimited by size into RptRec
         end-string
       else
         string "Zeitraum " PrnTo " - " PrnFrom
                "   Modus: nur pruefen"
                delimited by size into RptRec
         end-string
       end-if
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Kreis                                         " &
            "  von        bis        Tage fehlt gesch." to RptRec
       write RptRec
       .

      *-----------------------------------------------------------------

       WriteRunLine.
       compute RecDayNum = LookFromNum + RunTo - 1
       compute DateInt = function date-of-integer(RecDayNum)
       perform FormatDate
       move PrnFrom to PrnTo
       compute RecDayNum = LookFromNum + RunFrom - 1
       compute DateInt = function date-of-integer(RecDayNum)
       perform FormatDate
       move RunDays to PrnDays
       move RunMissing to PrnMissing
       move RunImputed to PrnImputed
       move spaces to RptRec
       string CurrDistrict " " DistrictName " " PrnFrom " "
              PrnTo " " PrnDays "  " PrnMissing "   " PrnImputed
              "  " ActionText
              delimited by size into RptRec
       end-string
       write RptRec
       .

      *-----------------------------------------------------------------

       FormatDate.
       move DateInt(7:2) to PrnDay
       move DateInt(5:2) to PrnMonth
       move DateInt(1:4) to PrnYear
       .

      *-----------------------------------------------------------------

       WriteSummary.
       move spaces to RptRec
       write RptRec
       move CheckedCount to PrnCount
       move spaces to RptRec
       string "Kreise geprueft:              " PrnCount
              delimited by size into RptRec
       end-string
       write RptRec
       move GapDistricts to PrnCount
       move spaces to RptRec
       string "Kreise mit Luecken:           " PrnCount
              delimited by size into RptRec
       end-string
       write RptRec
       move MissingTotal to PrnCount
       move spaces to RptRec
       string "Tage ohne Wert:               " PrnCount
              delimited by size into RptRec
       end-string
       write RptRec
       move ImputedTotal to PrnCount
       move spaces to RptRec
       string "Tage mit Schaetzwert:         " PrnCount
              delimited by size into RptRec
       end-string
       write RptRec
       if FillMode
         move EstimatedTotal to PrnCount
         move spaces to RptRec
         string "Tage geschaetzt:              " PrnCount
                delimited by size into RptRec
         end-string
         write RptRec
         move NoEstimateTotal to PrnCount
         move spaces to RptRec
         string "Tage ohne Stuetzwert:         " PrnCount
                delimited by size into RptRec
         end-string
         write RptRec
       end-if
       .

      *-----------------------------------------------------------------

      *  Die Schaetzwerte werden erst nach dem Lesen eingetragen.
      *  Ein Tag, fuer den inzwischen ein gelieferter Wert vorliegt,
      *  bleibt unveraendert.
       ApplyImputations.
       perform LoadClosedYears
       open input ImputeFile
       if ImputeStatusOK
         read ImputeFile
           at end set ImputeStatusEOF to true
         end-read
         perform until ImputeStatusEOF or RunFailed
           if Year-FW not = StoreYear or not StoreReady
             perform OpenStore
           end-if
           if StoreReady
             perform StoreImputation
           end-if
           read ImputeFile
             at end set ImputeStatusEOF to true
           end-read
         end-perform
       end-if
       close ImputeFile
       if StoreReady
         close HistStoreFile
       end-if
       call "CBL_DELETE_FILE" using "fallzahlen-luecken.tmp"
       end-call

       move WrittenTotal to PrnCount
       display "Schaetzwerte eingetragen: " PrnCount
       .

      *-----------------------------------------------------------------

       LoadClosedYears.
       open input YearCatFile
       if YearCatStatusOK
         read YearCatFile
           at end set YearCatStatusEOF to true
         end-read
         perform until YearCatStatusEOF or ClosedYearCount >= 50
           add 1 to ClosedYearCount
           move Year-HJ to ClosedYear-T(ClosedYearCount)
           read YearCatFile
             at end set YearCatStatusEOF to true
           end-read
         end-perform
       end-if
       close YearCatFile
       .

      *-----------------------------------------------------------------

      *  Tage eines abgeschlossenen Jahres stehen in dessen
      *  Jahresdatei.
       OpenStore.
       if StoreReady
         close HistStoreFile
         move "N" to StoreReadyState
       end-if
       move Year-FW to StoreYear
       move "fallzahlen-historie.dat" to HistStoreName
       perform varying ClosedYearIdx from 1 by 1
               until ClosedYearIdx > ClosedYearCount
         if ClosedYear-T(ClosedYearIdx) = StoreYear
           move spaces to HistStoreName
           string "fallzahlen-historie-" StoreYear ".dat"
                  delimited by size into HistStoreName
           end-string
         end-if
       end-perform
       open i-o HistStoreFile
       if HistStoreStatusOK
         set StoreReady to true
       else
         display function trim(HistStoreName) " nicht nutzbar: "
                 HistStoreStatus
         set RunFailed to true
       end-if
       .

      *-----------------------------------------------------------------

       StoreImputation.
       move HistKey-FW to HistKey-FH
       read HistStoreFile
         key is HistKey-FH
         invalid key
           move ImputeRec to HistStoreRec
           write HistStoreRec
             invalid key
               display "Fehler Historie: " HistStoreStatus
               set RunFailed to true
           end-write
           add 1 to WrittenTotal
         not invalid key
           if ImputedValue-FH
             move Cases-FW to Cases-FH
             rewrite HistStoreRec
               invalid key
                 display "Fehler Historie: " HistStoreStatus
                 set RunFailed to true
             end-rewrite
             add 1 to WrittenTotal
           end-if
       end-read
       .
