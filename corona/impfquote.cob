       identification division.
       program-id. Corona-Impfquote is initial.
       author. Andreas Suhre.

      *=================================================================
      *  Impfquoten je Kreis: stellt die bis zum Stand der Fallzahlen
      *  aufgelaufenen Erst-, Zweit- und Auffrischungsimpfungen aus
      *  impfungen-historie.dat je 100.000 Einwohner (einwohner.dat)
      *  dem aktuellen Fenster-Durchschnitt der Fallzahlen gegenueber,
      *  je Kreis und als Aggregat je Bundesland, unter Beachtung der
      *  Gebietsauswahl. Ausgabe impfquote.rpt.
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select AverageFile assign to AverageFileName
              organization is line sequential.
       select optional ImpfStoreFile assign to "impfungen-historie.dat"
              organization is indexed
              access mode is dynamic
              record key is ImpfKey-IH
              file status is ImpfStoreStatus.
       select RptFile assign to "impfquote.rpt"
              organization is line sequential.

      *=================================================================

       data division.
       file section.
       fd AverageFile.
       copy datarec replacing DataRec by AverageRec
                              ==:tag:== by ==AF==.

       fd ImpfStoreFile.
       01 ImpfStoreRec.
          02 ImpfKey-IH.
             03 DistrictId-IH pic 9(5).
             03 Date-IH.
                04 Year-IH  pic 9(4).
                04 Month-IH pic 99.
                04 Day-IH   pic 99.
          02 FirstDoses-IH   pic 9(6).
          02 SecondDoses-IH  pic 9(6).
          02 BoosterDoses-IH pic 9(6).

       fd RptFile.
       01 RptRec pic X(120).

      *-----------------------------------------------------------------

       working-storage section.
       copy states.

       01 ImpfStoreStatus pic XX value spaces.
          88 ImpfStoreStatusOK  value "00".
          88 ImpfStoreStatusEOF value "10".
       01 ImpfStoreState pic X value "N".
          88 ImpfStoreReady value "Y".

       01 WindowDays pic 99 value 7.
       01 PrnWindow pic Z9.

       01 PrnDate.
          02 PrnDay pic 99.
          02 FILLER pic X value ".".
          02 PrnMonth pic 99.
          02 FILLER pic X value ".".
          02 PrnYear pic 9999.
       01 StandDate pic 9(8).

       01 DistrictName pic X(40).
       01 Population pic 9(8).
       01 FirstSum pic 9(9).
       01 SecondSum pic 9(9).
       01 BoosterSum pic 9(9).
       01 FirstRate pic 9(6)V9.
       01 SecondRate pic 9(6)V9.
       01 BoosterRate pic 9(6)V9.
       01 Incidence pic 9(6)V9.
       01 PrnRate1 pic ZZZZZ9.9.
       01 PrnRate2 pic ZZZZZ9.9.
       01 PrnRate3 pic ZZZZZ9.9.
       01 PrnAvg pic Z(7)9.
       01 PrnInc pic ZZZZZ9.9.
       01 LineCount pic 9(5) value zero.
       01 NoPopCount pic 9(5) value zero.
       01 PrnCount pic Z(4)9.

      *  Summen fuer die Quoten auf Landes- und Bundesebene; die
      *  Quote wird aus den Summen gebildet, nicht gemittelt.
       01 RateBase.
          02 BasePop     pic 9(9).
          02 BaseFirst   pic 9(9).
          02 BaseSecond  pic 9(9).
          02 BaseBooster pic 9(9).
          02 BaseCases   pic 9(9).
       01 StateSumsTable.
          02 StateSums-T occurs 16 times.
             03 StatePop-T     pic 9(9).
             03 StateFirst-T   pic 9(9).
             03 StateSecond-T  pic 9(9).
             03 StateBooster-T pic 9(9).
             03 StateCases-T   pic 9(9).
       01 NatSums.
          02 NatPop     pic 9(9) value zeros.
          02 NatFirst   pic 9(9) value zeros.
          02 NatSecond  pic 9(9) value zeros.
          02 NatBooster pic 9(9) value zeros.
          02 NatCases   pic 9(9) value zeros.
       01 StIdx pic 99.

       01 RecState pic X value "N".
          88 RecSelected value "Y".
       01 FilterIdx pic 99.
       01 FilterInfo pic X(40) value "alle Kreise".
       01 LocalFilter.
          02 LocalFilterType pic X(1) value "N".
             88 LocalFilterNone     value "N".
             88 LocalFilterState    value "L".
             88 LocalFilterDistrict value "K".
          02 LocalStateId pic 99 value zeros.
          02 LocalIdCount pic 99 value zeros.
          02 LocalId occurs 20 times pic 9(5).

      *-----------------------------------------------------------------

       linkage section.
       01 AverageFileName pic X(27).
       01 WindowParam pic 99.
       copy filterspec.

      *=================================================================

       procedure division using AverageFileName,
                                 optional WindowParam,
                                 optional FilterSpec.

       if WindowParam not omitted
         if WindowParam >= 1 and WindowParam <= 31
           move WindowParam to WindowDays
         end-if
       end-if
       if FilterSpec not omitted
         move FilterText-FS to FilterInfo
         move FilterType-FS to LocalFilterType
         move FilterStateId-FS to LocalStateId
         move FilterIdCount-FS to LocalIdCount
         perform varying FilterIdx from 1 by 1
                 until FilterIdx > LocalIdCount
           move FilterId-FS(FilterIdx) to LocalId(FilterIdx)
         end-perform
       else
         move "N" to LocalFilterType
       end-if

       open input ImpfStoreFile
       if ImpfStoreStatusOK
         set ImpfStoreReady to true
       else
         close ImpfStoreFile
         display "Hinweis: impfungen-historie.dat fehlt, " &
                 "Impfquoten werden mit Null ausgewiesen"
       end-if

       move zeros to StateSumsTable

       open input AverageFile
       open output RptFile
       read AverageFile
         at end set EndOf-AF to true
       end-read
       if not EndOf-AF
         move Day-AF to PrnDay
         move Month-AF to PrnMonth
         move Year-AF to PrnYear
         move Date-AF to StandDate
       end-if
       perform WriteRptHeading

       perform until EndOf-AF
         perform CheckFilter
         if RecSelected
           perform SumDistrictDoses
           perform WriteDistrictLine
           perform AddStateSums
         end-if
         read AverageFile
           at end set EndOf-AF to true
         end-read
       end-perform

       perform WriteSummary
       close AverageFile, RptFile
       if ImpfStoreReady
         close ImpfStoreFile
       end-if
       move LineCount to PrnCount
       display "Kreise im Bericht: " PrnCount
       if NoPopCount > zero
         move NoPopCount to PrnCount
         display "Kreise ohne Einwohnerzahl: " PrnCount
       end-if
       display "Datei impfquote.rpt geschrieben"

       exit program.

      *-----------------------------------------------------------------

      *  Aufgelaufene Impfungen des Kreises bis einschliesslich zum
      *  Stand der Fallzahlen.
       SumDistrictDoses.
       move zeros to FirstSum, SecondSum, BoosterSum
       if ImpfStoreReady
         move DistrictId-AF to DistrictId-IH
         move zeros to Date-IH
         start ImpfStoreFile key is greater than or equal to ImpfKey-IH
           invalid key continue
         end-start
         if ImpfStoreStatusOK
           read ImpfStoreFile next record
             at end set ImpfStoreStatusEOF to true
           end-read
           perform until ImpfStoreStatusEOF
                         or DistrictId-IH not = DistrictId-AF
             if Date-IH <= StandDate
               add FirstDoses-IH to FirstSum
               add SecondDoses-IH to SecondSum
               add BoosterDoses-IH to BoosterSum
             end-if
             read ImpfStoreFile next record
               at end set ImpfStoreStatusEOF to true
             end-read
           end-perform
         end-if
         move spaces to ImpfStoreStatus
       end-if
       .

      *-----------------------------------------------------------------

       CheckFilter.
       move "N" to RecState
       evaluate true
         when LocalFilterNone
           set RecSelected to true
         when LocalFilterState
           if StateId-AF = LocalStateId
             set RecSelected to true
           end-if
         when LocalFilterDistrict
           perform varying FilterIdx from 1 by 1
                   until FilterIdx > LocalIdCount or RecSelected
             if LocalId(FilterIdx) = DistrictId-AF
               set RecSelected to true
             end-if
           end-perform
         when other
           set RecSelected to true
       end-evaluate
       .

      *-----------------------------------------------------------------

       WriteRptHeading.
       move "Impfquoten und Fenster-Durchschnitt je Kreis" to RptRec
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:60)
       write RptRec
       move WindowDays to PrnWindow
       move spaces to RptRec
       string "Stand: " PrnDate "   Fenster:" PrnWindow " Tage"
              "   Auswahl: " function trim(FilterInfo)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Kreis                                           " &
            "   Erst/100Tsd  Zweit/100Tsd  Auffr/100Tsd" &
            "  Fenster-Schnitt  Inz/100Tsd" to RptRec
       write RptRec
       .

      *-----------------------------------------------------------------

       WriteDistrictLine.
       call "Corona-Districts"
            using by content DistrictId-AF
            by reference DistrictName
       call "Corona-Population"
            using by content DistrictId-AF
            by reference Population
       if Population = zero
         add 1 to NoPopCount
       end-if

       move Population to BasePop
       move FirstSum to BaseFirst
       move SecondSum to BaseSecond
       move BoosterSum to BaseBooster
       move Cases-AF to BaseCases
       perform ComputeRates

       move spaces to RptRec
       string DistrictId-AF " " DistrictName " "
              "       " PrnRate1 "      " PrnRate2 "      " PrnRate3
              "         " PrnAvg "    " PrnInc
              delimited by size into RptRec
       end-string
       write RptRec
       add 1 to LineCount
       .

      *-----------------------------------------------------------------

       ComputeRates.
       if BasePop = zero
         move zeros to FirstRate, SecondRate, BoosterRate, Incidence
       else
         compute FirstRate rounded = BaseFirst * 100000 / BasePop
           on size error move 999999.9 to FirstRate
         end-compute
         compute SecondRate rounded = BaseSecond * 100000 / BasePop
           on size error move 999999.9 to SecondRate
         end-compute
         compute BoosterRate rounded = BaseBooster * 100000 / BasePop
           on size error move 999999.9 to BoosterRate
         end-compute
         compute Incidence rounded = BaseCases * 100000 / BasePop
           on size error move 999999.9 to Incidence
         end-compute
       end-if
       move FirstRate to PrnRate1
       move SecondRate to PrnRate2
       move BoosterRate to PrnRate3
       move BaseCases to PrnAvg
       move Incidence to PrnInc
       .

      *-----------------------------------------------------------------

       AddStateSums.
       move StateId-AF to StIdx
       if StIdx >= 1 and StIdx <= 16
         add Population to StatePop-T(StIdx)
         add FirstSum to StateFirst-T(StIdx)
         add SecondSum to StateSecond-T(StIdx)
         add BoosterSum to StateBooster-T(StIdx)
         add Cases-AF to StateCases-T(StIdx)
       end-if
       add Population to NatPop
       add FirstSum to NatFirst
       add SecondSum to NatSecond
       add BoosterSum to NatBooster
       add Cases-AF to NatCases
       .

      *-----------------------------------------------------------------

       WriteSummary.
       move spaces to RptRec
       write RptRec
       move "Aggregat je Bundesland" to RptRec
       write RptRec
       perform varying StIdx from 1 by 1 until StIdx > 16
         if StatePop-T(StIdx) > zeros
            or StateFirst-T(StIdx) > zeros
            or StateCases-T(StIdx) > zeros
           move StateSums-T(StIdx) to RateBase
           perform ComputeRates
           move spaces to RptRec
           string StateName(StIdx) "                         "
                  "       " PrnRate1 "      " PrnRate2 "      " PrnRate3
                  "         " PrnAvg "    " PrnInc
                  delimited by size into RptRec
           end-string
           write RptRec
         end-if
       end-perform

       move spaces to RptRec
       write RptRec
       move NatSums to RateBase
       perform ComputeRates
       move spaces to RptRec
       string "Auswahl gesamt                                 "
              "       " PrnRate1 "      " PrnRate2 "      " PrnRate3
              "         " PrnAvg "    " PrnInc
              delimited by size into RptRec
       end-string
       write RptRec
       .

       end program Corona-Impfquote.
