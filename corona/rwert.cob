       environment division.
       input-output section.
       file-control.
       select RptFile assign to "fallzahlen-rwert.rpt"
              organization is line sequential.


       data division.
       file section.
       fd RptFile.
       01 RptRec pic X(100).

      *-----------------------------------------------------------------

       working-storage section.
       copy states.

       01 HistStoreRec.
          02 HistKey-FH.
             03 DistrictId-FH.
                04 Month-FH pic 99.
                04 Day-FH   pic 99.
          02 Cases-FH pic 9(6).
          02 Imputed-FH pic X.
             88 ImputedValue-FH value "S".
       01 HistStoreStatus pic XX value spaces.
          88 HistStoreStatusOK  value "00".
          88 HistStoreStatusEOF value "10".
       01 FlagText pic X(8).
       01 FlaggedCount pic 9(5) value zero.
       01 PrnCount pic Z(4)9.
       01 ImputedState pic X value "N".
          88 DistrictImputed value "Y".
       01 ImputedMark pic X(2).
       01 ImputedCount pic 9(5) value zero.

       01 StateSumsTable.
          02 StateSums-T occurs 16 times.
             03 StateRecent-T pic 9(9).
             03 StatePrev-T   pic 9(9).
             03 StateImputed-T pic X.
       01 NatRecent pic 9(9) value zeros.
       01 NatPrev   pic 9(9) value zeros.
       01 NatImputed pic X value "N".
       01 TotalLabel pic X(23) value "Deutschland gesamt".

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

      *=================================================================

       linkage section.
       01 WindowParam pic 99.
       copy filterspec.

      *=================================================================

       procedure division using optional WindowParam,
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
         if not LocalFilterNone
           move "Auswahl gesamt" to TotalLabel
         end-if
       else
         move "N" to LocalFilterType
       end-if

       call "Corona-HistLesen" using by content "L"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       if not HistStoreStatusOK
         display "fallzahlen-historie.dat nicht lesbar: "
                 HistStoreStatus
         exit program
       end-if

       if Date-FH not = zeros
         move Date-FH to DateInt
         compute LatestDayNum = function integer-of-date(DateInt)
       end-if
       if LatestDayNum = zeros
         display "Keine Daten in der Fallzahlen-Historie"
         exit program

       move zeros to StateSumsTable

       move zeros to HistStoreRec
       compute DateInt = function date-of-integer(PrevFrom)
       move DateInt to Date-FH
       call "Corona-HistLesen" using by content "O"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       open output RptFile
       move "R-Wert-Schaetzung je Kreis" to RptRec
       write RptRec
       move spaces to RptRec
       string "Vergleich: letzte" PrnWindow " Tage gegen die"
              PrnWindow " Tage davor"
              "   Auswahl: " function trim(FilterInfo)
              delimited by size into RptRec
       end-string
       write RptRec
            "    Neu   Vorher  R-Wert" to RptRec
       write RptRec

       perform ReadHistory
       perform until HistStoreStatusEOF
         move DistrictId-FH to CurrDistrict
         move zeros to RecentSum, PrevSum
         move "N" to ImputedState
         perform until HistStoreStatusEOF
                       or DistrictId-FH not = CurrDistrict
           move Date-FH to DateInt
             when other
               continue
           end-evaluate
           if ImputedValue-FH and RecDayNum >= PrevFrom
             set DistrictImputed to true
           end-if
           perform ReadHistory
         end-perform
         perform CheckFilter
         if RecSelected
           perform WriteDistrictR
         end-if
       end-perform

       perform WriteSummary
       call "Corona-HistLesen" using by content "C"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       close RptFile
       move FlaggedCount to PrnCount
       display "Kreise mit R deutlich ueber 1: " PrnCount
       if ImputedCount > zero
         move ImputedCount to PrnCount
         display "Kreise mit geschaetzten Tageswerten: " PrnCount
       end-if
       display "Datei fallzahlen-rwert.rpt geschrieben"

       exit program.

      *-----------------------------------------------------------------

       ReadHistory.
       call "Corona-HistLesen" using by content "N"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       .

      *-----------------------------------------------------------------

       WriteDistrictR.
       end-if
       add RecentSum to NatRecent
       add PrevSum to NatPrev
       move spaces to ImputedMark
       if DistrictImputed
         move " *" to ImputedMark
         add 1 to ImputedCount
         move "Y" to NatImputed
         if StIdx >= 1 and StIdx <= 16
           move "Y" to StateImputed-T(StIdx)
         end-if
       end-if

       move RecentSum to PrnRecent
       move PrevSum to PrnPrev
       perform ComputeRWert
       move spaces to RptRec
       string CurrDistrictX " " DistrictName " " PrnRecent
              "  " PrnPrev "   " PrnRX " " FlagText ImputedMark
              delimited by size into RptRec
       end-string
       write RptRec
       end-if
       .

      *-----------------------------------------------------------------

       CheckFilter.
       move "N" to RecState
       move CurrDistrict to CurrDistrictX
       evaluate true
         when LocalFilterNone
           set RecSelected to true
         when LocalFilterState
           if CurrDistrictX(1:2) = LocalStateId
             set RecSelected to true
           end-if
         when LocalFilterDistrict
           perform varying FilterIdx from 1 by 1
                   until FilterIdx > LocalIdCount or RecSelected
             if LocalId(FilterIdx) = CurrDistrict
               set RecSelected to true
             end-if
           end-perform
         when other
           set RecSelected to true
       end-evaluate
       .

      *-----------------------------------------------------------------

       ComputeRWert.
           move RecentSum to PrnRecent
           move PrevSum to PrnPrev
           perform ComputeRWert
           move spaces to ImputedMark
           if StateImputed-T(StIdx) = "Y"
             move " *" to ImputedMark
           end-if
           move spaces to RptRec
           string StateName(StIdx) "       " PrnRecent "  " PrnPrev
                  "   " PrnRX " " FlagText ImputedMark
                  delimited by size into RptRec
           end-string
           write RptRec
       move RecentSum to PrnRecent
       move PrevSum to PrnPrev
       perform ComputeRWert
       move spaces to ImputedMark
       if NatImputed = "Y"
         move " *" to ImputedMark
       end-if
       move spaces to RptRec
       string TotalLabel PrnRecent "  " PrnPrev
              "   " PrnRX " " FlagText ImputedMark
              delimited by size into RptRec
       end-string
       write RptRec

       if ImputedCount > zero
         move spaces to RptRec
         write RptRec
         move "* Zeitraum enthaelt geschaetzte Tageswerte" to RptRec
         write RptRec
       end-if
       .

       end program Corona-Rwert.
