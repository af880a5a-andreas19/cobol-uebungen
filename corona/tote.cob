              access mode is dynamic
              record key is DeathKey-TH
              file status is DeathStoreStatus.
       select RptFile assign to "todesfaelle.rpt"
              organization is line sequential.

                04 Day-TH   pic 99.
          02 Deaths-TH pic 9(6).

       fd RptFile.
       01 RptRec pic X(110).

          88 DeathStoreStatusEOF      value "10".
          88 DeathStoreStatusKeyExists value "22".

       01 HistStoreRec.
          02 HistKey-FH.
             03 DistrictId-FH pic 9(5).
             03 Date-FH.
                04 Year-FH  pic 9(4).
                04 Month-FH pic 99.
                04 Day-FH   pic 99.
          02 Cases-FH pic 9(6).
          02 Imputed-FH pic X.
             88 ImputedValue-FH value "S".
       01 HistStoreStatus pic XX value spaces.
          88 HistStoreStatusOK  value "00".
          88 HistStoreStatusEOF value "10".
       01 Population pic 9(8).
       01 DeathSum pic 9(9).
       01 CaseSum pic 9(9).
       01 ImputedState pic X value "N".
          88 DistrictImputed value "Y".
       01 ImputedMark pic X(2).
       01 ImputedCount pic 9(5) value zero.
       01 DeathIncidence pic 9(4)V9.
       01 Cfr pic 9(3)V99.
       01 PrnDeaths pic Z(5)9.
          02 StateSums-T occurs 16 times.
             03 StateDeaths-T pic 9(9).
             03 StateCases-T  pic 9(9).
             03 StateImputed-T pic X.
       01 NatDeaths pic 9(9) value zeros.
       01 NatCases  pic 9(9) value zeros.
       01 NatImputed pic X value "N".

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
       01 CheckDistrictId pic 9(5).

      *-----------------------------------------------------------------
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

       perform LoadDeathsCsv

       move spaces to DeathStoreStatus
       open input DeathStoreFile
       move zeros to HistStoreRec
       compute DateInt = function date-of-integer(RecentFrom)
       move DateInt to Date-FH
       call "Corona-HistLesen" using by content "O"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       open output RptFile
       perform WriteRptHeading

       end-perform

       perform WriteSummary
       call "Corona-HistLesen" using by content "C"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       close DeathStoreFile, RptFile
       move LineCount to PrnCount
       display "Kreise im Bericht: " PrnCount
       if ImputedCount > zero
         move ImputedCount to PrnCount
         display "Kreise mit geschaetzten Tageswerten: " PrnCount
       end-if
       display "Datei todesfaelle.rpt geschrieben"

       exit program.

       SumDistrictCases.
       move zeros to CaseSum
       move "N" to ImputedState
       move CurrDistrict to DistrictId-FH
       move zeros to Date-FH
       call "Corona-HistLesen" using by content "S"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       if HistStoreStatusOK
         perform ReadHistory
         perform until HistStoreStatusEOF
                       or DistrictId-FH not = CurrDistrict
           move Date-FH to DateInt
           compute RecDayNum = function integer-of-date(DateInt)
           if RecDayNum >= RecentFrom
             add Cases-FH to CaseSum
             if ImputedValue-FH
               set DistrictImputed to true
             end-if
           end-if
           perform ReadHistory
         end-perform
       end-if
       move spaces to HistStoreStatus
       .

      *-----------------------------------------------------------------

       ReadHistory.
       call "Corona-HistLesen" using by content "N"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       .

      *-----------------------------------------------------------------

       CheckFilter.
       move "N" to RecState
       move CurrDistrict to CheckDistrictId
       evaluate true
         when LocalFilterNone
           set RecSelected to true
         when LocalFilterState
           if CheckDistrictId(1:2) = LocalStateId
             set RecSelected to true
           end-if
         when LocalFilterDistrict
           perform varying FilterIdx from 1 by 1
                   until FilterIdx > LocalIdCount or RecSelected
             if LocalId(FilterIdx) = CheckDistrictId
               set RecSelected to true
             end-if
           end-perform

       move DeathSum to PrnDeaths
       move DeathIncidence to PrnInc
       move spaces to ImputedMark
       if DistrictImputed
         move " *" to ImputedMark
         add 1 to ImputedCount
       end-if
       move spaces to RptRec
       string CurrDistrict " " DistrictName " " PrnDeaths
              "      " PrnInc "  " PrnCfrX ImputedMark
              delimited by size into RptRec
       end-string
       write RptRec
       if StIdx >= 1 and StIdx <= 16
         add DeathSum to StateDeaths-T(StIdx)
         add CaseSum to StateCases-T(StIdx)
         if DistrictImputed
           move "Y" to StateImputed-T(StIdx)
         end-if
       end-if
       if DistrictImputed
         move "Y" to NatImputed
       end-if
       add DeathSum to NatDeaths
       add CaseSum to NatCases
             move Cfr to PrnCfr
             move PrnCfr to PrnCfrX
           end-if
           move spaces to ImputedMark
           if StateImputed-T(StIdx) = "Y"
             move " *" to ImputedMark
           end-if
           move spaces to RptRec
           string StateName(StIdx)
                  "                       " PrnDeaths
                  "              " PrnCfrX ImputedMark
                  delimited by size into RptRec
           end-string
           write RptRec
         move Cfr to PrnCfr
         move PrnCfr to PrnCfrX
       end-if
       move spaces to ImputedMark
       if NatImputed = "Y"
         move " *" to ImputedMark
       end-if
       move spaces to RptRec
       string "Deutschland gesamt"
              "                     " PrnDeaths
              "              " PrnCfrX ImputedMark
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

       end program Corona-Tote.
