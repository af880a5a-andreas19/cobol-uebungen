      *  Monats-Aggregation aus dem Fallzahlen-Bestand: je Kreis
      *  Monatssumme und Tagesdurchschnitt des gewaehlten Monats,
      *  Land-Zwischensummen und Vergleich mit demselben Monat des
      *  Vorjahres (fallzahlen-aggregat.rpt). Die Historie wird
      *  ueber Corona-HistLesen gelesen.
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select RptFile assign to "fallzahlen-aggregat.rpt"
              organization is line sequential.
       select LaufProtokollFile assign to "lauf.log"

       data division.
       file section.
       fd RptFile.
       01 RptRec pic X(110).

       working-storage section.
       copy states.

       01 HistStoreRec.
          02 HistKey-FH.
             03 DistrictId-FH.
                04 StateId-FH pic 99.
                04 FILLER pic 9(3).
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
       01 PrevSum pic 9(8).
       01 DayAverage pic 9(6).
       01 DiffSum pic S9(8).
       01 ImputedState pic X value "N".
          88 DistrictImputed value "Y".
       01 ImputedMark pic X(2).
       01 ImputedCount pic 9(5) value zero.

       01 StateSumsTable.
          02 StateSums-T occurs 16 times.
             03 StateCurr-T pic 9(9).
             03 StatePrev-T pic 9(9).
             03 StateImputed-T pic X.
       01 NatCurr pic 9(9) value zeros.
       01 NatPrev pic 9(9) value zeros.
       01 NatImputed pic X value "N".
       01 StIdx pic 99.

       01 PrnSum pic Z(7)9.
      *-----------------------------------------------------------------

       AggregateMonth.
       move zeros to HistStoreRec
       move PrevYear to Year-FH
       move PrevMon to Month-FH
       call "Corona-HistLesen" using by content "O"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       if not HistStoreStatusOK
         display "fallzahlen-historie.dat nicht lesbar: "
                 HistStoreStatus
         perform WriteRptHeading
         move zeros to StateSumsTable

         perform ReadHistory
         perform until HistStoreStatusEOF
           move DistrictId-FH to CurrDistrict
           move zeros to MonthSum, MonthDays, PrevSum
           move "N" to ImputedState
           perform until HistStoreStatusEOF
                         or DistrictId-FH not = CurrDistrict
             move Date-FH(1:6) to RecMonth
               when ReportMonth
                 add Cases-FH to MonthSum
                 add 1 to MonthDays
                 if ImputedValue-FH
                   set DistrictImputed to true
                 end-if
               when PrevYearMonth
                 add Cases-FH to PrevSum
                 if ImputedValue-FH
                   set DistrictImputed to true
                 end-if
               when other
                 continue
             end-evaluate
             perform ReadHistory
           end-perform
           if MonthDays > zero or PrevSum > zero
             perform WriteDistrictLine
         end-perform

         perform WriteSummary
         call "Corona-HistLesen" using by content "C"
                                       by reference HistStoreRec
                                       by reference HistStoreStatus
         close RptFile
         move LineCount to PrnCount
         display "Kreise im Bericht: " PrnCount
         if ImputedCount > zero
           move ImputedCount to PrnCount
           display "Kreise mit geschaetzten Tageswerten: " PrnCount
         end-if
         display "Datei fallzahlen-aggregat.rpt geschrieben"
       end-if
       .

      *-----------------------------------------------------------------

       ReadHistory.
       call "Corona-HistLesen" using by content "N"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       .

      *-----------------------------------------------------------------

       WriteRptHeading.
       end-if
       add MonthSum to NatCurr
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

       move MonthSum to PrnSum
       move DayAverage to PrnAvg
       move DiffSum to PrnDiff
       move spaces to RptRec
       string CurrDistrict " " DistrictName " " PrnSum
              "   " PrnAvg "  " PrnPrev " " PrnDiff ImputedMark
              delimited by size into RptRec
       end-string
       write RptRec
           move StatePrev-T(StIdx) to PrnPrev
           compute DiffSum = StateCurr-T(StIdx) - StatePrev-T(StIdx)
           move DiffSum to PrnDiff
           move spaces to ImputedMark
           if StateImputed-T(StIdx) = "Y"
             move " *" to ImputedMark
           end-if
           move spaces to RptRec
           string StateName(StIdx) "                     " PrnSum
                  "           " PrnPrev " " PrnDiff ImputedMark
                  delimited by size into RptRec
           end-string
           write RptRec
       move NatPrev to PrnPrev
       compute DiffSum = NatCurr - NatPrev
       move DiffSum to PrnDiff
       move spaces to ImputedMark
       if NatImputed = "Y"
         move " *" to ImputedMark
       end-if
       move spaces to RptRec
       string "Deutschland gesamt" "                   " PrnSum
              "           " PrnPrev " " PrnDiff ImputedMark
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
