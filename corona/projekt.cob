       environment division.
       input-output section.
       file-control.
       select RptFile assign to "fallzahlen-projektion.rpt"
              organization is line sequential.
       select LaufProtokollFile assign to "lauf.log"

       data division.
       file section.
       fd RptFile.
       01 RptRec pic X(110).

      *-----------------------------------------------------------------

       working-storage section.
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
       01 Projected pic 9(7)V9.
       01 FlagText pic X(10).
       01 FlaggedCount pic 9(5) value zero.
       01 ImputedState pic X value "N".
          88 DistrictImputed value "Y".
       01 ImputedMark pic X(2).
       01 ImputedCount pic 9(5) value zero.

       01 PrnAvg pic Z(5)9.9.
       01 PrnProj pic Z(6)9.9.
      *-----------------------------------------------------------------

       FindLatestDay.
       call "Corona-HistLesen" using by content "L"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       if not HistStoreStatusOK
         display "fallzahlen-historie.dat nicht lesbar: "
                 HistStoreStatus
       else
         if Date-FH not = zeros
           move Date-FH to DateInt
           compute LatestDayNum = function integer-of-date(DateInt)
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       WriteProjection.
       move zeros to HistStoreRec
       compute DateInt = function date-of-integer(PrevFrom)
       move DateInt to Date-FH
       call "Corona-HistLesen" using by content "O"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       open output RptFile
       move "Sieben-Tage-Projektion je Kreis" to RptRec
       write RptRec
            " Schnitt R-Wert Projektion" to RptRec
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
         perform WriteDistrictProjection
       end-perform

       call "Corona-HistLesen" using by content "C"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       if ImputedCount > zero
         move spaces to RptRec
         write RptRec
         move "* Zeitraum enthaelt geschaetzte Tageswerte" to RptRec
         write RptRec
       end-if
       close RptFile
       move FlaggedCount to PrnCount
       display "Kreise ueber der Warnschwelle (projiziert): "
               PrnCount
       display "Datei fallzahlen-projektion.rpt geschrieben"
       .

      *-----------------------------------------------------------------

       ReadHistory.
       call "Corona-HistLesen" using by content "N"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       .

      *-----------------------------------------------------------------

       WriteDistrictProjection.
         end-if
       end-if

       move spaces to ImputedMark
       if DistrictImputed
         move " *" to ImputedMark
         add 1 to ImputedCount
       end-if

       move CurrAvg to PrnAvg
       move Projected to PrnProj
       move spaces to RptRec
       string CurrDistrict " " DistrictName " " PrnAvg
              " " PrnRX "  " PrnProj " " FlagText ImputedMark
              delimited by size into RptRec
       end-string
       write RptRec
