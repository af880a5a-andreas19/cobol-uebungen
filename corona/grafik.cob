
      *=================================================================
      *  Verlaufsgrafik: ASCII-Balkendiagramm des taeglichen
      *  Fallzahlenverlaufs je Kreis aus der Fallzahlen-Historie
      *  fuer einen Datumsbereich, mit ueberlagertem Fenster-
      *  Durchschnitt (+) und Markierung der Warnschwelle (|).
      *  Gebietsauswahl wie im Stapel von Corona-Main:
       environment division.
       input-output section.
       file-control.
       select RptFile assign to "fallzahlen-grafik.rpt"
              organization is line sequential.
       select LaufProtokollFile assign to "lauf.log"

       data division.
       file section.
       fd RptFile.
       01 RptRec pic X(80).

       fd LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
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
          02 DayEntry occurs 62 times.
             03 DayDate-T pic 9(8).
             03 DayCases-T pic 9(6).
             03 DayImputed-T pic X.
                88 DayIsImputed value "S".
       01 DayIdx pic 99.
       01 WinIdx pic 99.
       01 WinFrom pic 99.
       01 Cx pic 99.

       01 PrnCases pic Z(5)9.
       01 ImputedMark pic X(2).
       01 ImputedDays pic 99.
       01 PrnDate.
          02 PrnDay pic 99.
          02 FILLER pic X value ".".
      *-----------------------------------------------------------------

       WriteChart.
       move zeros to HistStoreRec
       move QueryFrom to Date-FH
       call "Corona-HistLesen" using by content "O"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       if not HistStoreStatusOK
         display "fallzahlen-historie.dat nicht lesbar: "
                 HistStoreStatus
         end-string
         write RptRec

         perform ReadHistory
         perform until HistStoreStatusEOF
           move DistrictId-FH to CurrDistrict
           move zeros to DayMax
               add 1 to DayMax
               move Date-FH to DayDate-T(DayMax)
               move Cases-FH to DayCases-T(DayMax)
               move Imputed-FH to DayImputed-T(DayMax)
             end-if
             perform ReadHistory
           end-perform
           perform CheckFilter
           if RecSelected and DayMax > zero
           end-if
         end-perform

         call "Corona-HistLesen" using by content "C"
                                       by reference HistStoreRec
                                       by reference HistStoreStatus
         close RptFile
         move DistrictCount to PrnCount
         display "Kreise in der Grafik: " PrnCount
         display "Datei fallzahlen-grafik.rpt geschrieben"
       end-if
       .

      *-----------------------------------------------------------------

       ReadHistory.
       call "Corona-HistLesen" using by content "N"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       .

      *-----------------------------------------------------------------

       CheckFilter.
            using by content CurrDistrict
            by reference DistrictName

       move zeros to MaxCases, ImputedDays
       perform varying DayIdx from 1 by 1 until DayIdx > DayMax
         if DayCases-T(DayIdx) > MaxCases
           move DayCases-T(DayIdx) to MaxCases
         end-if
         if DayIsImputed(DayIdx)
           add 1 to ImputedDays
         end-if
       end-perform
       if MaxCases = zero
         move 1 to MaxCases
       move spaces to RptRec
       write RptRec
       move spaces to RptRec
       if ImputedDays > zero
         string CurrDistrict " " DistrictName
                "  * = geschaetzter Tageswert"
                delimited by size into RptRec
         end-string
       else
         string CurrDistrict " " DistrictName
                delimited by size into RptRec
         end-string
       end-if
       write RptRec

       perform varying DayIdx from 1 by 1 until DayIdx > DayMax
         move DayDate-T(DayIdx)(5:2) to PrnMonth
         move DayDate-T(DayIdx)(1:4) to PrnYear
         move DayCases-T(DayIdx) to PrnCases
         move spaces to ImputedMark
         if DayIsImputed(DayIdx)
           move " *" to ImputedMark
         end-if
         move spaces to RptRec
         string " " PrnDate " " BarLine " " PrnCases ImputedMark
                delimited by size into RptRec
         end-string
         write RptRec
