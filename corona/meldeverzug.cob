       identification division.
       program-id. Corona-Meldeverzug.
       author. Andreas Suhre.

      *=================================================================
      *  Meldeverzug je Kreis: wertet die Wertstaende in
      *  fallzahlen-versionen.dat aus und zeigt, welcher Anteil des
      *  heutigen Endstands eines Tages nach 1, 3 und 7 Tagen bereits
      *  gemeldet war, dazu die Zahl der Tage mit Nachmeldung.
      *  Werte, die schon vor der Wertstandsfuehrung im Bestand waren
      *  (Altbestand), gehen nicht ein. Ausgabe meldeverzug.rpt.
      *
      *  Aufruf: Corona-Meldeverzug [von [bis]]  (JJJJMMTT)
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select optional VersionFile assign to "fallzahlen-versionen.dat"
              organization is indexed
              access mode is dynamic
              record key is VerKey-FV
              file status is VersionStatus.
       select RptFile assign to "meldeverzug.rpt"
              organization is line sequential.
       select LaufProtokollFile assign to "lauf.log"
              organization is line sequential.

      *=================================================================

       data division.
       file section.
       fd VersionFile.
       copy fallversion replacing ==:tag:== by ==FV==.

       fd RptFile.
       01 RptRec pic X(100).

       fd LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 VersionStatus pic XX value spaces.
          88 VersionStatusOK  value "00".
          88 VersionStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CommandLine pic X(80).
       01 QueryFrom pic 9(8) value zeros.
       01 QueryTo pic 9(8) value 99999999.
       01 QueryFromX pic X(8).
       01 QueryToX pic X(8).

       01 CurrDistrict pic 9(5).
       01 CurrDate pic 9(8).
       01 DistrictName pic X(40).

      *  Stand eines Kreis/Tag-Wertes nach 1, 3 und 7 Tagen
       01 DayNum pic S9(9).
       01 DelivNum pic S9(9).
       01 DayVersions pic 9(3).
       01 DayState pic X value "Y".
          88 DayCounts value "Y".
       01 DayFinal pic 9(6).
       01 DayKnown1 pic 9(6).
       01 DayKnown3 pic 9(6).
       01 DayKnown7 pic 9(6).

       01 DistrictSums.
          02 SumFinal  pic 9(9).
          02 SumKnown1 pic 9(9).
          02 SumKnown3 pic 9(9).
          02 SumKnown7 pic 9(9).
          02 SumDays   pic 9(5).
          02 SumLate   pic 9(5).
       01 TotalSums.
          02 TotFinal  pic 9(9) value zeros.
          02 TotKnown1 pic 9(9) value zeros.
          02 TotKnown3 pic 9(9) value zeros.
          02 TotKnown7 pic 9(9) value zeros.
          02 TotDays   pic 9(5) value zeros.
          02 TotLate   pic 9(5) value zeros.

       01 ShareBase pic 9(9).
       01 ShareKnown pic 9(9).
       01 Share pic 999V9.
       01 PrnShare pic ZZ9.9.
       01 PrnShareX pic X(6).
       01 PrnShare1 pic X(6).
       01 PrnShare3 pic X(6).
       01 PrnShare7 pic X(6).
       01 PrnFinal pic Z(8)9.
       01 PrnDays pic Z(4)9.
       01 PrnLate pic Z(4)9.
       01 LineCount pic 9(5) value zero.
       01 PrnCount pic Z(4)9.

      *=================================================================

       procedure division.

       move "CORONA-MELDEVERZUG" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time

       accept CommandLine from command-line
       if CommandLine not = spaces
         unstring CommandLine delimited by space
           into QueryFromX, QueryToX
       else
         display "Meldeverzug der Fallzahlen"
         display "Von (JJJJMMTT, leer=offen): " with no advancing
         accept QueryFromX
         display "Bis (JJJJMMTT, leer=offen): " with no advancing
         accept QueryToX
       end-if
       if QueryFromX numeric
         move QueryFromX to QueryFrom
       end-if
       if QueryToX numeric
         move QueryToX to QueryTo
       end-if

       open input VersionFile
       if not VersionStatusOK
         display "fallzahlen-versionen.dat nicht lesbar: "
                 VersionStatus
         set RunFailed to true
       else
         open output RptFile
         perform WriteRptHeading
         read VersionFile next record
           at end set VersionStatusEOF to true
         end-read
         perform until VersionStatusEOF
           move DistrictId-FV to CurrDistrict
           move zeros to DistrictSums
           perform until VersionStatusEOF
                         or DistrictId-FV not = CurrDistrict
             perform EvaluateDay
           end-perform
           if SumDays > zero
             perform WriteDistrictLine
           end-if
         end-perform
         perform WriteTotalLine
         close RptFile
         move LineCount to PrnCount
         display "Kreise im Bericht: " PrnCount
         display "Datei meldeverzug.rpt geschrieben"
       end-if
       close VersionFile

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

      *  Liest alle Wertstaende eines Kreis/Tag und haelt fest,
      *  welcher Wert 1, 3 und 7 Tage nach dem Meldetag galt.
       EvaluateDay.
       move Date-FV to CurrDate
       compute DayNum = function integer-of-date(CurrDate)
       move zeros to DayVersions, DayFinal,
                     DayKnown1, DayKnown3, DayKnown7
       move "Y" to DayState
       if CurrDate < QueryFrom or CurrDate > QueryTo
         move "N" to DayState
       end-if
       perform until VersionStatusEOF
                     or DistrictId-FV not = CurrDistrict
                     or Date-FV not = CurrDate
         add 1 to DayVersions
         if SourceOldStock-FV or DeliveryDate-FV = zeros
           move "N" to DayState
         else
           compute DelivNum =
                   function integer-of-date(DeliveryDate-FV)
           if DelivNum <= DayNum + 1
             move Cases-FV to DayKnown1
           end-if
           if DelivNum <= DayNum + 3
             move Cases-FV to DayKnown3
           end-if
           if DelivNum <= DayNum + 7
             move Cases-FV to DayKnown7
           end-if
         end-if
         move Cases-FV to DayFinal
         read VersionFile next record
           at end set VersionStatusEOF to true
         end-read
       end-perform
       if DayCounts
         add DayFinal to SumFinal
         add DayKnown1 to SumKnown1
         add DayKnown3 to SumKnown3
         add DayKnown7 to SumKnown7
         add 1 to SumDays
         if DayVersions > 1
           add 1 to SumLate
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       WriteRptHeading.
       move "Meldeverzug: Anteil des Endstands nach 1, 3 und 7 Tagen"
            to RptRec
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:60)
       write RptRec
       move spaces to RptRec
       string "Meldetage " QueryFrom " - " QueryTo
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Kreis                                           " &
            "Endstand  1 Tag% 3 Tage% 7 Tage%  Tage  Nachgem."
            to RptRec
       write RptRec
       .

      *-----------------------------------------------------------------

       WriteDistrictLine.
       call "Corona-Districts"
            using by content CurrDistrict
            by reference DistrictName
       move SumFinal to ShareBase
       move SumKnown1 to ShareKnown
       perform ComputeShare
       move PrnShareX to PrnShare1
       move SumKnown3 to ShareKnown
       perform ComputeShare
       move PrnShareX to PrnShare3
       move SumKnown7 to ShareKnown
       perform ComputeShare
       move PrnShareX to PrnShare7
       move SumFinal to PrnFinal
       move SumDays to PrnDays
       move SumLate to PrnLate
       move spaces to RptRec
       string CurrDistrict " " DistrictName " " PrnFinal
              "  " PrnShare1 "  " PrnShare3 "  " PrnShare7
              " " PrnDays "     " PrnLate
              delimited by size into RptRec
       end-string
       write RptRec
       add 1 to LineCount

       add SumFinal to TotFinal
       add SumKnown1 to TotKnown1
       add SumKnown3 to TotKnown3
       add SumKnown7 to TotKnown7
       add SumDays to TotDays
       add SumLate to TotLate
       .

      *-----------------------------------------------------------------

       WriteTotalLine.
       move TotFinal to ShareBase
       move TotKnown1 to ShareKnown
       perform ComputeShare
       move PrnShareX to PrnShare1
       move TotKnown3 to ShareKnown
       perform ComputeShare
       move PrnShareX to PrnShare3
       move TotKnown7 to ShareKnown
       perform ComputeShare
       move PrnShareX to PrnShare7
       move TotFinal to PrnFinal
       move TotDays to PrnDays
       move TotLate to PrnLate
       move spaces to RptRec
       write RptRec
       move spaces to RptRec
       string "Gesamt                                         "
              PrnFinal
              "  " PrnShare1 "  " PrnShare3 "  " PrnShare7
              " " PrnDays "     " PrnLate
              delimited by size into RptRec
       end-string
       write RptRec
       .

      *-----------------------------------------------------------------

       ComputeShare.
       if ShareBase = zero
         move "     -" to PrnShareX
       else
         compute Share rounded = ShareKnown * 100 / ShareBase
           on size error move 999.9 to Share
         end-compute
         move Share to PrnShare
         move PrnShare to PrnShareX(2:5)
         move space to PrnShareX(1:1)
       end-if
       .

       end program Corona-Meldeverzug.
