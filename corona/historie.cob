       environment division.
       input-output section.
       file-control.
       select RptFile assign to "fallzahlen-historie.rpt"
              organization is line sequential.
       select optional JournalFile assign to "korrektur-journal.dat"
              organization is line sequential
              file status is JournalStatus.
       select optional VersionFile assign to "fallzahlen-versionen.dat"
              organization is indexed
              access mode is dynamic
              record key is VerKey-FV
              file status is VersionStatus.

      *=================================================================

       data division.
       file section.
       fd RptFile.
       01 RptRec pic X(80).

          02 FILLER pic X.
          02 KorrNew-J pic 9(6).

       fd VersionFile.
       copy fallversion replacing ==:tag:== by ==FV==.

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
       01 DistrictName pic X(40).
       01 PrevDistrictId pic 9(5) value zeros.
       01 LineCount pic 9(5) value zero.
       01 ImputedMark pic X(2).
       01 ImputedCount pic 9(5) value zero.
       01 PrnCases pic Z(5)9.
       01 PrnCount pic Z(4)9.

       01 PrnOld pic Z(5)9.
       01 PrnNew pic Z(5)9.

       01 VersionStatus pic XX value spaces.
          88 VersionStatusOK  value "00".
          88 VersionStatusEOF value "10".
       01 VersionReadyState pic X value "N".
          88 VersionReady value "Y".
       01 VersionCount pic 9(3).
       01 FirstCases pic 9(6).
       01 FirstSource pic X(1).
          88 FirstIsOldStock value "A".
       01 FirstDelivery pic 9(8).
       01 LastDelivery pic 9(8).
       01 PrnFirst pic Z(5)9.
       01 PrnVersions pic ZZ9.
       01 PrnDeliv.
          02 PrnDelivDay pic 99.
          02 FILLER pic X value ".".
          02 PrnDelivMonth pic 99.
          02 FILLER pic X value ".".
          02 PrnDelivYear pic 9999.
       01 DelivDate.
          02 DelivYear pic 9999.
          02 DelivMonth pic 99.
          02 DelivDay pic 99.

      *=================================================================

       procedure division.
           stop run
       end-evaluate

       move zeros to HistStoreRec
       move QueryFrom to Date-FH
       call "Corona-HistLesen" using by content "O"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       if not HistStoreStatusOK
         display "fallzahlen-historie.dat nicht lesbar: "
                 HistStoreStatus
       move DistrictId-FH to FirstDistrictId
       move QueryFrom to Date-FH

       open input VersionFile
       if VersionStatusOK
         set VersionReady to true
       else
         close VersionFile
       end-if

       open output RptFile
       move "Fallzahlen-Historie" to RptRec
       write RptRec
       write RptRec
       move spaces to RptRec
       write RptRec
       move "  Datum         Wert   Erstmeldung" &
            "          Letzte Aenderung" to RptRec
       write RptRec
       move spaces to RptRec
       write RptRec

       call "Corona-HistLesen" using by content "S"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       if not HistStoreStatusOK
         display "Keine Daten im angegebenen Bereich"
       end-if
       if HistStoreStatusOK
         perform ReadHistory
         perform until HistStoreStatusEOF
                       or DistrictId-FH > LastDistrictId
           if Date-FH >= QueryFrom and Date-FH <= QueryTo
             perform WriteHistLine
           end-if
           perform ReadHistory
         end-perform
       end-if
       if ImputedCount > zero
         move spaces to RptRec
         write RptRec
         move "  * = geschaetzter Tageswert" to RptRec
         write RptRec
       end-if

       perform AppendJournal

       call "Corona-HistLesen" using by content "C"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       close RptFile
       if VersionReady
         close VersionFile
       end-if
       move LineCount to PrnCount
       display "Zeilen im Bericht: " PrnCount
       if ImputedCount > zero
         move ImputedCount to PrnCount
         display "Geschaetzte Tageswerte: " PrnCount
       end-if
       display "Datei fallzahlen-historie.rpt geschrieben"

       stop run.

      *-----------------------------------------------------------------

       ReadHistory.
       call "Corona-HistLesen" using by content "N"
                                     by reference HistStoreRec
                                     by reference HistStoreStatus
       .

      *-----------------------------------------------------------------

       WriteHistLine.
         write RptRec
       end-if
       move Cases-FH to PrnCases
       move spaces to ImputedMark
       if ImputedValue-FH
         move " *" to ImputedMark
         add 1 to ImputedCount
       end-if
       move spaces to RptRec
       string "  " Day-FH "." Month-FH "." Year-FH "  " PrnCases
              ImputedMark
              delimited by size into RptRec
       end-string
       perform GetVersionInfo
       if VersionCount > zero
         move FirstCases to PrnFirst
         if FirstIsOldStock
           string PrnFirst " Altbestand " delimited by size
                  into RptRec(24:)
           end-string
         else
           move FirstDelivery to DelivDate
           perform SetPrnDeliv
           string PrnFirst " am " PrnDeliv delimited by size
                  into RptRec(24:)
           end-string
         end-if
         if VersionCount > 1
           move LastDelivery to DelivDate
           perform SetPrnDeliv
           move VersionCount to PrnVersions
           string PrnDeliv " (" PrnVersions " Staende)"
                  delimited by size into RptRec(45:)
           end-string
         end-if
       end-if
       write RptRec
       add 1 to LineCount
       .

      *-----------------------------------------------------------------

      *  Erstmeldung und letzte Aenderung des Kreis/Tag-Wertes aus
      *  den Wertstaenden.
       GetVersionInfo.
       move zeros to VersionCount, FirstCases, FirstDelivery,
                     LastDelivery
       move space to FirstSource
       if VersionReady
         move DistrictId-FH to DistrictId-FV
         move Date-FH to Date-FV
         move zeros to DeliveryDate-FV, DeliveryTime-FV
         start VersionFile key is greater than or equal to VerKey-FV
           invalid key continue
         end-start
         if VersionStatusOK
           read VersionFile next record
             at end set VersionStatusEOF to true
           end-read
           perform until VersionStatusEOF
                         or DistrictId-FV not = DistrictId-FH
                         or Date-FV not = Date-FH
             add 1 to VersionCount
             if VersionCount = 1
               move Cases-FV to FirstCases
               move Source-FV to FirstSource
               move DeliveryDate-FV to FirstDelivery
             end-if
             move DeliveryDate-FV to LastDelivery
             read VersionFile next record
               at end set VersionStatusEOF to true
             end-read
           end-perform
         end-if
         move spaces to VersionStatus
       end-if
       .

      *-----------------------------------------------------------------

       SetPrnDeliv.
       move DelivDay to PrnDelivDay
       move DelivMonth to PrnDelivMonth
       move DelivYear to PrnDelivYear
       .

      *-----------------------------------------------------------------

       AppendJournal.
