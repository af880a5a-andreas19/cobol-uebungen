       identification division.
       program-id. Corona-Impfungen.
       author. Andreas Suhre.

      *=================================================================
      *  Einlesen der Impf-Lieferung impfungen.csv (Kreis-ID;Datum;
      *  Erstimpfungen;Zweitimpfungen;Auffrischungen) in den Bestand
      *  impfungen-historie.dat, aus dem Corona-Impfquote die Impf-
      *  quoten je Kreis und Land bildet. Fehlerhafte Zeilen gehen
      *  mit Grund nach impfungen-quarantaene.dat, eine bereits
      *  verarbeitete Lieferwoche (verarbeitete-impfwochen.dat) wird
      *  nur als Korrekturlauf erneut eingelesen.
      *
      *  Aufruf ohne Parameter: Rueckfrage bei bereits verarbeiteter
      *  Woche. Aufruf mit Parameter J: Woche wird abgewiesen,
      *  Parameter K: Korrekturlauf.
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select optional ImpfCsvFile assign to "impfungen.csv"
              organization is line sequential
              file status is ImpfCsvStatus.
       select optional ImpfStoreFile assign to "impfungen-historie.dat"
              organization is indexed
              access mode is dynamic
              record key is ImpfKey-IH
              file status is ImpfStoreStatus.
       select QuarantineFile assign to "impfungen-quarantaene.dat"
              organization is line sequential.
       select optional WeekFile assign to "verarbeitete-impfwochen.dat"
              organization is line sequential
              file status is WeekStatus.
       select DistrictFile assign to "kreise.dat"
              organization is line sequential
              file status is DistrictStatus.
       select optional AliasFile assign to "kreis-alias.dat"
              organization is line sequential
              file status is AliasStatus.
       select LaufProtokollFile assign to "lauf.log"
              organization is line sequential.

      *=================================================================

       data division.
       file section.
       fd ImpfCsvFile.
       01 ImpfCsvRec pic X(160).

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

       fd QuarantineFile.
       01 QuarantineRec pic X(190).

       fd WeekFile.
       01 WeekRec pic 9(8).

       fd DistrictFile.
       01 DistrictRec.
          02 DistrictId-D pic 9(5).
          02 DistrictName-D pic X(40).

       fd AliasFile.
       01 AliasRec.
          02 OldId-AL pic 9(5).
          02 NewId-AL pic 9(5).
          02 EffDate-AL pic 9(8).

       fd LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 ImpfCsvStatus pic XX value spaces.
          88 ImpfCsvStatusOK  value "00".
          88 ImpfCsvStatusEOF value "10".

       01 ImpfStoreStatus pic XX value spaces.
          88 ImpfStoreStatusOK        value "00".
          88 ImpfStoreStatusKeyExists value "22".

       01 WeekStatus pic XX value spaces.
          88 WeekStatusOK  value "00".
          88 WeekStatusEOF value "10".
       01 WeekId pic 9(8) value zeros.
       01 WeekSeenState pic X value "N".
          88 WeekSeen value "Y".
       01 WeekRefusedState pic X value "N".
          88 WeekRefused value "Y".
       01 OverrideAnswer pic X value space.

       01 DistrictStatus pic XX value spaces.
          88 DistrictStatusOK  value "00".
          88 DistrictStatusEOF value "10".
       01 KnownDistrictCount pic 9(5) value zero.
       01 KnownIdTable.
          02 KnownId occurs 1000 times pic 9(5).
       01 KnownIdx pic 9(5).
       01 KnownState pic X value "N".
          88 KnownDistrict value "Y".

       01 AliasStatus pic XX value spaces.
          88 AliasStatusOK  value "00".
          88 AliasStatusEOF value "10".
       01 SuccessorCount pic 9(3) value zero.
       01 SuccessorTable.
          02 SuccessorId occurs 200 times pic 9(5).
       01 SuccessorIdx pic 9(3).

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CommandLine pic X(20).
       01 RunMode pic X value "I".
          88 InteractiveMode value "I".
          88 BatchMode value "B".
       01 Answer pic X value space.

       01 CsvDelimiter pic X value ",".
       01 SemiCount pic 999 value zero.
       01 CsvId pic X(8).
       01 CsvDate pic X(12).
       01 CsvDoses.
          02 CsvDose occurs 3 times pic X(8).
       01 CsvRest pic X(20).
       01 CsvDateParts.
          02 CsvDay pic XX.
          02 FILLER pic X.
          02 CsvMonth pic XX.
          02 FILLER pic X.
          02 CsvYear pic X(4).
       01 CsvDateNum pic 9(8).
       01 DistrictId pic 9(5).

       01 RowState pic X value "Y".
          88 RowValid value "Y".
       01 QuarReason pic X(20).
       01 DoseIdx pic 9.
       01 DoseValue pic 9(6) occurs 3 times.

       01 NumField pic X(8).
       01 NumOkState pic X value "Y".
          88 NumOk value "Y".
       01 NumValue pic 9(6).
       01 NumDigits pic 99.
       01 Cx pic 99.

       01 RowsRead     pic 9(5) value zero.
       01 RowsAccepted pic 9(5) value zero.
       01 RowsRejected pic 9(5) value zero.
       01 PrnRows pic Z(4)9.

      *=================================================================

       procedure division.

       move "CORONA-IMPFUNGEN" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time

       accept CommandLine from command-line
       if CommandLine = spaces
         set InteractiveMode to true
       else
         set BatchMode to true
         move CommandLine(1:1) to Answer
       end-if

       display "Einlesen impfungen.csv"
       open input ImpfCsvFile
       if not ImpfCsvStatusOK
         display "impfungen.csv nicht gefunden"
         set RunFailed to true
       else
         read ImpfCsvFile
           at end set ImpfCsvStatusEOF to true
         end-read
         if not ImpfCsvStatusEOF
           move zeros to SemiCount
           inspect ImpfCsvRec tallying SemiCount for all ";"
           if SemiCount > zero
             move ";" to CsvDelimiter
           else
             move "," to CsvDelimiter
           end-if
           read ImpfCsvFile
             at end set ImpfCsvStatusEOF to true
           end-read
         end-if
         if not ImpfCsvStatusEOF
           perform PreCheckWeek
         end-if
         if WeekRefused
           set RunFailed to true
         else
           perform LoadKnownDistricts
           open i-o ImpfStoreFile
           open output QuarantineFile
           perform until ImpfCsvStatusEOF
             add 1 to RowsRead
             perform ValidateImpfRow
             if RowValid
               perform StoreImpfRow
             else
               add 1 to RowsRejected
               perform WriteQuarantine
             end-if
             read ImpfCsvFile
               at end set ImpfCsvStatusEOF to true
             end-read
           end-perform
           close ImpfStoreFile, QuarantineFile
           move RowsRead to PrnRows
           display "Zeilen gelesen:     " PrnRows
           move RowsAccepted to PrnRows
           display "Zeilen uebernommen: " PrnRows
           move RowsRejected to PrnRows
           display "Zeilen abgewiesen:  " PrnRows
           if RowsRejected > zero
             display "Abgewiesene Zeilen in impfungen-quarantaene.dat"
           end-if
           if WeekId not = zeros and not WeekSeen
             open extend WeekFile
             move WeekId to WeekRec
             write WeekRec
             close WeekFile
           end-if
         end-if
       end-if
       close ImpfCsvFile

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

      *  Die Lieferwoche wird wie bei fallzahlen.csv am Datum der
      *  ersten Datenzeile festgemacht.
       PreCheckWeek.
       perform SplitImpfRow
       move CsvDate(1:10) to CsvDateParts
       if CsvDay numeric and CsvMonth numeric and CsvYear numeric
         move CsvYear to CsvDateNum(1:4)
         move CsvMonth to CsvDateNum(5:2)
         move CsvDay to CsvDateNum(7:2)
         move CsvDateNum to WeekId
         perform CheckProcessedWeek
       end-if
       .

      *-----------------------------------------------------------------

       CheckProcessedWeek.
       move "N" to WeekSeenState
       open input WeekFile
       if WeekStatusOK
         read WeekFile
           at end set WeekStatusEOF to true
         end-read
         perform until WeekStatusEOF
           if WeekRec = WeekId
             set WeekSeen to true
           end-if
           read WeekFile
             at end set WeekStatusEOF to true
           end-read
         end-perform
       end-if
       close WeekFile

       if WeekSeen
         if BatchMode
           if Answer = "K" or "k"
             display "Korrekturlauf: Impfwoche " WeekId
                     " wird erneut verarbeitet"
           else
             set WeekRefused to true
           end-if
         else
           display "Impfwoche " WeekId " wurde bereits verarbeitet."
           display "Trotzdem verarbeiten (Korrektur)? [jN] "
                   with no advancing
           accept OverrideAnswer
           if OverrideAnswer = "J" or "j"
             display "Korrekturlauf: Impfwoche " WeekId
                     " wird erneut verarbeitet"
           else
             set WeekRefused to true
           end-if
         end-if
         if WeekRefused
           display "Abbruch: Impfwoche " WeekId " bereits verarbeitet"
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       LoadKnownDistricts.
       move zeros to KnownDistrictCount
       open input DistrictFile
       if DistrictStatusOK
         read DistrictFile
           at end set DistrictStatusEOF to true
         end-read
         if not DistrictStatusEOF
           read DistrictFile
             at end set DistrictStatusEOF to true
           end-read
         end-if
         perform until DistrictStatusEOF
                       or KnownDistrictCount >= 1000
           add 1 to KnownDistrictCount
           move DistrictId-D to KnownId(KnownDistrictCount)
           read DistrictFile
             at end set DistrictStatusEOF to true
           end-read
         end-perform
         close DistrictFile
       end-if

       move zeros to SuccessorCount
       open input AliasFile
       if AliasStatusOK
         read AliasFile
           at end set AliasStatusEOF to true
         end-read
         perform until AliasStatusEOF or SuccessorCount >= 200
           add 1 to SuccessorCount
           move NewId-AL to SuccessorId(SuccessorCount)
           read AliasFile
             at end set AliasStatusEOF to true
           end-read
         end-perform
       end-if
       close AliasFile
       .

      *-----------------------------------------------------------------

       SplitImpfRow.
       move spaces to CsvId, CsvDate, CsvDoses, CsvRest
       unstring ImpfCsvRec delimited by CsvDelimiter
         into CsvId, CsvDate, CsvDose(1), CsvDose(2), CsvDose(3),
              CsvRest
       end-unstring
       .

      *-----------------------------------------------------------------

       ValidateImpfRow.
       move "Y" to RowState
       move spaces to QuarReason
       perform SplitImpfRow

       if CsvDose(3) = spaces
         move "SPALTEN FEHLEN" to QuarReason
         move "N" to RowState
       end-if

       if RowValid
         if CsvId(1:5) not numeric or CsvId(6:3) not = spaces
           move "KREIS-ID UNGUELTIG" to QuarReason
           move "N" to RowState
         end-if
       end-if

       if RowValid and KnownDistrictCount > zero
         move CsvId(1:5) to DistrictId
         perform CheckKnownDistrict
         if not KnownDistrict
           move "KREIS UNBEKANNT" to QuarReason
           move "N" to RowState
         end-if
       end-if

       if RowValid
         move CsvDate(1:10) to CsvDateParts
         if CsvDay numeric and CsvMonth numeric and CsvYear numeric
            and CsvDate(11:2) = spaces
           move CsvYear to CsvDateNum(1:4)
           move CsvMonth to CsvDateNum(5:2)
           move CsvDay to CsvDateNum(7:2)
           if function test-date-yyyymmdd(CsvDateNum) not = zero
             move "DATUM UNGUELTIG" to QuarReason
             move "N" to RowState
           end-if
         else
           move "DATUM UNGUELTIG" to QuarReason
           move "N" to RowState
         end-if
       end-if

       if RowValid
         perform varying DoseIdx from 1 by 1
                 until DoseIdx > 3 or not RowValid
           move CsvDose(DoseIdx) to NumField
           perform CheckNumericField
           if NumOk
             move NumValue to DoseValue(DoseIdx)
           else
             move "IMPFZAHL UNGUELTIG" to QuarReason
             move "N" to RowState
           end-if
         end-perform
       end-if
       .

      *-----------------------------------------------------------------

       StoreImpfRow.
       move CsvId(1:5) to DistrictId-IH
       move CsvDateNum to Date-IH
       move DoseValue(1) to FirstDoses-IH
       move DoseValue(2) to SecondDoses-IH
       move DoseValue(3) to BoosterDoses-IH
       write ImpfStoreRec
         invalid key
           if ImpfStoreStatusKeyExists
             rewrite ImpfStoreRec
           else
             display "Fehler Impf-Bestand: " ImpfStoreStatus
           end-if
       end-write
       add 1 to RowsAccepted
       .

      *-----------------------------------------------------------------

       CheckKnownDistrict.
       move "N" to KnownState
       perform varying KnownIdx from 1 by 1
               until KnownIdx > KnownDistrictCount
                     or KnownDistrict
         if KnownId(KnownIdx) = DistrictId
           set KnownDistrict to true
         end-if
       end-perform
       if not KnownDistrict
         perform varying SuccessorIdx from 1 by 1
                 until SuccessorIdx > SuccessorCount
                       or KnownDistrict
           if SuccessorId(SuccessorIdx) = DistrictId
             set KnownDistrict to true
           end-if
         end-perform
       end-if
       .

      *-----------------------------------------------------------------

       CheckNumericField.
       move "Y" to NumOkState
       move zeros to NumValue, NumDigits
       perform varying Cx from 1 by 1 until Cx > 8 or not NumOk
         evaluate true
           when NumField(Cx:1) = space
             continue
           when NumField(Cx:1) >= "0" and NumField(Cx:1) <= "9"
             add 1 to NumDigits
             if NumDigits > 6
               move "N" to NumOkState
             else
               compute NumValue = NumValue * 10
                       + function numval(NumField(Cx:1))
             end-if
           when other
             move "N" to NumOkState
         end-evaluate
       end-perform
       if NumDigits = zero
         move "N" to NumOkState
       end-if
       .

      *-----------------------------------------------------------------

       WriteQuarantine.
       move spaces to QuarantineRec
       string QuarReason " |I| " ImpfCsvRec
              delimited by size
              into QuarantineRec
       end-string
       write QuarantineRec
       .

       end program Corona-Impfungen.
