
      *=================================================================
      *  Nachtraegliche Einzelwert-Korrektur: ein Kreis/Tag-Wert wird
      *  in der Fallzahlen-Historie (fallzahlen-historie.dat bzw.
      *  der Jahresdatei eines abgeschlossenen Jahres) und in
      *  fallzahlen.dat berichtigt,
      *  der betroffene Durchschnittssatz neu berechnet und die
      *  Korrektur mit Bearbeiter, Alt- und Neuwert im Journal
      *  korrektur-journal.dat nachgewiesen (Anzeige ueber
      *  Corona-Historie). Der neue Wert wird zusaetzlich als
      *  Wertstand mit Herkunft Korrektur in fallzahlen-versionen.dat
      *  abgelegt.
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select HistStoreFile assign to HistStoreName
              organization is indexed
              access mode is dynamic
              record key is HistKey-FH
              file status is HistStoreStatus.
       select optional YearCatFile
              assign to "fallzahlen-historie-jahre.dat"
              organization is line sequential
              file status is YearCatStatus.
       select optional VersionFile assign to "fallzahlen-versionen.dat"
              organization is indexed
              access mode is dynamic
              record key is VerKey-FV
              file status is VersionStatus.
       select optional DataFile assign to DataFileName
              organization is line sequential
              file status is DataStatus.
                04 Month-FH pic 99.
                04 Day-FH   pic 99.
          02 Cases-FH pic 9(6).
          02 Imputed-FH pic X.
             88 ImputedValue-FH value "S".

       fd YearCatFile.
       copy histjahr replacing ==:tag:== by ==HJ==.

       fd VersionFile.
       copy fallversion replacing ==:tag:== by ==FV==.

       fd DataFile.
       copy datarec replacing ==:tag:== by ==DF==.
       01 HistStoreStatus pic XX value spaces.
          88 HistStoreStatusOK        value "00".
          88 HistStoreStatusKeyNotFnd value "23".
       01 HistStoreName pic X(40) value "fallzahlen-historie.dat".
       01 YearCatStatus pic XX value spaces.
          88 YearCatStatusOK  value "00".
          88 YearCatStatusEOF value "10".

       01 VersionStatus pic XX value spaces.
          88 VersionStatusOK  value "00".
       01 VersionStampTime pic 9(8).
       01 VersionFoundState pic X value "N".
          88 VersionFound value "Y".
       01 OldImputed pic X value space.
          88 OldValueImputed value "S".

       01 DataStatus pic XX value spaces.
          88 DataStatusOK  value "00".
         end-if
         perform CorrectHistStore
         if RunSucceeded
           perform StoreVersion
           perform CorrectDataFile
           perform RecomputeAverage
           perform WriteJournal
      *-----------------------------------------------------------------

       CorrectHistStore.
       perform SelectHistStore
       open i-o HistStoreFile
       if not HistStoreStatusOK and HistStoreStatus not = "05"
         display function trim(HistStoreName) " nicht nutzbar: "
                 HistStoreStatus
         set RunFailed to true
       else
             set RunFailed to true
           not invalid key
             move Cases-FH to OldCases
             move Imputed-FH to OldImputed
             move NewCases to Cases-FH
             move space to Imputed-FH
             rewrite HistStoreRec
               invalid key
                 display "Fehler: " HistStoreStatus
       close HistStoreFile
       .

      *-----------------------------------------------------------------

      *  Liegt der Tag in einem abgeschlossenen Jahr, steht der Satz
      *  in dessen Jahresdatei.
       SelectHistStore.
       move "fallzahlen-historie.dat" to HistStoreName
       open input YearCatFile
       if YearCatStatusOK
         read YearCatFile
           at end set YearCatStatusEOF to true
         end-read
         perform until YearCatStatusEOF
           if Year-HJ = KorrDay(1:4)
             move spaces to HistStoreName
             string "fallzahlen-historie-" Year-HJ ".dat"
                    delimited by size into HistStoreName
             end-string
           end-if
           read YearCatFile
             at end set YearCatStatusEOF to true
           end-read
         end-perform
         close YearCatFile
       end-if
       .

      *-----------------------------------------------------------------

      *  Hat der Wert noch keinen Wertstand, wird der alte Wert zuerst
      *  als Altbestand hinterlegt, damit die Korrektur nicht als
      *  Erstmeldung erscheint. Ein geschaetzter Wert wird nicht
      *  hinterlegt.
       StoreVersion.
       open i-o VersionFile
       move "N" to VersionFoundState
       move KorrDistrict to DistrictId-FV
       move KorrDay to Date-FV
       move zeros to DeliveryDate-FV, DeliveryTime-FV
       start VersionFile key is greater than or equal to VerKey-FV
         invalid key continue
       end-start
       if VersionStatusOK
         read VersionFile next record
           at end continue
         end-read
         if VersionStatusOK and DistrictId-FV = KorrDistrict
            and Date-FV = KorrDay
           set VersionFound to true
         end-if
       end-if
       if not VersionFound and not OldValueImputed
         move KorrDistrict to DistrictId-FV
         move KorrDay to Date-FV
         move zeros to DeliveryDate-FV, DeliveryTime-FV
         move OldCases to Cases-FV
         set SourceOldStock-FV to true
         write VersionRec
           invalid key
             display "Fehler Wertstaende: " VersionStatus
         end-write
       end-if

       move KorrDistrict to DistrictId-FV
       move KorrDay to Date-FV
       accept DeliveryDate-FV from date YYYYMMDD
       accept VersionStampTime from time
       move VersionStampTime(1:6) to DeliveryTime-FV
       move NewCases to Cases-FV
       set SourceCorrection-FV to true
       write VersionRec
         invalid key
           display "Fehler Wertstaende: " VersionStatus
       end-write
       close VersionFile
       .

      *-----------------------------------------------------------------

       CorrectDataFile.
