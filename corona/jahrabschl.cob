       identification division.
       program-id. Corona-Jahrabschluss.
       author. Andreas Suhre.

      *=================================================================
      *  Jahresabschluss der Fallzahlen-Historie: alle Saetze eines
      *  abgeschlossenen Jahres werden aus fallzahlen-historie.dat in
      *  die Jahresdatei fallzahlen-historie-JJJJ.dat verlagert und
      *  das Jahr in fallzahlen-historie-jahre.dat eingetragen. Die
      *  Jahre werden einzeln und in zeitlicher Folge abgeschlossen;
      *  ohne Angabe wird das aelteste Jahr im Bestand genommen.
      *  Die Saetze werden erst kopiert und gezaehlt, dann wird das
      *  Jahr eingetragen und zuletzt aus dem Bestand geloescht; ein
      *  Lauf, der beim Loeschen abbricht, wird mit demselben Jahr
      *  wiederholt.
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select HistStoreFile assign to "fallzahlen-historie.dat"
              organization is indexed
              access mode is dynamic
              record key is HistKey-FH
              file status is HistStoreStatus.
       select YearHistFile assign to YearHistName
              organization is indexed
              access mode is dynamic
              record key is HistKey-FJ
              file status is YearHistStatus.
       select optional YearCatFile
              assign to "fallzahlen-historie-jahre.dat"
              organization is line sequential
              file status is YearCatStatus.
       select LaufProtokollFile assign to "lauf.log"
              organization is line sequential.

      *=================================================================

       data division.
       file section.
       fd HistStoreFile.
       copy fallhist replacing ==:tag:== by ==FH==.

       fd YearHistFile.
       copy fallhist replacing HistStoreRec by YearHistRec
                               ==:tag:== by ==FJ==.

       fd YearCatFile.
       copy histjahr replacing ==:tag:== by ==HJ==.

       fd LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 HistStoreStatus pic XX value spaces.
          88 HistStoreStatusOK  value "00".
          88 HistStoreStatusEOF value "10".
       01 YearHistStatus pic XX value spaces.
          88 YearHistStatusOK  value "00".
          88 YearHistStatusEOF value "10".
       01 YearCatStatus pic XX value spaces.
          88 YearCatStatusOK  value "00".
          88 YearCatStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CmdLine pic X(80) value spaces.
       01 YearArg pic X(4) value spaces.
       01 CloseYear pic 9(4) value zeros.
       01 OldestYear pic 9(4) value 9999.
       01 TodayDate.
          02 TodayYear pic 9(4).
          02 FILLER pic 9(4).
       01 YearHistName pic X(40) value spaces.

       01 ClosedCount pic 99 value zero.
       01 ClosedTable.
          02 ClosedYear-T occurs 50 times pic 9(4).
       01 ClosedIdx pic 99.
       01 ClosedState pic X value "N".
          88 YearAlreadyClosed value "Y".
       01 ResumeState pic X value "N".
          88 ResumeDelete value "Y".

       01 YearRecords pic 9(9) value zero.
       01 MovedRecords pic 9(9) value zero.
       01 CheckedRecords pic 9(9) value zero.
       01 PrnCount pic Z(8)9.

      *=================================================================

       procedure division.

       move "CORONA-JAHRABSCHL" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time
       accept TodayDate from date YYYYMMDD

       accept CmdLine from command-line
       if CmdLine not = spaces
         move CmdLine(1:4) to YearArg
       else
         display "Jahresabschluss der Fallzahlen-Historie"
         display "Jahr (JJJJ, leer = aeltestes Jahr im Bestand): "
                 no advancing
         accept YearArg
       end-if

       perform LoadYearCatalogue
       perform ScanHistStore

       if RunSucceeded
         if YearArg numeric
           move YearArg to CloseYear
         else
           move OldestYear to CloseYear
         end-if
         perform CheckCloseYear
       end-if

       if RunSucceeded
         perform MoveYear
       end-if

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

       LoadYearCatalogue.
       open input YearCatFile
       if YearCatStatusOK
         read YearCatFile
           at end set YearCatStatusEOF to true
         end-read
         perform until YearCatStatusEOF or ClosedCount >= 50
           add 1 to ClosedCount
           move Year-HJ to ClosedYear-T(ClosedCount)
           read YearCatFile
             at end set YearCatStatusEOF to true
           end-read
         end-perform
         close YearCatFile
       end-if
       .

      *-----------------------------------------------------------------

      *  Aeltestes Jahr im offenen Bestand ermitteln.
       ScanHistStore.
       open input HistStoreFile
       if not HistStoreStatusOK
         display "fallzahlen-historie.dat nicht lesbar: "
                 HistStoreStatus
         set RunFailed to true
       else
         read HistStoreFile next record
           at end set HistStoreStatusEOF to true
         end-read
         perform until HistStoreStatusEOF
           if Year-FH < OldestYear
             move Year-FH to OldestYear
           end-if
           read HistStoreFile next record
             at end set HistStoreStatusEOF to true
           end-read
         end-perform
         close HistStoreFile
       end-if
       .

      *-----------------------------------------------------------------

       CheckCloseYear.
       move "N" to ClosedState
       perform varying ClosedIdx from 1 by 1
               until ClosedIdx > ClosedCount
         if ClosedYear-T(ClosedIdx) = CloseYear
           set YearAlreadyClosed to true
         end-if
       end-perform

       evaluate true
         when OldestYear = 9999
           display "Fallzahlen-Historie ist leer"
           set RunFailed to true
         when CloseYear >= TodayYear
           display "Das laufende Jahr " CloseYear
                   " kann nicht abgeschlossen werden"
           set RunFailed to true
         when YearAlreadyClosed and OldestYear = CloseYear
           display "Jahr " CloseYear " ist abgeschlossen, restliche "
                   "Saetze werden aus dem Bestand entfernt"
           set ResumeDelete to true
         when YearAlreadyClosed
           display "Jahr " CloseYear " ist bereits abgeschlossen"
           set RunFailed to true
         when OldestYear < CloseYear
           display "Zuerst Jahr " OldestYear " abschliessen"
           set RunFailed to true
         when OldestYear > CloseYear
           display "Keine Saetze fuer Jahr " CloseYear " im Bestand"
           set RunFailed to true
         when other
           continue
       end-evaluate
       .

      *-----------------------------------------------------------------

       MoveYear.
       move spaces to YearHistName
       string "fallzahlen-historie-" CloseYear ".dat"
              delimited by size into YearHistName
       end-string

       if not ResumeDelete
         perform CheckYearFile
         if RunSucceeded
           perform CopyYear
         end-if
         if RunSucceeded
           perform VerifyYear
         end-if
         if RunSucceeded
           open extend YearCatFile
           move CloseYear to Year-HJ
           move YearRecords to Records-HJ
           move TodayDate to ClosedDate-HJ
           write HistYearRec
           close YearCatFile
         end-if
       end-if
       if RunSucceeded
         perform DeleteYear
       end-if

       move MovedRecords to PrnCount
       display "Jahr " CloseYear ": " PrnCount
               " Saetze nach " function trim(YearHistName) " verlagert"
       .

      *-----------------------------------------------------------------

      *  Eine Jahresdatei ohne Eintrag im Verzeichnis stammt aus einem
      *  abgebrochenen Lauf und wird nicht ueberschrieben.
       CheckYearFile.
       open input YearHistFile
       if YearHistStatusOK
         display function trim(YearHistName) " existiert, ist aber "
                 "nicht in fallzahlen-historie-jahre.dat eingetragen"
         display "Jahresdatei pruefen und entfernen, dann wiederholen"
         set RunFailed to true
         close YearHistFile
       end-if
       .

      *-----------------------------------------------------------------

       CopyYear.
       open input HistStoreFile
       open output YearHistFile
       if not HistStoreStatusOK or not YearHistStatusOK
         display "Dateien nicht nutzbar: " HistStoreStatus " / "
                 YearHistStatus
         set RunFailed to true
       else
         read HistStoreFile next record
           at end set HistStoreStatusEOF to true
         end-read
         perform until HistStoreStatusEOF or RunFailed
           if Year-FH = CloseYear
             move HistStoreRec to YearHistRec
             write YearHistRec
               invalid key
                 display "Fehler Jahresdatei: " YearHistStatus
                 set RunFailed to true
               not invalid key
                 add 1 to YearRecords
             end-write
           end-if
           read HistStoreFile next record
             at end set HistStoreStatusEOF to true
           end-read
         end-perform
       end-if
       close HistStoreFile, YearHistFile
       .

      *-----------------------------------------------------------------

       VerifyYear.
       move zero to CheckedRecords
       open input YearHistFile
       if YearHistStatusOK
         read YearHistFile next record
           at end set YearHistStatusEOF to true
         end-read
         perform until YearHistStatusEOF
           add 1 to CheckedRecords
           read YearHistFile next record
             at end set YearHistStatusEOF to true
           end-read
         end-perform
       end-if
       close YearHistFile
       if CheckedRecords not = YearRecords
         move CheckedRecords to PrnCount
         display "Jahresdatei enthaelt " PrnCount " Saetze, "
                 "Abschluss abgebrochen"
         set RunFailed to true
       end-if
       .

      *-----------------------------------------------------------------

      *  Geloescht wird nur, was in der Jahresdatei steht.
       DeleteYear.
       open i-o HistStoreFile
       open input YearHistFile
       if not HistStoreStatusOK or not YearHistStatusOK
         display "Dateien nicht nutzbar: " HistStoreStatus " / "
                 YearHistStatus
         set RunFailed to true
       else
         move zeros to HistKey-FH
         start HistStoreFile key is greater than or equal to HistKey-FH
           invalid key set HistStoreStatusEOF to true
         end-start
         if HistStoreStatusOK
           read HistStoreFile next record
             at end set HistStoreStatusEOF to true
           end-read
         end-if
         perform until HistStoreStatusEOF or RunFailed
           if Year-FH = CloseYear
             move HistKey-FH to HistKey-FJ
             read YearHistFile key is HistKey-FJ
               invalid key
                 display "Satz fehlt in der Jahresdatei: " HistKey-FH
                 set RunFailed to true
             end-read
             if RunSucceeded
               delete HistStoreFile record
                 invalid key
                   display "Fehler Historie: " HistStoreStatus
                   set RunFailed to true
               end-delete
               add 1 to MovedRecords
             end-if
           end-if
           if RunSucceeded
             read HistStoreFile next record
               at end set HistStoreStatusEOF to true
             end-read
           end-if
         end-perform
       end-if
       close HistStoreFile, YearHistFile
       .
