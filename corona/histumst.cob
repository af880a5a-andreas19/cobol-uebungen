       identification division.
       program-id. Corona-HistUmstellung.
       author. Andreas Suhre.

      *=================================================================
      *  Einmalige Umstellung der Fallzahlen-Historie auf den Satz-
      *  aufbau mit Schaetzkennzeichen (Imputed, 20 Stellen statt 19):
      *  fallzahlen-historie.dat und jede in fallzahlen-historie-
      *  jahre.dat eingetragene Jahresdatei fallzahlen-historie-
      *  JJJJ.dat werden gelesen, in eine Sicherung ...-umst.dat im
      *  neuen Format geschrieben und daraus neu aufgebaut; das
      *  Kennzeichen ist bei allen alten Saetzen leer (gelieferter
      *  Wert). Bei Jahresdateien wird die Satzanzahl gegen das
      *  Verzeichnis geprueft.
      *  Ist die Sicherung einer Datei schon vollstaendig vorhanden,
      *  wird die Datei nur aus ihr neu aufgebaut; ein abgebrochener
      *  Lauf kann daher einfach wiederholt werden. Die Sicherungen
      *  bleiben stehen und werden nach erfolgreicher Kontrolle von
      *  Hand entfernt.
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select OldHistFile assign to ConvName
              organization is indexed
              access mode is sequential
              record key is HistKey-FA
              file status is OldHistStatus.
       select NewHistFile assign to ConvName
              organization is indexed
              access mode is sequential
              record key is HistKey-FN
              file status is NewHistStatus.
       select ConvWorkFile assign to ConvWorkName
              organization is line sequential
              file status is ConvWorkStatus.
       select optional YearCatFile
              assign to "fallzahlen-historie-jahre.dat"
              organization is line sequential
              file status is YearCatStatus.
       select LaufProtokollFile assign to "lauf.log"
              organization is line sequential.

      *=================================================================

       data division.
       file section.
      *  Satzaufbau vor dem Schaetzkennzeichen
       fd OldHistFile.
       01 OldHistRec.
          02 HistKey-FA.
             03 DistrictId-FA pic 9(5).
             03 Date-FA pic 9(8).
          02 Cases-FA pic 9(6).

       fd NewHistFile.
       copy fallhist replacing HistStoreRec by NewHistRec
                               ==:tag:== by ==FN==.

       fd ConvWorkFile.
       01 ConvWorkRec.
          02 RecType-CW pic X(1).
             88 DataRecord-CW    value "D".
             88 TrailerRecord-CW value "T".
          02 ConvData-CW pic X(20).
       01 ConvTrailerRec redefines ConvWorkRec.
          02 FILLER pic X(1).
          02 TrailerCount-CW pic 9(9).
          02 FILLER pic X(11).

       fd YearCatFile.
       copy histjahr replacing ==:tag:== by ==HJ==.

       fd LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 OldHistStatus pic XX value spaces.
          88 OldHistStatusOK  value "00".
          88 OldHistStatusEOF value "10".
       01 NewHistStatus pic XX value spaces.
          88 NewHistStatusOK value "00".
       01 ConvWorkStatus pic XX value spaces.
          88 ConvWorkStatusOK  value "00".
          88 ConvWorkStatusEOF value "10".
       01 YearCatStatus pic XX value spaces.
          88 YearCatStatusOK  value "00".
          88 YearCatStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 ConvName pic X(40) value spaces.
       01 ConvWorkName pic X(40) value spaces.
       01 ConvState pic X value "N".
          88 ConvRunning value "N".
          88 ConvFailed  value "Y".
          88 ConvMissing value "M".
       01 WorkState pic X value "N".
          88 WorkComplete value "Y".
       01 ExpectState pic X value "N".
          88 CountExpected value "Y".

       01 YearCount pic 99 value zero.
       01 YearTable.
          02 YearEntry-T occurs 50 times.
             03 Year-T    pic 9(4).
             03 Records-T pic 9(9).
       01 YearIdx pic 99.

       01 ReadCount pic 9(9) value zero.
       01 LoadCount pic 9(9) value zero.
       01 ExpectedCount pic 9(9) value zero.
       01 FileCount pic 99 value zero.
       01 PrnCount pic Z(8)9.

       copy fallhist replacing HistStoreRec by ConvHistRec
                               ==:tag:== by ==FC==.

      *=================================================================

       procedure division.

       move "CORONA-HISTUMST" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time

       display "Umstellung Fallzahlen-Historie auf Satzaufbau mit "
               "Schaetzkennzeichen"
       perform LoadYearCatalogue

       move "fallzahlen-historie.dat" to ConvName
       move "N" to ExpectState
       perform ConvertFile

       perform varying YearIdx from 1 by 1 until YearIdx > YearCount
         move spaces to ConvName
         string "fallzahlen-historie-" Year-T(YearIdx) ".dat"
                delimited by size into ConvName
         end-string
         move Records-T(YearIdx) to ExpectedCount
         set CountExpected to true
         perform ConvertFile
       end-perform

       move FileCount to PrnCount
       display "Umgestellte Dateien: " PrnCount
       if RunFailed
         display "Umstellung unvollstaendig, Meldungen pruefen und "
                 "Lauf wiederholen"
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
         perform until YearCatStatusEOF or YearCount >= 50
           add 1 to YearCount
           move Year-HJ to Year-T(YearCount)
           move Records-HJ to Records-T(YearCount)
           read YearCatFile
             at end set YearCatStatusEOF to true
           end-read
         end-perform
         if not YearCatStatusEOF
           display "fallzahlen-historie-jahre.dat: mehr als 50 "
                   "Jahre, Rest nicht umgestellt"
           set RunFailed to true
         end-if
       end-if
       close YearCatFile
       .

      *-----------------------------------------------------------------

      *  Erst alles in die Sicherung, dann die Datei neu aufbauen;
      *  eine vollstaendige Sicherung wird nicht noch einmal gelesen,
      *  weil die Datei dann schon im neuen Format stehen kann.
       ConvertFile.
       move "N" to ConvState
       move spaces to ConvWorkName
       string ConvName delimited by ".dat"
              "-umst.dat" delimited by size
              into ConvWorkName
       end-string
       perform CheckWorkFile
       if WorkComplete
         display function trim(ConvName) ": Sicherung "
                 function trim(ConvWorkName)
                 " vorhanden, Aufbau wird wiederholt"
       else
         perform SaveOldFile
       end-if
       if ConvRunning
         perform LoadNewFile
       end-if
       if ConvRunning
         if LoadCount not = ReadCount
           display function trim(ConvName)
                   ": Satzanzahl nach Aufbau weicht ab"
           set ConvFailed to true
         end-if
       end-if
       if ConvRunning and CountExpected
         if LoadCount not = ExpectedCount
           move ExpectedCount to PrnCount
           display function trim(ConvName) ": Verzeichnis nennt "
                   PrnCount " Saetze"
           set ConvFailed to true
         end-if
       end-if
       evaluate true
         when ConvFailed
           set RunFailed to true
         when ConvMissing
           display function trim(ConvName)
                   " nicht vorhanden, nichts umzustellen"
         when other
           add 1 to FileCount
           move LoadCount to PrnCount
           display function trim(ConvName) " umgestellt, Saetze: "
                   PrnCount
       end-evaluate
       .

      *-----------------------------------------------------------------

       CheckWorkFile.
       move "N" to WorkState
       move zero to ReadCount
       open input ConvWorkFile
       if ConvWorkStatusOK
         read ConvWorkFile
           at end set ConvWorkStatusEOF to true
         end-read
         perform until ConvWorkStatusEOF
           if DataRecord-CW
             add 1 to ReadCount
           end-if
           if TrailerRecord-CW and TrailerCount-CW = ReadCount
             set WorkComplete to true
           end-if
           read ConvWorkFile
             at end set ConvWorkStatusEOF to true
           end-read
         end-perform
       end-if
       close ConvWorkFile
       .

      *-----------------------------------------------------------------

       SaveOldFile.
       move zero to ReadCount
       open input OldHistFile
       evaluate true
         when OldHistStatus = "35" and not CountExpected
           set ConvMissing to true
         when not OldHistStatusOK
           display function trim(ConvName) " nicht lesbar: "
                   OldHistStatus
           set ConvFailed to true
         when other
           perform CopyOldRecords
       end-evaluate
       close OldHistFile
       .

      *-----------------------------------------------------------------

       CopyOldRecords.
       open output ConvWorkFile
       if not ConvWorkStatusOK
         display function trim(ConvWorkName)
                 " nicht beschreibbar: " ConvWorkStatus
         set ConvFailed to true
       else
         read OldHistFile next record
           at end set OldHistStatusEOF to true
         end-read
         perform until OldHistStatusEOF
           move spaces to ConvHistRec
           move DistrictId-FA to DistrictId-FC
           move Date-FA to Date-FC
           move Cases-FA to Cases-FC
           set DataRecord-CW to true
           move ConvHistRec to ConvData-CW
           write ConvWorkRec
           add 1 to ReadCount
           read OldHistFile next record
             at end set OldHistStatusEOF to true
           end-read
         end-perform
         set TrailerRecord-CW to true
         move spaces to ConvData-CW
         move ReadCount to TrailerCount-CW
         write ConvWorkRec
         close ConvWorkFile
       end-if
       .

      *-----------------------------------------------------------------

       LoadNewFile.
       move zero to LoadCount
       open output NewHistFile
       if not NewHistStatusOK
         display function trim(ConvName) " nicht beschreibbar: "
                 NewHistStatus
         set ConvFailed to true
       else
         open input ConvWorkFile
         read ConvWorkFile
           at end set ConvWorkStatusEOF to true
         end-read
         perform until ConvWorkStatusEOF or ConvFailed
           if DataRecord-CW
             move ConvData-CW to NewHistRec
             write NewHistRec
               invalid key
                 display function trim(ConvName)
                         ": Satz nicht schreibbar: " NewHistStatus
                 set ConvFailed to true
               not invalid key
                 add 1 to LoadCount
             end-write
           end-if
           read ConvWorkFile
             at end set ConvWorkStatusEOF to true
           end-read
         end-perform
         close ConvWorkFile
       end-if
       close NewHistFile
       .
