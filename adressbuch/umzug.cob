       identification division.
       program-id. Adressbuch-Umzug.
       author. Andreas Suhre.

      *=================================================================
      *  Abgleich einer Umzugsdatei der Post (umzugsmeldungen.dat,
      *  feste Satzlaenge: Name, alte und neue Anschrift, Umzugs-
      *  datum) gegen addressbook.dat und adressen-zusatz.dat.
      *  Sicherer Treffer: Name und alte Strasse und PLZ stimmen
      *  ueberein - die neue Anschrift wird uebernommen, fuer den
      *  Stammeintrag mit Historienzeile unter Benutzer UMZUG.
      *  Wahrscheinlicher Treffer: Name mit nur Strasse oder nur PLZ,
      *  oder alte Anschrift mit passendem Nachnamen - geht in den
      *  Pruefbericht umzug-pruefung.rpt. umzug.rpt ist die
      *  Vorschlagsliste aller Meldungen. Aufruf mit PROBE ueber-
      *  nimmt nichts, sondern erstellt nur die Berichte.
      *=================================================================

       environment division.
       input-output section.
       file-control.
         select optional DataFile assign to "addressbook.dat"
                organization is indexed
                access mode is dynamic
                record key is Name-D
                alternate record key is Location-D with duplicates
                alternate record key is Plz-Location-D with duplicates
                alternate record key is Phone-D with duplicates
                file status is FileStatus.
         select optional MoveFile assign to "umzugsmeldungen.dat"
                organization is line sequential
                file status is MoveStatus.
         select optional ExtraAddrFile assign to "adressen-zusatz.dat"
                organization is line sequential
                file status is ExtraAddrStatus.
         select NewExtraAddrFile assign to "adressen-zusatz.tmp"
                organization is line sequential.
         select optional HistoryFile
                assign to "adressbuch-historie.dat"
                organization is line sequential
                file status is HistoryStatus.
         select RptFile assign to "umzug.rpt"
                organization is line sequential.
         select ReviewFile assign to "umzug-pruefung.rpt"
                organization is line sequential.
         select LaufProtokollFile assign to "lauf.log"
                organization is line sequential.

      *=================================================================

       data division.
       file section.
       FD DataFile.
       copy adressrec replacing AddressRec by DataRec
                                ==:tag:== by ==D==.

       FD MoveFile.
       01 MoveRec.
          02 MovName-M        pic X(50).
          02 MovOldStreet-M   pic X(50).
          02 MovOldPlz-M      pic X(5).
          02 MovOldLocation-M pic X(50).
          02 MovNewStreet-M   pic X(50).
          02 MovNewPlz-M      pic X(5).
          02 MovNewLocation-M pic X(50).
          02 MovDate-M        pic X(8).

       FD ExtraAddrFile.
       01 ExtraAddrRec.
          02 Name-Z     pic X(50).
          02 AddrType-Z pic X(1).
          02 Street-Z   pic X(50).
          02 Plz-Z      pic X(5).
          02 Location-Z pic X(50).

       FD NewExtraAddrFile.
       01 NewExtraAddrRec pic X(156).

       FD HistoryFile.
       copy historec replacing ==:tag:== by ==H==.

       FD RptFile.
       01 RptRec pic X(120).

       FD ReviewFile.
       01 ReviewRec pic X(120).

       FD LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 FileStatus pic XX value spaces.
          88 FileStatusOK           value "00".
          88 FileStatusEOF          value "10".
          88 FileStatusKeyNotExists value "23".

       01 MoveStatus pic XX value spaces.
          88 MoveStatusOK  value "00".
          88 MoveStatusEOF value "10".

       01 ExtraAddrStatus pic XX value spaces.
          88 ExtraAddrStatusOK  value "00".
          88 ExtraAddrStatusEOF value "10".

       01 HistoryStatus pic XX value spaces.

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CmdLine pic X(80) value spaces.
       01 RunMode pic X value "U".
          88 ApplyRun value "U".
          88 ProbeRun value "P".

       01 ExtraMax pic 9(4) value zero.
       01 ExtraTable.
          02 ExtraEntry occurs 2000 times.
             03 ExtraName     pic X(50).
             03 ExtraType     pic X(1).
             03 ExtraStreet   pic X(50).
             03 ExtraPlz      pic X(5).
             03 ExtraLocation pic X(50).
       01 ExtraIdx pic 9(4).
       01 ExtraTabState pic X value "N".
          88 ExtraTabFull value "Y".
       01 ExtraChanged pic X value "N".
          88 ExtraTabChanged value "Y".

       01 ResMax pic 9(4) value zero.
       01 ResTable.
          02 ResEntry occurs 2000 times.
             03 ResClass  pic X(1).
             03 ResName   pic X(50).
             03 ResEntryName pic X(50).
             03 ResKind   pic X(10).
             03 ResAction pic X(24).
       01 ResIdx pic 9(4).
       01 ResTabState pic X value "N".
          88 ResTabFull value "Y".
       01 ResWantedClass pic X(1).

       01 MatchClass pic X(1).
          88 MatchCertain  value "S".
          88 MatchProbable value "W".
          88 MatchNone     value "K".
       01 MatchKind pic X(10).
       01 MatchAction pic X(24).
       01 MatchEntryName pic X(50).
       01 MatchState pic X value "N".
          88 MoveMatched value "Y".

       01 NameTokens.
          02 NameToken occurs 4 times pic X(50).
       01 TokIdx pic 9.
       01 TokLen pic 99.
       01 SurName pic X(50).
       01 SurLen pic 99 value zero.
       01 NameTally pic 99.

       01 ReadCount     pic 9(5) value zero.
       01 CertainCount  pic 9(5) value zero.
       01 ProbableCount pic 9(5) value zero.
       01 NoMatchCount  pic 9(5) value zero.
       01 AppliedCount  pic 9(5) value zero.
       01 PrnCount pic Z(4)9.

      *=================================================================

       procedure division.

       move "ADRESSBUCH-UMZUG" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time

       display "Abgleich der Umzugsdatei"
       accept CmdLine from command-line
       if CmdLine(1:5) = "PROBE" or CmdLine(1:5) = "probe"
         set ProbeRun to true
         display "Probelauf, es wird nichts uebernommen"
       end-if

       open input MoveFile
       if not MoveStatusOK
         display "umzugsmeldungen.dat nicht vorhanden"
         set RunFailed to true
         close MoveFile
       else
         open i-o DataFile
         if not FileStatusOK and FileStatus not = "05"
           display "addressbook.dat nicht nutzbar: " FileStatus
           set RunFailed to true
           close MoveFile
         else
           perform LoadExtraTable
           if ExtraTabFull
             display "adressen-zusatz.dat hat mehr als 2000 Zeilen, "
                     & "Zusatzanschriften werden nicht geaendert"
           end-if
           open output ReviewFile
           perform WriteReviewHeader
           if ApplyRun
             open extend HistoryFile
           end-if
           read MoveFile
             at end set MoveStatusEOF to true
           end-read
           perform until MoveStatusEOF
             add 1 to ReadCount
             perform MatchMoveRec
             read MoveFile
               at end set MoveStatusEOF to true
             end-read
           end-perform
           if ApplyRun
             close HistoryFile
           end-if
           close MoveFile, DataFile, ReviewFile
           if ApplyRun and ExtraTabChanged
             perform SaveExtraFile
           end-if
           perform WriteProposalList
           move ReadCount to PrnCount
           display "Umzugsmeldungen gelesen:   " PrnCount
           move CertainCount to PrnCount
           display "Sichere Treffer:           " PrnCount
           move AppliedCount to PrnCount
           display "Davon uebernommen:         " PrnCount
           move ProbableCount to PrnCount
           display "Wahrscheinliche Treffer:   " PrnCount
           move NoMatchCount to PrnCount
           display "Ohne Treffer:              " PrnCount
           display "Dateien umzug.rpt und umzug-pruefung.rpt "
                   "geschrieben"
         end-if
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

       LoadExtraTable.
       open input ExtraAddrFile
       if ExtraAddrStatusOK
         read ExtraAddrFile
           at end set ExtraAddrStatusEOF to true
         end-read
         perform until ExtraAddrStatusEOF or ExtraMax >= 2000
           add 1 to ExtraMax
           move Name-Z     to ExtraName(ExtraMax)
           move AddrType-Z to ExtraType(ExtraMax)
           move Street-Z   to ExtraStreet(ExtraMax)
           move Plz-Z      to ExtraPlz(ExtraMax)
           move Location-Z to ExtraLocation(ExtraMax)
           read ExtraAddrFile
             at end set ExtraAddrStatusEOF to true
           end-read
         end-perform
         if not ExtraAddrStatusEOF
           set ExtraTabFull to true
         end-if
       end-if
       close ExtraAddrFile
       .

      *-----------------------------------------------------------------

       MatchMoveRec.
       move "N" to MatchState
       perform MatchMainEntry
       perform MatchExtraAddresses
       if not MoveMatched
         perform MatchBySurname
       end-if
       if not MoveMatched
         move "K" to MatchClass
         move spaces to MatchEntryName, MatchKind
         move "keine Aenderung" to MatchAction
         add 1 to NoMatchCount
         perform StoreResult
       end-if
       .

      *-----------------------------------------------------------------

       MatchMainEntry.
       move MovName-M to Name-D
       read DataFile
         key is Name-D
         invalid key continue
       end-read
       if FileStatusOK and EntryActive-D
         move Name-D to MatchEntryName
         move "Stamm" to MatchKind
         evaluate true
           when Street-D = MovOldStreet-M and Plz-D = MovOldPlz-M
             move "S" to MatchClass
             add 1 to CertainCount
             if ApplyRun
               perform ApplyMainEntry
             else
               move "Probelauf" to MatchAction
             end-if
             perform StoreResult
           when Street-D = MovNewStreet-M and Plz-D = MovNewPlz-M
             move "S" to MatchClass
             add 1 to CertainCount
             move "bereits aktuell" to MatchAction
             perform StoreResult
           when Street-D = MovOldStreet-M or Plz-D = MovOldPlz-M
             move "W" to MatchClass
             add 1 to ProbableCount
             move "zur Pruefung" to MatchAction
             perform StoreResult
             perform WriteReviewEntry
         end-evaluate
       end-if
       .

      *-----------------------------------------------------------------

       ApplyMainEntry.
       move "B" to HistAction-H
       move Name-D to HistName-H
       move Street-D   to HistOldStreet-H
       move Plz-D      to HistOldPlz-H
       move Location-D to HistOldLocation-H
       move MovNewStreet-M   to Street-D
       move MovNewPlz-M      to Plz-D
       move MovNewLocation-M to Location-D
       accept Date-D from date YYYYMMDD
       accept Time-D from time
       rewrite DataRec
         invalid key
           display "Fehler beim Aendern: " FileStatus " bei " Name-D
           move "Fehler beim Aendern" to MatchAction
           set RunFailed to true
         not invalid key
           add 1 to AppliedCount
           move "uebernommen" to MatchAction
           move Street-D   to HistNewStreet-H
           move Plz-D      to HistNewPlz-H
           move Location-D to HistNewLocation-H
           accept HistDate-H from date YYYYMMDD
           accept HistTime-H from time
           move "UMZUG" to HistUser-H
           move spaces to HistApprover-H
           write HistoryRec
       end-rewrite
       .

      *-----------------------------------------------------------------

      *  Zusatzanschriften fuehren keine Historie; die Aenderung ist
      *  in umzug.rpt nachgewiesen.
       MatchExtraAddresses.
       perform varying ExtraIdx from 1 by 1 until ExtraIdx > ExtraMax
         if ExtraName(ExtraIdx) = MovName-M
           move ExtraName(ExtraIdx) to MatchEntryName
           move spaces to MatchKind
           string "Zusatz " ExtraType(ExtraIdx)
                  delimited by size into MatchKind
           end-string
           evaluate true
             when ExtraStreet(ExtraIdx) = MovOldStreet-M
                  and ExtraPlz(ExtraIdx) = MovOldPlz-M
               move "S" to MatchClass
               add 1 to CertainCount
               evaluate true
                 when ProbeRun
                   move "Probelauf" to MatchAction
                 when ExtraTabFull
                   move "nicht geaendert" to MatchAction
                 when other
                   move MovNewStreet-M   to ExtraStreet(ExtraIdx)
                   move MovNewPlz-M      to ExtraPlz(ExtraIdx)
                   move MovNewLocation-M to ExtraLocation(ExtraIdx)
                   set ExtraTabChanged to true
                   add 1 to AppliedCount
                   move "uebernommen" to MatchAction
               end-evaluate
               perform StoreResult
             when ExtraStreet(ExtraIdx) = MovNewStreet-M
                  and ExtraPlz(ExtraIdx) = MovNewPlz-M
               move "S" to MatchClass
               add 1 to CertainCount
               move "bereits aktuell" to MatchAction
               perform StoreResult
             when ExtraStreet(ExtraIdx) = MovOldStreet-M
                  or ExtraPlz(ExtraIdx) = MovOldPlz-M
               move "W" to MatchClass
               add 1 to ProbableCount
               move "zur Pruefung" to MatchAction
               perform StoreResult
               perform WriteReviewEntry
           end-evaluate
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

      *  Ohne Namenstreffer: Eintraege unter der alten PLZ mit der
      *  alten Strasse, deren Name den Nachnamen der Meldung (laengster
      *  Namensteil) enthaelt, sind wahrscheinliche Treffer.
       MatchBySurname.
       move spaces to NameTokens, SurName
       move zero to SurLen
       unstring MovName-M delimited by all " " or ","
         into NameToken(1), NameToken(2), NameToken(3), NameToken(4)
       end-unstring
       perform varying TokIdx from 1 by 1 until TokIdx > 4
         if NameToken(TokIdx) not = spaces
           compute TokLen =
                   function length(function trim(NameToken(TokIdx)))
           if TokLen > SurLen
             move TokLen to SurLen
             move NameToken(TokIdx) to SurName
           end-if
         end-if
       end-perform
       if SurLen >= 3 and MovOldPlz-M not = spaces
         move MovOldPlz-M to Plz-D
         move spaces to Location-D
         start DataFile key is not less than Plz-Location-D
           invalid key continue
         end-start
         if FileStatusOK
           read DataFile next record
             at end set FileStatusEOF to true
           end-read
           perform until FileStatusEOF or Plz-D not = MovOldPlz-M
             if EntryActive-D and Street-D = MovOldStreet-M
               move zeros to NameTally
               inspect Name-D tallying NameTally
                       for all SurName(1:SurLen)
               if NameTally > zero
                 move Name-D to MatchEntryName
                 move "Stamm" to MatchKind
                 move "W" to MatchClass
                 add 1 to ProbableCount
                 move "zur Pruefung" to MatchAction
                 perform StoreResult
                 perform WriteReviewEntry
               end-if
             end-if
             read DataFile next record
               at end set FileStatusEOF to true
             end-read
           end-perform
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       StoreResult.
       set MoveMatched to true
       if ResMax >= 2000
         set ResTabFull to true
       else
         add 1 to ResMax
         move MatchClass     to ResClass(ResMax)
         move MovName-M      to ResName(ResMax)
         move MatchEntryName to ResEntryName(ResMax)
         move MatchKind      to ResKind(ResMax)
         move MatchAction    to ResAction(ResMax)
       end-if
       .

      *-----------------------------------------------------------------

       WriteReviewHeader.
       move spaces to ReviewRec
       string "Umzugsmeldungen zur Pruefung, Stand "
              StartDatum-L(7:2) "." StartDatum-L(5:2) "."
              StartDatum-L(1:4)
              delimited by size into ReviewRec
       end-string
       write ReviewRec
       move spaces to ReviewRec
       move all "=" to ReviewRec(1:60)
       write ReviewRec
       .

      *-----------------------------------------------------------------

      *  Die gefundene Anschrift steht bei Stammtreffern in DataRec,
      *  bei Zusatzanschriften in der Tabelle unter ExtraIdx.
       WriteReviewEntry.
       move spaces to ReviewRec
       write ReviewRec
       move spaces to ReviewRec
       string "Meldung:  " MovName-M "  Umzug zum "
              MovDate-M(7:2) "." MovDate-M(5:2) "." MovDate-M(1:4)
              delimited by size into ReviewRec
       end-string
       write ReviewRec
       move spaces to ReviewRec
       string "  alt:    " MovOldStreet-M " " MovOldPlz-M " "
              MovOldLocation-M(1:30)
              delimited by size into ReviewRec
       end-string
       write ReviewRec
       move spaces to ReviewRec
       string "  neu:    " MovNewStreet-M " " MovNewPlz-M " "
              MovNewLocation-M(1:30)
              delimited by size into ReviewRec
       end-string
       write ReviewRec
       move spaces to ReviewRec
       string "Eintrag:  " MatchEntryName "  (" MatchKind ")"
              delimited by size into ReviewRec
       end-string
       write ReviewRec
       move spaces to ReviewRec
       if MatchKind = "Stamm"
         string "  jetzt:  " Street-D " " Plz-D " "
                Location-D(1:30)
                delimited by size into ReviewRec
         end-string
       else
         string "  jetzt:  " ExtraStreet(ExtraIdx) " "
                ExtraPlz(ExtraIdx) " " ExtraLocation(ExtraIdx)(1:30)
                delimited by size into ReviewRec
         end-string
       end-if
       write ReviewRec
       .

      *-----------------------------------------------------------------

       SaveExtraFile.
       open output NewExtraAddrFile
       perform varying ExtraIdx from 1 by 1 until ExtraIdx > ExtraMax
         move ExtraName(ExtraIdx)     to Name-Z
         move ExtraType(ExtraIdx)     to AddrType-Z
         move ExtraStreet(ExtraIdx)   to Street-Z
         move ExtraPlz(ExtraIdx)      to Plz-Z
         move ExtraLocation(ExtraIdx) to Location-Z
         write NewExtraAddrRec from ExtraAddrRec
       end-perform
       close NewExtraAddrFile
       call "CBL_DELETE_FILE" using "adressen-zusatz.dat"
       end-call
       call "CBL_RENAME_FILE"
            using "adressen-zusatz.tmp", "adressen-zusatz.dat"
       end-call
       .

      *-----------------------------------------------------------------

       WriteProposalList.
       open output RptFile
       move spaces to RptRec
       string "Vorschlagsliste Umzugsabgleich, Stand "
              StartDatum-L(7:2) "." StartDatum-L(5:2) "."
              StartDatum-L(1:4)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:60)
       write RptRec
       if ProbeRun
         move "Probelauf - keine Aenderungen uebernommen" to RptRec
         write RptRec
       end-if

       move spaces to RptRec
       write RptRec
       move "Sichere Treffer" to RptRec
       write RptRec
       move "S" to ResWantedClass
       perform WriteResultClass

       move spaces to RptRec
       write RptRec
       move "Wahrscheinliche Treffer (siehe umzug-pruefung.rpt)"
            to RptRec
       write RptRec
       move "W" to ResWantedClass
       perform WriteResultClass

       move spaces to RptRec
       write RptRec
       move "Kein Treffer" to RptRec
       write RptRec
       move "K" to ResWantedClass
       perform WriteResultClass

       if ResTabFull
         move spaces to RptRec
         write RptRec
         move "Mehr als 2000 Ergebnisse, Liste unvollstaendig"
              to RptRec
         write RptRec
       end-if
       close RptFile
       .

      *-----------------------------------------------------------------

       WriteResultClass.
       move spaces to RptRec
       move all "-" to RptRec(1:60)
       write RptRec
       perform varying ResIdx from 1 by 1 until ResIdx > ResMax
         if ResClass(ResIdx) = ResWantedClass
           move spaces to RptRec
           move ResName(ResIdx)(1:40) to RptRec(2:40)
           move ResEntryName(ResIdx)(1:40) to RptRec(43:40)
           move ResKind(ResIdx) to RptRec(84:10)
           move ResAction(ResIdx) to RptRec(95:24)
           write RptRec
         end-if
       end-perform
       .
