       select optional FileListFile assign to "fallzahlen-dateien.txt"
              organization is line sequential
              file status is FileListStatus.
       select DataFile assign to DataTarget
              organization is line sequential.
       select DistrictFile assign to DistrictTarget
              organization is line sequential
              file status is DistrictStatus.
       select QuarantineFile assign to QuarantineTarget
              organization is line sequential.
       select DateHeadersFile assign to DateHeadersFileName.
       select AverageFile assign to AverageTarget
              organization is line sequential.
       select optional RestartFile assign to "fallzahlen.ckpt"
              organization is line sequential
              file status is RestartStatus.
       select WarnFile assign to WarnTarget
              organization is line sequential.
       select StatusFile assign to "corona-status.dat"
              organization is line sequential.
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
       select optional VersionFile assign to "fallzahlen-versionen.dat"
              organization is indexed
              access mode is dynamic
              record key is VerKey-FV
              file status is VersionStatus.
       select optional ControlFile assign to ControlFileName
              organization is line sequential
              file status is ControlStatus.
       select ReconFile assign to "fallzahlen-abstimmung.rpt"
              organization is line sequential.
       select optional PartCatFile assign to "fallzahlen-teile.dat"
              organization is line sequential
              file status is PartCatStatus.
       select optional PartFile assign to PartFileName
              organization is line sequential
              file status is PartStatus.

      *=================================================================

       fd DateHeadersFile.
       01 DateHeadersRec pic X(341).

       fd ControlFile.
       01 ControlRec pic X(80).

       fd ReconFile.
       01 ReconRec pic X(80).

       fd PartCatFile.
       01 PartCatRec.
          02 Land-PC      pic 99.
          02 Key-PC       pic 99.
          02 Week-PC      pic 9(8).
          02 Window-PC    pic 99.
          02 Districts-PC pic 9(5).
          02 RunDate-PC   pic 9(8).
          02 RunTime-PC   pic 9(6).
          02 Headers-PC   pic X(341).

       fd PartFile.
       01 PartRec pic X(430).

       fd AverageFile.
       copy datarec replacing DataRec by AverageRec
                              ==:tag:== by ==AF==.
          02 DistrictName-WN pic X(40).
          02 FILLER pic X value space.
          02 Cases-WN pic Z(5)9.
          02 FILLER pic X value space.
          02 OutbreakPct-WN pic ZZ9.

       fd StatusFile.
       01 StatusRec.
          02 StatusDate-S pic 9(8).
          02 FILLER pic X value space.
          02 StatusTime-S pic X(6).
          02 FILLER pic X value space.
          02 StatusResult-S pic X(7).
          02 FILLER pic X value space.
                04 Month-FH pic 99.
                04 Day-FH   pic 99.
          02 Cases-FH pic 9(6).
          02 Imputed-FH pic X.
             88 ImputedValue-FH value "S".

       fd YearHistFile.
       copy fallhist replacing HistStoreRec by YearHistRec
                               ==:tag:== by ==FJ==.

       fd YearCatFile.
       copy histjahr replacing ==:tag:== by ==HJ==.

       fd VersionFile.
       copy fallversion replacing ==:tag:== by ==FV==.

      *-----------------------------------------------------------------

       01 DataFileName pic X(14) value "fallzahlen.dat".
       01 DateHeadersFileName pic X(14) value "datumzeile.txt".
       01 AverageFileName pic X(27) value "fallzahlen-durchschnitt.dat".
       01 DataTarget pic X(40).
       01 AverageTarget pic X(40).
       01 DistrictTarget pic X(40) value "kreise.dat".
       01 WarnTarget pic X(40) value "warnstufe.dat".
       01 QuarantineTarget pic X(40) value "fallzahlen-quarantaene.dat".

       01 Ignored pic X.
       01 Idx pic 99.
       01 PrevDistrictId pic 9(5).
       01 PrevDate pic 9(8).
       01 DistrictTotal pic 9(8).
       01 OutbreakCases pic 9(6).
       01 OutbreakCount pic 9(3).
       01 OutbreakPct pic 9(3).

       01 ArchiveDate pic 9(8).
       01 OldFileName pic X(40).
       01 StatusReason pic X(60) value spaces.

       01 CommandLine pic X(160).
       01 CmdRunSpec pic X(50).
       01 CmdReprocess pic X.
       01 CmdStateList pic X(49) value spaces.
       01 CmdOutput pic X.
       01 CmdThreshold pic 9(6) value zeros.
       01 CmdPurgeDays pic 999 value zeros.
          88 HistStoreStatusEOF       value "10".
          88 HistStoreStatusKeyExists value "22".

      *  Abgeschlossene Jahre der Historie stehen in eigenen
      *  Jahresdateien; Nachlieferungen dorthin gehen in diese.
       01 YearHistStatus pic XX value spaces.
          88 YearHistStatusOK value "00".
       01 YearHistName pic X(40) value spaces.
       01 YearHistOpenYear pic 9(4) value zeros.
       01 YearHistReadyState pic X value "N".
          88 YearHistReady value "Y".
       01 YearCatStatus pic XX value spaces.
          88 YearCatStatusOK  value "00".
          88 YearCatStatusEOF value "10".
       01 ClosedYearCount pic 99 value zero.
       01 ClosedYearTable.
          02 ClosedYear-T occurs 50 times pic 9(4).
       01 ClosedYearIdx pic 99.
       01 ClosedYearState pic X value "N".
          88 InClosedYear value "Y".

      *  Vergleichswerte fuer die Ausreisser-Pruefung werden ueber
      *  Corona-HistLesen aus allen Teilen der Historie gelesen.
       copy fallhist replacing HistStoreRec by HistRefRec
                               ==:tag:== by ==HR==.
       01 HistRefStatus pic XX value spaces.
          88 HistRefStatusOK  value "00".
          88 HistRefStatusEOF value "10".

       01 VersionStatus pic XX value spaces.
          88 VersionStatusOK  value "00".
          88 VersionStatusEOF value "10".
       01 VersionStampDate pic 9(8).
       01 VersionStampTime pic 9(8).
       01 VersionFoundState pic X value "N".
          88 VersionFound value "Y".
       01 NewCases pic 9(6).
       01 OldCases pic 9(6).

       01 OutlierFactor pic 9(2)V9 value zero.
       01 OutlierState pic X value "N".
          88 OutlierFound value "Y".

       01 LoadDoneState pic X value "N".
          88 LoadPerformed value "Y".
       01 JsonSource pic X(80).
       01 JsonPos pic 99.
       01 RawListLines.
          02 RawListLine occurs 20 times pic X(40).
       01 RawListCount pic 99 value zero.
          88 DeliveryValid   value "Y".
          88 DeliveryInvalid value "N".

      *  Abstimmung einer Lieferdatei gegen ihre Kontrolldatei
      *  (gleicher Name mit Endung .ktl: Zeilen;Summe;Von;Bis)
       01 ControlFileName pic X(40).
       01 ControlBaseName pic X(40).
       01 ControlStatus pic XX value spaces.
          88 ControlStatusOK  value "00".
          88 ControlStatusEOF value "10".
       01 ControlFileState pic X value "N".
          88 ControlFilePresent value "Y".
       01 ControlCheckState pic X value "Y".
          88 ControlTotalsMatch    value "Y".
          88 ControlTotalsMismatch value "N".
       01 ControlFields.
          02 ControlField occurs 4 times pic X(20).
       01 ControlDate pic X(20).
       01 ControlDateValue pic 9(8).
       01 ControlDateState pic X value "Y".
          88 ControlDateOk value "Y".
       01 ControlTarget.
          02 TargetRows pic 9(7).
          02 TargetSum  pic 9(11).
          02 TargetFrom pic 9(8).
          02 TargetTo   pic 9(8).
       01 ControlActual.
          02 ActualRows pic 9(7).
          02 ActualSum  pic 9(11).
          02 ActualFrom pic 9(8).
          02 ActualTo   pic 9(8).
       01 ControlRowsStart     pic 9(5).
       01 ControlAcceptedStart pic 9(5).
       01 ControlRejectedStart pic 9(5).
       01 ControlAccepted pic 9(5).
       01 ControlRejected pic 9(5).
       01 ControlResult pic X(30).
       01 ControlIdx pic 99.
       01 PrnTarget pic Z(10)9.
       01 PrnActual pic Z(10)9.
       01 PrnReconRows pic Z(4)9.

      *  Teillauf fuer einzelne Bundeslaender: Arbeitsdateien
      *  ...-teil-NN.dat (NN = erstes Land des Laufs), Verzeichnis der
      *  erledigten Laender in fallzahlen-teile.dat. Der Mischlauf
      *  fuehrt die Teile zusammen, sobald alle 16 Laender vorliegen.
       01 PartMode pic X value space.
          88 PartitionRun value "T".
          88 MergeRun     value "M".
       01 PartState pic X value "Y".
          88 PartitionOk     value "Y".
          88 PartitionFailed value "N".
       01 PartStateText pic X(48) value spaces.
       01 PartStateFields.
          02 PartStateField occurs 16 times pic X(3).
       01 PartSelection.
          02 PartSelected occurs 16 times pic X.
       01 PartKey pic 99 value zero.
       01 PartIdText pic X(5).
       01 PartNameKey pic 99.
       01 PartFirstLand pic 99.
       01 PartKindList pic X(5) value "DAWKQ".
       01 PartRunDate pic 9(8).
       01 PartRunTime pic 9(8).
       01 PartWeekState pic X value "N".
          88 PartWeeksDiffer value "Y".
       01 PartLand pic 99.
       01 PartIdx pic 99.
       01 PartPos pic 99.
       01 PartDistrictCounts.
          02 PartDistricts occurs 16 times pic 9(5).
       01 RowsSkipped pic 9(5) value zero.
       01 PartRowState pic X value "Y".
          88 RowInPartition      value "Y".
          88 RowOutsidePartition value "N".
       01 PartCatStatus pic XX value spaces.
          88 PartCatStatusOK  value "00".
          88 PartCatStatusEOF value "10".
       01 PartStatus pic XX value spaces.
          88 PartStatusOK  value "00".
          88 PartStatusEOF value "10".
       01 PartFileName pic X(40).
       01 PartKind pic X.
       01 PartFirstState pic X.
          88 PartFirstRecord value "Y".
       01 PartCatTable.
          02 PartCatEntry occurs 16 times.
             03 Land-PT      pic 99.
             03 Key-PT       pic 99.
             03 Week-PT      pic 9(8).
             03 Window-PT    pic 99.
             03 Districts-PT pic 9(5).
             03 RunDate-PT   pic 9(8).
             03 RunTime-PT   pic 9(6).
             03 Headers-PT   pic X(341).

       01 SeenTable.
          02 SeenEntry occurs 1000 times.
             03 SeenId-S pic 9(5).
       else
         set BatchMode to true
         unstring CommandLine delimited by space
           into CmdRunSpec, CmdOutput, CmdThreshold, CmdPurgeDays,
                CmdTopN, CmdRiskThreshold, CmdFilter, CmdWindow,
                CmdFollowUp
         move CmdRunSpec(1:1) to CmdReprocess
         move CmdRunSpec(2:49) to CmdStateList
       end-if
       move DataFileName to DataTarget
       move AverageFileName to AverageTarget

       open input LockFile
       if LockStatusExists
       perform PurgeOldFiles

       if InteractiveMode
         display "Neue Fallzahlen verarbeiten? " &
                 "[jN, T=Teillauf, M=Teile zusammenfuehren] "
                 with no advancing
         accept Answer
       else
         move CmdReprocess to Answer
       end-if

       evaluate Answer
         when = "T" or "t"
           set PartitionRun to true
           perform AcquirePartition
         when = "M" or "m"
           set MergeRun to true
       end-evaluate

       perform AcquireWindow

       if Answer = "J" or "j" or "K" or "k"
         perform CheckRestart
         perform PreCheckWeek
       end-if
       if PartitionRun and PartitionOk
         perform PreCheckWeek
       end-if

       if (Answer = "J" or "j" or "K" or "k"
           or (PartitionRun and PartitionOk))
          and not WeekRefused
         if not SkippingRecords
           perform LoadKnownDistricts
           if not PartitionRun
             perform ArchiveFiles
           end-if
         end-if
         if InteractiveMode
           display "Warnschwelle Fenster-Durchschnitt [0] "
         else
           move CmdThreshold to WarnThreshold
         end-if
         if PartitionRun
           perform SetPartitionTargets
         end-if
         sort WorkFile on ascending key DistrictId-WF, Date-WF
              input procedure is InputProc
              output procedure is OutputProc
         if not PartitionRun
           perform ReconcileCounts
           set LoadPerformed to true
         end-if
       end-if

       if MergeRun
         perform MergePartitions
       end-if

       if CountsMismatch or DateHeadersInvalid or DeliveryInvalid
          or WeekRefused or ControlTotalsMismatch or PartitionFailed
         display "Abbruch: Berichte werden nicht erstellt"
         set RunFailed to true
         evaluate true
           when WeekRefused
             move "Woche bereits verarbeitet" to StatusReason
           when PartitionFailed
             continue
           when ControlTotalsMismatch
             move spaces to StatusReason
             string "Kontrollsumme abweichend: "
                    function trim(CsvFileName)
                    delimited by size into StatusReason
             end-string
           when DateHeadersInvalid
             move "Datumszeile ungueltig" to StatusReason
           when DeliveryInvalid
             move "Kreisanzahl stimmt nicht ueberein" to StatusReason
         end-evaluate
       else
         if PartitionRun
           perform FinishPartition
         else
           if PrevAverageFileName = spaces
             perform ResolvePreviousAverage
           end-if
           perform AcquireFilter
           if InteractiveMode
             display "Ausgabe: [R]eport -- [C]SV-Datei -- " &
                     "[T]agesverlauf -- [W]ochenvergleich -- " &
                     "[H]otspots -- [K]ontaktabgleich -- " &
                     "[V] R-Wert -- [I]ntensivbetten -- " &
                     "[L]GA-Meldung -- [D] Todesfaelle -- " &
                     "[Q] Impfquote -- [N]achbar-Cluster -- " &
                     "[B]eides > "
                     with no advancing
             accept Answer
           else
             move CmdOutput to Answer
           end-if
           evaluate Answer
             when = "R" or "r" call "Corona-Report" using
                                    by content AverageFileName
                                    by reference FilterSpec
             when = "C" or "c" call "Corona-CSV" using
                                    by content DataFileName
                                    by content DateHeadersFileName
                                    by reference FilterSpec
             when = "T" or "t" call "Corona-Trend" using
                                    by content DataFileName
                                    by reference FilterSpec
             when = "W" or "w" call "Corona-Compare" using
                                    by content AverageFileName
                                    by content PrevAverageFileName
             when = "H" or "h" perform CallHotspots
             when = "K" or "k" perform CallRisikoliste
             when = "V" or "v" call "Corona-Rwert" using
                                    by reference WindowDays
                                    by reference FilterSpec
             when = "I" or "i" call "Corona-Belegung" using
                                    by reference FilterSpec
             when = "L" or "l" call "Corona-Meldung" using
                                    by content DataFileName
                                    by content AverageFileName
             when = "D" or "d" call "Corona-Tote" using
                                    by reference WindowDays
                                    by reference FilterSpec
             when = "Q" or "q" call "Corona-Impfquote" using
                                    by content AverageFileName
                                    by reference WindowDays
                                    by reference FilterSpec
             when = "N" or "n" call "Corona-Cluster" using
                                    by content AverageFileName
                                    by reference WindowDays
             when = "B" or "b" call "Corona-Report" using
                                    by content AverageFileName
                                    by reference FilterSpec
                               call "Corona-CSV" using
                                    by content DataFileName
                                    by content DateHeadersFileName
                                    by reference FilterSpec
                               call "Corona-Compare" using
                                    by content AverageFileName
                                    by content PrevAverageFileName
                               call "Corona-Trend" using
                                    by content DataFileName
                                    by reference FilterSpec
                               perform CallHotspots
                               perform CallRisikoliste
                               call "Corona-Tote" using
                                    by reference WindowDays
                                    by reference FilterSpec
                               call "Corona-Impfquote" using
                                    by content AverageFileName
                                    by reference WindowDays
                                    by reference FilterSpec
                               call "Corona-Cluster" using
                                    by content AverageFileName
                                    by reference WindowDays
             when other display "Unbekannte Auswahl"
           end-evaluate
           set RunSucceeded to true
           move "Verarbeitung erfolgreich" to StatusReason
           if WeekId not = zeros and not WeekSeen
             open extend WeekFile
             move WeekId to WeekRec
             write WeekRec
             close WeekFile
           end-if
           perform WriteJsonExport
           if LoadPerformed
             perform DropRedelivery
           end-if
         end-if
       end-if

              by content AverageFileName
              by reference CmdTopN
              by reference FilterSpec
              by reference WindowDays
       else
         call "Corona-Hotspots" using
              by reference AverageFileName
              omitted
              by reference FilterSpec
              by reference WindowDays
       end-if.

      *-----------------------------------------------------------------
           move "alle Kreise" to FilterText-FS
       end-evaluate.

      *-----------------------------------------------------------------

       WriteJsonExport.
       move spaces to JsonSource
       if LoadPerformed
         move 1 to JsonPos
         perform varying FileIdx from 1 by 1 until FileIdx > FileCount
           if FileIdx > 1
             string ", " delimited by size
                    into JsonSource with pointer JsonPos
             end-string
           end-if
           string FileName-F(FileIdx) delimited by space
                  into JsonSource with pointer JsonPos
           end-string
         end-perform
       else
         string "Bestand " DataFileName
                delimited by size into JsonSource
         end-string
       end-if
       call "Corona-Json" using
            by content DataFileName
            by content AverageFileName
            by reference WindowDays
            by content JsonSource
            by reference FilterSpec.

      *-----------------------------------------------------------------

       CallRisikoliste.

       InputProc.
       open output QuarantineFile
       open output ReconFile
       move "Abstimmung der Lieferdateien gegen Kontrolldateien"
            to ReconRec
       write ReconRec
       move all "=" to ReconRec(1:60)
       write ReconRec
       if OutlierFactor > zero
         move zeros to HistRefRec
         if WeekId not = zeros
           move WeekId to Date-HR
           subtract 1 from Year-HR
         end-if
         call "Corona-HistLesen" using by content "O"
                                       by reference HistRefRec
                                       by reference HistRefStatus
         if HistRefStatusOK
           set HistStoreReady to true
         else
           display "Hinweis: keine Fallzahlen-Historie, " &
                   "Ausreisser-Pruefung entfaellt"
         end-if
       perform varying FileIdx from 1 by 1
               until FileIdx > FileCount
                     or DateHeadersInvalid or DeliveryInvalid
                     or ControlTotalsMismatch
         move FileName-F(FileIdx) to CsvFileName
         perform LoadOneCsvFile
       end-perform

       close DataFile, DistrictFile, QuarantineFile, ReconFile
       if HistStoreReady
         call "Corona-HistLesen" using by content "C"
                                       by reference HistRefRec
                                       by reference HistRefStatus
         move "N" to HistStoreReadyState
         move spaces to HistRefStatus
       end-if

       perform varying FileIdx from 1 by 1 until FileIdx > FileCount
       display "CSV-Zeilen uebernommen:  " PrnRows
       move RowsRejected to PrnRows
       display "CSV-Zeilen abgewiesen:   " PrnRows
       if PartitionRun
         move RowsSkipped to PrnRows
         display "Andere Bundeslaender:    " PrnRows
       end-if
       if OutlierFactor > zero
         move OutlierCount to PrnRows
         display "Davon Ausreisser:        " PrnRows
       end-if
       if RowsRejected > zero
         display "Abgewiesene Zeilen in "
                 function trim(QuarantineTarget)
       end-if
       display "Abstimmung in fallzahlen-abstimmung.rpt"

       open i-o DistrictFile
       read DistrictFile
       rewrite DistrictRec
       close DistrictFile

       if not PartitionRun
         move zeros to RestartRec
         open output RestartFile
         write RestartRec
         close RestartFile
       end-if.

      *-----------------------------------------------------------------

                 "fallzahlen-dateien.txt entfernt"
       end-if.

      *-----------------------------------------------------------------

       AcquirePartition.
       if InteractiveMode
         display "Bundeslaender fuer den Teillauf (z.B. 01/02): "
                 with no advancing
         accept CmdStateList
       end-if
       move all "N" to PartSelection
       move spaces to PartStateFields, PartStateText
       inspect CmdStateList replacing all "/" by " " all "," by " "
       unstring CmdStateList delimited by all space
         into PartStateField(1), PartStateField(2), PartStateField(3),
              PartStateField(4), PartStateField(5), PartStateField(6),
              PartStateField(7), PartStateField(8), PartStateField(9),
              PartStateField(10), PartStateField(11),
              PartStateField(12), PartStateField(13),
              PartStateField(14), PartStateField(15),
              PartStateField(16)
       end-unstring
       perform varying PartIdx from 1 by 1 until PartIdx > 16
         evaluate true
           when PartStateField(PartIdx)(1:2) numeric
                and PartStateField(PartIdx)(3:1) = space
             move PartStateField(PartIdx)(1:2) to PartLand
           when PartStateField(PartIdx)(1:1) numeric
                and PartStateField(PartIdx)(2:2) = spaces
             move PartStateField(PartIdx)(1:1) to PartLand
           when other
             move zeros to PartLand
         end-evaluate
         if PartLand >= 1 and PartLand <= 16
           move "Y" to PartSelected(PartLand)
         else
           if PartStateField(PartIdx) not = spaces
             display "Ungueltiges Bundesland: "
                     PartStateField(PartIdx)
           end-if
         end-if
       end-perform

       move zeros to PartKey
       move 1 to PartPos
       perform varying PartLand from 1 by 1 until PartLand > 16
         if PartSelected(PartLand) = "Y"
           if PartKey = zero
             move PartLand to PartKey
           else
             string "/" delimited by size
                    into PartStateText with pointer PartPos
             end-string
           end-if
           string PartLand delimited by size
                  into PartStateText with pointer PartPos
           end-string
         end-if
       end-perform

       if PartKey = zero
         display "Abbruch: Teillauf ohne gueltiges Bundesland"
         set PartitionFailed to true
         move "Teillauf ohne gueltiges Bundesland" to StatusReason
       else
         display "Teillauf fuer Bundeslaender "
                 function trim(PartStateText)
       end-if.

      *-----------------------------------------------------------------

      *  Ein Teillauf schreibt Fallzahlen, Durchschnitte, Warnstufen,
      *  Kreise und Quarantaene in eigene Arbeitsdateien; kreise.dat
      *  bleibt bis zur Zusammenfuehrung unveraendert.
       SetPartitionTargets.
       move zeros to PartDistrictCounts
       move PartKey to PartNameKey
       move "D" to PartKind
       perform SetPartFileName
       move PartFileName to DataTarget
       move "A" to PartKind
       perform SetPartFileName
       move PartFileName to AverageTarget
       move "W" to PartKind
       perform SetPartFileName
       move PartFileName to WarnTarget
       move "K" to PartKind
       perform SetPartFileName
       move PartFileName to DistrictTarget
       move "Q" to PartKind
       perform SetPartFileName
       move PartFileName to QuarantineTarget.

      *-----------------------------------------------------------------

       SetPartFileName.
       move spaces to PartFileName
       evaluate PartKind
         when "D"
           string "fallzahlen-teil-" PartNameKey ".dat"
                  delimited by size into PartFileName
           end-string
         when "A"
           string "durchschnitt-teil-" PartNameKey ".dat"
                  delimited by size into PartFileName
           end-string
         when "W"
           string "warnstufe-teil-" PartNameKey ".dat"
                  delimited by size into PartFileName
           end-string
         when "K"
           string "kreise-teil-" PartNameKey ".dat"
                  delimited by size into PartFileName
           end-string
         when other
           string "quarantaene-teil-" PartNameKey ".dat"
                  delimited by size into PartFileName
           end-string
       end-evaluate.

      *-----------------------------------------------------------------

      *  Zeilen anderer Bundeslaender uebergeht ein Teillauf; Zeilen
      *  ohne gueltige Landeskennung prueft der Lauf mit Land 01.
       CheckPartitionRow.
       set RowInPartition to true
       if PartitionRun
         if PartIdText(1:2) numeric
           move PartIdText(1:2) to PartLand
         else
           move zeros to PartLand
         end-if
         if PartLand >= 1 and PartLand <= 16
           if PartSelected(PartLand) not = "Y"
             set RowOutsidePartition to true
           end-if
         else
           if PartSelected(1) not = "Y"
             set RowOutsidePartition to true
           end-if
         end-if
       end-if.

      *-----------------------------------------------------------------

       FinishPartition.
       perform LoadPartCatalogue
       accept PartRunDate from date YYYYMMDD
       accept PartRunTime from time
       perform varying PartLand from 1 by 1 until PartLand > 16
         if PartSelected(PartLand) = "Y"
           move PartLand to Land-PT(PartLand)
           move PartKey to Key-PT(PartLand)
           move WeekId to Week-PT(PartLand)
           move WindowDays to Window-PT(PartLand)
           move PartDistricts(PartLand) to Districts-PT(PartLand)
           move PartRunDate to RunDate-PT(PartLand)
           move PartRunTime(1:6) to RunTime-PT(PartLand)
           move HeaderJoin to Headers-PT(PartLand)
         else
           if Land-PT(PartLand) not = zero
              and Key-PT(PartLand) = PartKey
             display "Hinweis: Teil fuer Land " PartLand
                     " durch diesen Lauf ueberschrieben"
             move zeros to Land-PT(PartLand)
           end-if
         end-if
       end-perform
       perform SavePartCatalogue

       move zeros to PartIdx
       perform varying PartLand from 1 by 1 until PartLand > 16
         if Land-PT(PartLand) not = zero
           add 1 to PartIdx
         end-if
       end-perform
       display "Teillauf abgeschlossen, Bundeslaender erledigt: "
               PartIdx " von 16"
       set RunSucceeded to true
       move spaces to StatusReason
       string "Teillauf erfolgreich: " PartStateText
              delimited by size into StatusReason
       end-string.

      *-----------------------------------------------------------------

       LoadPartCatalogue.
       perform varying PartLand from 1 by 1 until PartLand > 16
         move zeros to Land-PT(PartLand)
       end-perform
       open input PartCatFile
       if PartCatStatusOK
         read PartCatFile
           at end set PartCatStatusEOF to true
         end-read
         perform until PartCatStatusEOF
           if Land-PC >= 1 and Land-PC <= 16
             move PartCatRec to PartCatEntry(Land-PC)
           end-if
           read PartCatFile
             at end set PartCatStatusEOF to true
           end-read
         end-perform
       end-if
       close PartCatFile.

      *-----------------------------------------------------------------

       SavePartCatalogue.
       open output PartCatFile
       perform varying PartLand from 1 by 1 until PartLand > 16
         if Land-PT(PartLand) not = zero
           write PartCatRec from PartCatEntry(PartLand)
         end-if
       end-perform
       close PartCatFile.

      *-----------------------------------------------------------------

      *  Fuehrt die Teillaeufe zu fallzahlen.dat, Durchschnitts-,
      *  Warnstufen-, Kreis- und Quarantaenedatei zusammen. Die Teile
      *  werden je Land in aufsteigender Folge kopiert, so bleibt die
      *  Sortierung nach Kreis und Datum erhalten.
       MergePartitions.
       perform LoadPartCatalogue
       move zeros to PartFirstLand
       move spaces to PartStateText
       move 1 to PartPos
       perform varying PartLand from 1 by 1 until PartLand > 16
         if Land-PT(PartLand) = zero
           set PartitionFailed to true
           string PartLand " " delimited by size
                  into PartStateText with pointer PartPos
           end-string
         else
           if PartFirstLand = zero
             move PartLand to PartFirstLand
           else
             if Week-PT(PartLand) not = Week-PT(PartFirstLand)
                or Headers-PT(PartLand) not = Headers-PT(PartFirstLand)
               set PartWeeksDiffer to true
             end-if
           end-if
         end-if
       end-perform

       evaluate true
         when PartitionFailed
           display "Abbruch: Teillaeufe fehlen fuer Bundeslaender "
                   function trim(PartStateText)
           move spaces to StatusReason
           string "Teillaeufe unvollstaendig, es fehlen: "
                  PartStateText delimited by size into StatusReason
           end-string
         when PartWeeksDiffer
           display "Abbruch: Teillaeufe aus verschiedenen Lieferungen"
           set PartitionFailed to true
           move "Teillaeufe aus verschiedenen Lieferungen"
             to StatusReason
         when other
           perform ProbePartitionFiles
       end-evaluate

       if PartitionOk
         move Week-PT(PartFirstLand) to WeekId
         move Window-PT(PartFirstLand) to WindowDays
         compute WindowFields = WindowDays + 3
         perform ArchiveFiles

         open output DataFile, AverageFile, QuarantineFile
         open output DistrictFile
         move zeros to DistrictCount-D
         move spaces to DistrictCountFiller-D
         write DistrictRec
         move zeros to DistrictWriteCount
         perform varying PartLand from 1 by 1 until PartLand > 16
           move Key-PT(PartLand) to PartNameKey
           move "D" to PartKind
           perform CopyPartition
           move "A" to PartKind
           perform CopyPartition
           move "K" to PartKind
           perform CopyPartition
           if Key-PT(PartLand) = PartLand
             move "Q" to PartKind
             perform CopyPartition
           end-if
         end-perform
         close DataFile, AverageFile, QuarantineFile, DistrictFile

         open i-o DistrictFile
         read DistrictFile
         move DistrictWriteCount to DistrictCount-D
         rewrite DistrictRec
         close DistrictFile

      *  Die Teillaeufe schreiben Warnstufen ohne Kreisnamen; die
      *  Namen kommen aus der eben zusammengefuehrten kreise.dat.
         open output WarnFile
         perform varying PartLand from 1 by 1 until PartLand > 16
           move Key-PT(PartLand) to PartNameKey
           move "W" to PartKind
           perform CopyPartition
         end-perform
         close WarnFile

         open output DateHeadersFile
         write DateHeadersRec from Headers-PT(PartFirstLand)
         close DateHeadersFile

         perform DeletePartitionFiles
         display "Teillaeufe zusammengefuehrt: " DistrictWriteCount
                 " Kreise, Woche " WeekId
         perform BuildFileList
         perform ReconcileCounts
         set LoadPerformed to true
       end-if.

      *-----------------------------------------------------------------

       ProbePartitionFiles.
       perform varying PartLand from 1 by 1
               until PartLand > 16 or PartitionFailed
         move Key-PT(PartLand) to PartNameKey
         perform varying PartPos from 1 by 1
                 until PartPos > 5 or PartitionFailed
           move PartKindList(PartPos:1) to PartKind
           perform SetPartFileName
           open input PartFile
           if not PartStatusOK
             display "Abbruch: Teildatei fehlt: "
                     function trim(PartFileName)
             set PartitionFailed to true
             move spaces to StatusReason
             string "Teildatei fehlt: " PartFileName
                    delimited by size into StatusReason
             end-string
           end-if
           close PartFile
         end-perform
       end-perform.

      *-----------------------------------------------------------------

       CopyPartition.
       perform SetPartFileName
       set PartFirstRecord to true
       open input PartFile
       read PartFile
         at end set PartStatusEOF to true
       end-read
       perform until PartStatusEOF
         evaluate true
           when PartKind = "Q"
             write QuarantineRec from PartRec
           when PartRec(1:2) not = PartLand
             continue
           when PartKind = "D"
             write DataRec from PartRec(1:19)
           when PartKind = "A"
             write AverageRec from PartRec(1:19)
           when PartKind = "W"
             move PartRec(1:57) to WarnRec
             call "Corona-Districts"
                  using by content DistrictId-WN
                  by reference DistrictName
             move DistrictName to DistrictName-WN
             write WarnRec
           when PartKind = "K" and not PartFirstRecord
             write DistrictRec from PartRec(1:45)
             add 1 to DistrictWriteCount
         end-evaluate
         move "N" to PartFirstState
         read PartFile
           at end set PartStatusEOF to true
         end-read
       end-perform
       close PartFile.

      *-----------------------------------------------------------------

       DeletePartitionFiles.
       perform varying PartLand from 1 by 1 until PartLand > 16
         move Key-PT(PartLand) to PartNameKey
         perform varying PartPos from 1 by 1 until PartPos > 5
           move PartKindList(PartPos:1) to PartKind
           perform SetPartFileName
           call "CBL_DELETE_FILE" using PartFileName
           end-call
         end-perform
       end-perform
       call "CBL_DELETE_FILE" using "fallzahlen-teile.dat"
       end-call.

      *-----------------------------------------------------------------

       LoadOneCsvFile.
       move zeros to ControlActual
       move 99999999 to ActualFrom
       move RowsRead to ControlRowsStart
       move RowsAccepted to ControlAcceptedStart
       move RowsRejected to ControlRejectedStart
       open input CsvFile
       if not CsvStatusOK
         display "Lieferdatei nicht lesbar: "
             perform varying Idx from 1 by 1 until Idx > WindowDays
               move RawField(3 + Idx)(1:10) to DateHeaders(Idx)
             end-perform
             compute ActualFrom =
                     Year-H(1) * 10000 + Month-H(1) * 100 + Day-H(1)
             compute ActualTo =
                     Year-H(WindowDays) * 10000
                     + Month-H(WindowDays) * 100 + Day-H(WindowDays)

             if FileIdx = 1
               perform ValidateDateHeaders
           end-if
         end-if
         close CsvFile
         if DateHeadersValid and DeliveryValid
           perform ReconcileControlTotals
         end-if
       end-if.

      *-----------------------------------------------------------------

      *  Vergleicht Zeilenzahl (uebernommen und abgewiesen), Summe
      *  aller Fallzahlen und Datumsbereich der Lieferdatei mit der
      *  Kontrolldatei des Absenders, sofern eine vorliegt.
       ReconcileControlTotals.
       compute ActualRows = RowsRead - ControlRowsStart
       compute ControlAccepted = RowsAccepted - ControlAcceptedStart
       compute ControlRejected = RowsRejected - ControlRejectedStart
       if ActualFrom = 99999999
         move zeros to ActualFrom
       end-if

       move spaces to ControlBaseName, ControlFileName
       unstring CsvFileName delimited by ".csv" or ".CSV" or space
         into ControlBaseName
       end-unstring
       string ControlBaseName delimited by space
              ".ktl" delimited by size
              into ControlFileName
       end-string

       move zeros to ControlTarget
       move "N" to ControlFileState
       move "KEINE KONTROLLDATEI" to ControlResult
       open input ControlFile
       if ControlStatusOK
         perform ReadControlFile
       end-if
       close ControlFile

       if ControlFilePresent
         if ControlTarget = ControlActual and ControlResult = spaces
           move "STIMMT" to ControlResult
         else
           set ControlTotalsMismatch to true
           if ControlResult = spaces
             move "ABWEICHUNG" to ControlResult
           end-if
           display "Abbruch: Lieferdatei " function trim(CsvFileName)
                   " stimmt nicht mit "
                   function trim(ControlFileName) " ueberein"
         end-if
       end-if
       perform WriteReconSection.

      *-----------------------------------------------------------------

       ReadControlFile.
       read ControlFile
         at end set ControlStatusEOF to true
       end-read
       perform until ControlStatusEOF or ControlFilePresent
         if ControlRec not = spaces
           move spaces to ControlFields
           unstring ControlRec delimited by ";" or ","
             into ControlField(1), ControlField(2),
                  ControlField(3), ControlField(4)
           end-unstring
           if function test-numval(ControlField(1)) = zero
             set ControlFilePresent to true
             move spaces to ControlResult
             perform ParseControlFields
           end-if
         end-if
         read ControlFile
           at end set ControlStatusEOF to true
         end-read
       end-perform.

      *-----------------------------------------------------------------

       ParseControlFields.
       move function numval(ControlField(1)) to TargetRows
       if function test-numval(ControlField(2)) = zero
         move function numval(ControlField(2)) to TargetSum
       else
         move "KONTROLLDATEI FEHLERHAFT" to ControlResult
       end-if
       move ControlField(3) to ControlDate
       perform ParseControlDate
       move ControlDateValue to TargetFrom
       move ControlField(4) to ControlDate
       perform ParseControlDate
       move ControlDateValue to TargetTo.

      *-----------------------------------------------------------------

      *  Datum der Kontrolldatei als JJJJMMTT oder TT.MM.JJJJ
       ParseControlDate.
       move function trim(ControlDate) to ControlDate
       move zeros to ControlDateValue
       evaluate true
         when ControlDate(1:8) numeric and ControlDate(9:12) = spaces
           move ControlDate(1:8) to ControlDateValue
         when ControlDate(1:2) numeric and ControlDate(3:1) = "."
              and ControlDate(4:2) numeric and ControlDate(6:1) = "."
              and ControlDate(7:4) numeric
              and ControlDate(11:10) = spaces
           string ControlDate(7:4) ControlDate(4:2) ControlDate(1:2)
                  delimited by size into ControlDateValue
           end-string
         when other
           move "KONTROLLDATEI FEHLERHAFT" to ControlResult
       end-evaluate.

      *-----------------------------------------------------------------

      *  Summe und Datumsbereich einer Datenzeile, unabhaengig davon,
      *  ob die Zeile uebernommen oder abgewiesen wird
       AddControlValues.
       if QuarFormat = "L"
         if FieldCount >= 4
           move RawField(4) to NumField
           perform CheckNumericField
           if NumOk
             add NumValue to ActualSum
           end-if
           move RawField(3)(1:10) to LongDateText
           if LongDay numeric and LongMonth numeric
              and LongYear numeric
             compute ControlDateValue =
                     LongYear * 10000 + LongMonth * 100 + LongDay
             if ControlDateValue < ActualFrom
               move ControlDateValue to ActualFrom
             end-if
             if ControlDateValue > ActualTo
               move ControlDateValue to ActualTo
             end-if
           end-if
         end-if
       else
         perform varying ControlIdx from 1 by 1
                 until ControlIdx > WindowDays
                       or 3 + ControlIdx > FieldCount
           move RawField(3 + ControlIdx) to NumField
           perform CheckNumericField
           if NumOk
             add NumValue to ActualSum
           end-if
         end-perform
       end-if.

      *-----------------------------------------------------------------

       WriteReconSection.
       move spaces to ReconRec
       write ReconRec
       string "Datei: " function trim(CsvFileName)
              "   Kontrolldatei: " function trim(ControlFileName)
              delimited by size into ReconRec
       end-string
       write ReconRec
       move "                        Soll         Ist" to ReconRec
       write ReconRec
       move TargetRows to PrnTarget
       move ActualRows to PrnActual
       perform WriteReconLine
       move "  Zeilen" to ReconRec(1:14)
       write ReconRec
       move TargetSum to PrnTarget
       move ActualSum to PrnActual
       perform WriteReconLine
       move "  Fallsumme" to ReconRec(1:14)
       write ReconRec
       move TargetFrom to PrnTarget
       move ActualFrom to PrnActual
       perform WriteReconLine
       move "  Von" to ReconRec(1:14)
       write ReconRec
       move TargetTo to PrnTarget
       move ActualTo to PrnActual
       perform WriteReconLine
       move "  Bis" to ReconRec(1:14)
       write ReconRec
       move spaces to ReconRec
       move ControlAccepted to PrnReconRows
       string "  davon uebernommen: " PrnReconRows
              delimited by size into ReconRec
       end-string
       move ControlRejected to PrnReconRows
       string "   abgewiesen: " PrnReconRows
              delimited by size into ReconRec(27:30)
       end-string
       write ReconRec
       move spaces to ReconRec
       string "  Ergebnis: " ControlResult
              delimited by size into ReconRec
       end-string
       write ReconRec.

      *-----------------------------------------------------------------

       WriteReconLine.
       move spaces to ReconRec
       if ControlFilePresent
         move PrnTarget to ReconRec(18:11)
       else
         move "          -" to ReconRec(18:11)
       end-if
       move PrnActual to ReconRec(30:11).

      *-----------------------------------------------------------------

       StoreFirstHeaders.
                into HeaderJoin
                with pointer JoinPos
       end-perform
       if not PartitionRun
         open output DateHeadersFile
         write DateHeadersRec from HeaderJoin
         close DateHeadersFile
       end-if
       perform varying Idx from 1 by 1
               until Idx > WindowDays
         move Day-H(Idx) to Day-H1(Idx)
       perform until EndOf-CSV or DeliveryInvalid
         add 1 to RowsRead
         perform ParseCsvRow
         perform AddControlValues
         move RawField(2)(1:5) to PartIdText
         perform CheckPartitionRow
         if RowOutsidePartition
           add 1 to RowsSkipped
         else
           perform ValidateLongRow
           if RowValid
             perform CheckLongOutlier
           end-if
           if RowValid
             perform CheckSeenLongDistrict
           end-if
           if not RowValid
             add 1 to RowsRejected
             perform WriteQuarantine
           else
             if DeliveryValid
               add 1 to RowsAccepted
               add 1 to FileRows-F(FileIdx)
               move RawField(2)(1:5) to DistrictId
               move DistrictId to DistrictId-WF
               move LongDay to Day-WF
               move LongMonth to Month-WF
               move LongYear to Year-WF
               move NumValue to Cases-WF
               release WorkRec
             end-if
           end-if
         end-if
         perform ReadCsvFile
         end-if
       end-if

       if RowValid and PartitionRun
          and (RawField(2)(1:2) < "01" or RawField(2)(1:2) > "16")
         move "LAND UNGUELTIG" to QuarReason
         move "N" to RowState
       end-if

       if RowValid and KnownDistrictCount > zero
         move RawField(2)(1:5) to DistrictId
         perform CheckKnownDistrict
           end-if
         else
           write DistrictRec
           if not PartitionRun
             move DistrictId to RestartRec
             open output RestartFile
             write RestartRec
             close RestartFile
           end-if
         end-if
         add 1 to DistrictWriteCount
       end-if.
       perform until EndOf-CSV or DeliveryInvalid
         add 1 to RowsRead
         perform ParseCsvRow
         perform AddControlValues
         move RawField(3)(1:5) to PartIdText
         perform CheckPartitionRow
         if RowOutsidePartition
           add 1 to RowsSkipped
         else
           perform ValidateCsvRow
           if RowValid
             perform CheckRowOutlier
           end-if
           if RowValid
             perform CheckSeenDistrict
           end-if
           if not RowValid
             add 1 to RowsRejected
             perform WriteQuarantine
           else
             if DeliveryValid
               add 1 to RowsAccepted
               add 1 to FileRows-F(FileIdx)
               move RawField(2) to DistrictName
               move RawField(3)(1:5) to DistrictId

               move DistrictId to DistrictId-D, DistrictId-WF
               move DistrictName to DistrictName-D

               if SkippingRecords
                 if DistrictId = LastCheckpointId
                   move "N" to SkipSwitch
                 end-if
               else
                 write DistrictRec
                 if not PartitionRun
                   move DistrictId to RestartRec
                   open output RestartFile
                   write RestartRec
                   close RestartFile
                 end-if
               end-if
               add 1 to DistrictWriteCount

               perform varying Idx from 1 by 1 until Idx > WindowDays
                 move Day-H(Idx) to Day-WF
                 move Month-H(Idx) to Month-WF
                 move Year-H(Idx) to Year-WF
                 move Cases(Idx) to Cases-WF
                 release WorkRec
               end-perform
             end-if
           end-if
         end-if

         end-if
       end-if

       if RowValid and PartitionRun
          and (RawField(3)(1:2) < "01" or RawField(3)(1:2) > "16")
         move "LAND UNGUELTIG" to QuarReason
         move "N" to RowState
       end-if

       if RowValid and KnownDistrictCount > zero
         move RawField(3)(1:5) to DistrictId
         perform CheckKnownDistrict
       if RefDistrict not = DistrictId
         move DistrictId to RefDistrict
         move zeros to RefRing, RefPos, RefCount, RefAvg
         move DistrictId to DistrictId-HR
         move zeros to Date-HR
         call "Corona-HistLesen" using by content "S"
                                       by reference HistRefRec
                                       by reference HistRefStatus
         if HistRefStatusOK
           call "Corona-HistLesen" using by content "N"
                                         by reference HistRefRec
                                         by reference HistRefStatus
           perform until HistRefStatusEOF
                         or DistrictId-HR not = DistrictId
             add 1 to RefPos
             if RefPos > 14
               move 1 to RefPos
             end-if
             move Cases-HR to RefValue(RefPos)
             if RefCount < 14
               add 1 to RefCount
             end-if
             call "Corona-HistLesen" using by content "N"
                                           by reference HistRefRec
                                           by reference HistRefStatus
           end-perform
         end-if
         move spaces to HistRefStatus
         if RefCount > zero
           move zeros to RefSum
           perform varying RefIdx from 1 by 1
      *-----------------------------------------------------------------

       OutputProc.
       if ControlTotalsMismatch
         display "Kontrollsummen abweichend: Fallzahlen und " &
                 "Historie werden nicht fortgeschrieben"
       else
         perform WriteOutputFiles
       end-if.

      *-----------------------------------------------------------------

       WriteOutputFiles.
       open output DataFile
       open output AverageFile
       open output WarnFile
       open i-o HistStoreFile
       open i-o VersionFile
       perform LoadClosedYears
       accept VersionStampDate from date YYYYMMDD
       accept VersionStampTime from time

       return WorkFile
         at end set EndOf-WF to true
         move PrevDate to Date-AF
         divide DistrictTotal by WindowDays giving Cases-AF rounded
         write AverageRec
         if PartitionRun
           move StateId-AF to PartLand
           if PartLand >= 1 and PartLand <= 16
             add 1 to PartDistricts(PartLand)
           end-if
         end-if

         if Cases-AF > WarnThreshold
           if PartitionRun
             move spaces to DistrictName
           else
             call "Corona-Districts"
                  using by content PrevDistrictId
                  by reference DistrictName
           end-if
           move PrevDistrictId to DistrictId-WN
           move DistrictName to DistrictName-WN
           move Cases-AF to Cases-WN
           perform ComputeOutbreakShare
           move OutbreakPct to OutbreakPct-WN
           write WarnRec
         end-if
       end-perform

       if YearHistReady
         close YearHistFile
       end-if
       move zeros to YearHistOpenYear
       move "N" to YearHistReadyState
       close DataFile, AverageFile, WarnFile, HistStoreFile,
             VersionFile.

      *-----------------------------------------------------------------

      *  Anteil der Faelle offener Ausbrueche (ausbrueche.dat) an den
      *  Faellen des Fensters, hoechstens 100 %.
       ComputeOutbreakShare.
       call "Corona-Ausbruchsfaelle"
            using by content PrevDistrictId
            by reference OutbreakCases
            by reference OutbreakCount
       move zero to OutbreakPct
       if OutbreakCount > zero
         if DistrictTotal = zero
           move 100 to OutbreakPct
         else
           compute OutbreakPct rounded =
                   OutbreakCases * 100 / DistrictTotal
             on size error move 100 to OutbreakPct
           end-compute
           if OutbreakPct > 100
             move 100 to OutbreakPct
           end-if
         end-if
       end-if.

      *-----------------------------------------------------------------

      *  Ein geschaetzter Tageswert wird von der echten Lieferung
      *  ersetzt; er gilt nicht als Altbestand.
       StoreHistory.
       move DistrictId-WF to DistrictId-FH
       move Year-WF to Year-FH
       move Month-WF to Month-FH
       move Day-WF to Day-FH
       move Cases-WF to NewCases
       perform CheckClosedYear
       if InClosedYear
         perform StoreYearHistory
       else
         read HistStoreFile
           key is HistKey-FH
           invalid key
             move NewCases to Cases-FH
             move space to Imputed-FH
             write HistStoreRec
               invalid key
                 display "Fehler Historie: " HistStoreStatus
             end-write
             perform StoreVersion
           not invalid key
             evaluate true
               when ImputedValue-FH
                 move NewCases to Cases-FH
                 move space to Imputed-FH
                 rewrite HistStoreRec
                   invalid key
                     display "Fehler Historie: " HistStoreStatus
                 end-rewrite
                 perform StoreVersion
               when Cases-FH not = NewCases
                 move Cases-FH to OldCases
                 perform StoreOldStock
                 move NewCases to Cases-FH
                 rewrite HistStoreRec
                   invalid key
                     display "Fehler Historie: " HistStoreStatus
                 end-rewrite
                 perform StoreVersion
             end-evaluate
         end-read
       end-if.

      *-----------------------------------------------------------------

      *  Die Jahresdatei bleibt offen, solange Saetze desselben Jahres
      *  folgen.
       StoreYearHistory.
       if Year-FH not = YearHistOpenYear
         if YearHistReady
           close YearHistFile
         end-if
         move Year-FH to YearHistOpenYear
         move spaces to YearHistName
         string "fallzahlen-historie-" Year-FH ".dat"
                delimited by size into YearHistName
         end-string
         move "N" to YearHistReadyState
         open i-o YearHistFile
         if YearHistStatusOK
           set YearHistReady to true
         else
           display "Fehler Historie: " function trim(YearHistName)
                   " nicht nutzbar (" YearHistStatus ")"
         end-if
       end-if
       if YearHistReady
         move HistKey-FH to HistKey-FJ
         read YearHistFile
           key is HistKey-FJ
           invalid key
             move NewCases to Cases-FJ
             move space to Imputed-FJ
             write YearHistRec
               invalid key
                 display "Fehler Historie: " YearHistStatus
             end-write
             perform StoreVersion
           not invalid key
             evaluate true
               when ImputedValue-FJ
                 move NewCases to Cases-FJ
                 move space to Imputed-FJ
                 rewrite YearHistRec
                   invalid key
                     display "Fehler Historie: " YearHistStatus
                 end-rewrite
                 perform StoreVersion
               when Cases-FJ not = NewCases
                 move Cases-FJ to OldCases
                 perform StoreOldStock
                 move NewCases to Cases-FJ
                 rewrite YearHistRec
                   invalid key
                     display "Fehler Historie: " YearHistStatus
                 end-rewrite
                 perform StoreVersion
             end-evaluate
         end-read
       end-if.

      *-----------------------------------------------------------------

       CheckClosedYear.
       move "N" to ClosedYearState
       perform varying ClosedYearIdx from 1 by 1
               until ClosedYearIdx > ClosedYearCount or InClosedYear
         if ClosedYear-T(ClosedYearIdx) = Year-FH
           set InClosedYear to true
         end-if
       end-perform.

      *-----------------------------------------------------------------

       LoadClosedYears.
       move zero to ClosedYearCount
       open input YearCatFile
       if YearCatStatusOK
         read YearCatFile
           at end set YearCatStatusEOF to true
         end-read
         perform until YearCatStatusEOF or ClosedYearCount >= 50
           add 1 to ClosedYearCount
           move Year-HJ to ClosedYear-T(ClosedYearCount)
           read YearCatFile
             at end set YearCatStatusEOF to true
           end-read
         end-perform
         close YearCatFile
       end-if.

      *-----------------------------------------------------------------

      *  Ein Wert, der schon vor der Wertstandsfuehrung im Bestand
      *  war, wird vor seiner ersten Aenderung als Altbestand (ohne
      *  Lieferdatum) festgehalten, damit er nicht als Erstmeldung
      *  der spaeteren Lieferung erscheint.
       StoreOldStock.
       move "N" to VersionFoundState
       move DistrictId-FH to DistrictId-FV
       move Date-FH to Date-FV
       move zeros to DeliveryDate-FV, DeliveryTime-FV
       start VersionFile key is greater than or equal to VerKey-FV
         invalid key continue
       end-start
       if VersionStatusOK
         read VersionFile next record
           at end continue
         end-read
         if VersionStatusOK and DistrictId-FV = DistrictId-FH
            and Date-FV = Date-FH
           set VersionFound to true
         end-if
       end-if
       if not VersionFound
         move DistrictId-FH to DistrictId-FV
         move Date-FH to Date-FV
         move zeros to DeliveryDate-FV, DeliveryTime-FV
         move OldCases to Cases-FV
         set SourceOldStock-FV to true
         write VersionRec
           invalid key
             display "Fehler Wertstaende: " VersionStatus
         end-write
       end-if.

      *-----------------------------------------------------------------

       StoreVersion.
       move DistrictId-FH to DistrictId-FV
       move Date-FH to Date-FV
       move VersionStampDate to DeliveryDate-FV
       move VersionStampTime(1:6) to DeliveryTime-FV
       move NewCases to Cases-FV
       set SourceDelivery-FV to true
       write VersionRec
         invalid key
           read VersionFile
             key is VerKey-FV
             invalid key continue
           end-read
           move NewCases to Cases-FV
           rewrite VersionRec
             invalid key
               display "Fehler Wertstaende: " VersionStatus
           end-rewrite
       end-write.
