       identification division.
       program-id. Corona-Warnbrief.
       author. Andreas Suhre.

      *=================================================================
      *  Benachrichtigung der Gesundheitsaemter: fuer jeden Kreis in
      *  warnstufe.dat, der seit dem vorigen Lauf neu ueber der
      *  Warnschwelle liegt, wird ueber die Zuordnung Kreis-ID ->
      *  Adressbuch-Eintrag (gesundheitsamt.dat) ein Brief nach einer
      *  Serienbrief-Vorlage aus briefvorlagen.dat geschrieben
      *  (warnbriefe.txt) und in serienbrief-protokoll.dat
      *  eingetragen. Die laufenden Warnphasen je Kreis stehen mit
      *  ihrem Beginn in warnstufe-episoden.dat; ein Amt, das seit
      *  Beginn der Phase schon mit dieser Vorlage angeschrieben
      *  wurde, bekommt keinen weiteren Brief. Kontaktsperren fuer
      *  den Kanal Brief und Unzustellbar-Vermerke gelten wie beim
      *  Serienbrief. Ergebnis je Kreis in warnbrief.rpt.
      *
      *  Aufruf: Corona-Warnbrief [Schwelle]  (sonst WARNSCHWELLE)
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select optional WarnFile assign to "warnstufe.dat"
              organization is line sequential
              file status is WarnStatus.
       select optional EpisodeFile assign to "warnstufe-episoden.dat"
              organization is line sequential
              file status is EpisodeStatus.
       select optional OfficeMapFile assign to "gesundheitsamt.dat"
              organization is line sequential
              file status is OfficeMapStatus.
       select optional DataFile assign to "addressbook.dat"
              organization is indexed
              access mode is dynamic
              record key is Name-D
              alternate record key is Location-D with duplicates
              alternate record key is Plz-Location-D with duplicates
              alternate record key is Phone-D with duplicates
              file status is FileStatus.
       select optional TemplateCatFile assign to "briefvorlagen.dat"
              organization is line sequential
              file status is TemplateCatStatus.
       select optional TemplateFile assign to TemplateFileName
              organization is line sequential
              file status is TemplateStatus.
       select LetterFile assign to "warnbriefe.txt"
              organization is line sequential.
       select optional LetterLogFile
              assign to "serienbrief-protokoll.dat"
              organization is line sequential
              file status is LetterLogStatus.
       select optional BlockFile assign to "kontaktsperren.dat"
              organization is line sequential
              file status is BlockStatus.
       select optional UndelivFile assign to "unzustellbar.dat"
              organization is line sequential
              file status is UndelivStatus.
       select RptFile assign to "warnbrief.rpt"
              organization is line sequential.
       select LaufProtokollFile assign to "lauf.log"
              organization is line sequential.

      *=================================================================

       data division.
       file section.
       fd WarnFile.
       01 WarnRec.
          02 DistrictId-WN pic 9(5).
          02 FILLER pic X.
          02 DistrictName-WN pic X(40).
          02 FILLER pic X.
          02 Cases-WN pic Z(5)9.
          02 FILLER pic X.
          02 OutbreakPct-WN pic ZZ9.

       fd EpisodeFile.
       01 EpisodeRec.
          02 DistrictId-EP pic 9(5).
          02 StartDate-EP pic 9(8).

       fd OfficeMapFile.
       01 OfficeMapRec.
          02 DistrictId-GA pic 9(5).
          02 OfficeName-GA pic X(50).

       fd DataFile.
       copy adressrec replacing AddressRec by DataRec
                                ==:tag:== by ==D==.

       fd TemplateCatFile.
       01 TplCatRec.
          02 TplId-TC   pic X(10).
          02 TplFile-TC pic X(40).
          02 TplDesc-TC pic X(30).

       fd TemplateFile.
       01 TemplateRec pic X(80).

       fd LetterFile.
       01 LetterRec pic X(80).

       fd LetterLogFile.
       copy briefprot replacing ==:tag:== by ==P==.

       fd BlockFile.
       copy sperrrec replacing ==:tag:== by ==Q==.

       fd UndelivFile.
       copy unzustrec replacing ==:tag:== by ==X==.

       fd RptFile.
       01 RptRec pic X(100).

       fd LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 FileStatus pic XX value spaces.
          88 FileStatusOK value "00".
       01 DataFileState pic X value "N".
          88 DataFileReady value "Y".

       01 WarnStatus pic XX value spaces.
          88 WarnStatusOK  value "00".
          88 WarnStatusEOF value "10".
       01 EpisodeStatus pic XX value spaces.
          88 EpisodeStatusOK  value "00".
          88 EpisodeStatusEOF value "10".
       01 OfficeMapStatus pic XX value spaces.
          88 OfficeMapStatusOK  value "00".
          88 OfficeMapStatusEOF value "10".
       01 TemplateCatStatus pic XX value spaces.
          88 TemplateCatStatusOK  value "00".
          88 TemplateCatStatusEOF value "10".
       01 TemplateStatus pic XX value spaces.
          88 TemplateStatusOK  value "00".
          88 TemplateStatusEOF value "10".
       01 LetterLogStatus pic XX value spaces.
          88 LetterLogStatusOK  value "00".
          88 LetterLogStatusEOF value "10".
       01 BlockStatus pic XX value spaces.
          88 BlockStatusOK  value "00".
          88 BlockStatusEOF value "10".
       01 UndelivStatus pic XX value spaces.
          88 UndelivStatusOK  value "00".
          88 UndelivStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 KonfigKey pic X(20).
       01 KonfigValue pic X(40).
       01 KonfigFound pic X value "N".
          88 KonfigValueFound value "Y".

       01 CommandLine pic X(80).
       01 CmdThresholdX pic X(10).
       01 Threshold pic 9(6) value zeros.
       01 TodayNum pic 9(8).
       01 SenderValue pic X(40) value spaces.
       01 LetterUser pic X(8) value "CORONA".

      *  Warnphasen des vorigen Laufs und des aktuellen Laufs
       01 PrevEpMax pic 9(4) value zero.
       01 PrevEpTable.
          02 PrevEpEntry occurs 1000 times.
             03 PrevEpId    pic 9(5).
             03 PrevEpStart pic 9(8).
       01 PrevEpIdx pic 9(4).
       01 CurrEpMax pic 9(4) value zero.
       01 CurrEpTable.
          02 CurrEpEntry occurs 1000 times.
             03 CurrEpId    pic 9(5).
             03 CurrEpStart pic 9(8).
       01 EpisodeStart pic 9(8).
       01 EpisodeState pic X value "N".
          88 EpisodeNew value "Y".

       01 OfficeMax pic 9(4) value zero.
       01 OfficeTable.
          02 OfficeEntry occurs 1000 times.
             03 OfficeDistrict pic 9(5).
             03 OfficeName     pic X(50).
       01 OfficeIdx pic 9(4).
       01 OfficeState pic X value "N".
          88 OfficeMapped value "Y".
       01 CurrOffice pic X(50).

      *  Protokollierte Briefe mit der Warnstufen-Vorlage
       01 SentMax pic 9(4) value zero.
       01 SentTable.
          02 SentEntry occurs 2000 times.
             03 SentName pic X(50).
             03 SentDate pic X(8).
       01 SentIdx pic 9(4).
       01 SentState pic X value "N".
          88 AlreadyNotified value "Y".

       01 BlockMax pic 9(4) value zero.
       01 BlockTable.
          02 BlockName-T occurs 2000 times pic X(50).
       01 BlockIdx pic 9(4).
       01 BlockState pic X value "N".
          88 ContactBlocked value "Y".

       01 UndMax pic 9(4) value zero.
       01 UndTable.
          02 UndEntry occurs 500 times.
             03 UndTabName     pic X(50).
             03 UndTabStreet   pic X(50).
             03 UndTabPlz      pic X(5).
             03 UndTabLocation pic X(50).
       01 UndIdx pic 9(4).
       01 UndelivState pic X value "N".
          88 AddressUndeliverable value "Y".

       01 ChosenTplId pic X(10) value "WARNSTUFE".
       01 TemplateFileName pic X(40) value spaces.
       01 TemplateTable.
          02 TemplateLine occurs 100 times pic X(80).
       01 TemplateCount pic 999 value zero.
       01 TemplateIdx pic 999.

       01 MergeLine pic X(80).
       01 MergeWork pic X(80).
       01 MergeDateText pic X(10).
       01 PlaceholderText pic X(14).
       01 PlaceholderLen pic 99.
       01 ReplaceValue pic X(60).
       01 ScanCount pic 999.
       01 RestPos pic 999.
       01 MergePos pic 999.

       01 DistrictName pic X(40).
       01 WarnCases pic 9(6).
       01 PrnAverage pic Z(5)9.
       01 PrnThreshold pic Z(5)9.
       01 PrnStart.
          02 PrnStartDay pic 99.
          02 FILLER pic X value ".".
          02 PrnStartMonth pic 99.
          02 FILLER pic X value ".".
          02 PrnStartYear pic 9999.
       01 StartParts.
          02 StartYear pic 9999.
          02 StartMonth pic 99.
          02 StartDay pic 99.
       01 ResultText pic X(36).

       01 LetterCount pic 9(5) value zero.
       01 SkippedCount pic 9(5) value zero.
       01 MissingCount pic 9(5) value zero.
       01 PrnCount pic Z(4)9.

      *=================================================================

       procedure division.

       move "CORONA-WARNBRIEF" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time
       accept TodayNum from date YYYYMMDD
       move spaces to MergeDateText
       string TodayNum(7:2) "." TodayNum(5:2) "." TodayNum(1:4)
              delimited by size into MergeDateText
       end-string

       perform ReadConfig
       accept CommandLine from command-line
       if CommandLine not = spaces
         unstring CommandLine delimited by space into CmdThresholdX
         if function test-numval(CmdThresholdX) = zero
           move function numval(CmdThresholdX) to Threshold
         end-if
       end-if
       move Threshold to PrnThreshold

       perform LoadTemplate
       if TemplateCount = zero
         display "Vorlage " function trim(ChosenTplId)
                 " nicht gefunden oder leer"
         set RunFailed to true
       else
         open input WarnFile
         if not WarnStatusOK
           close WarnFile
           display "warnstufe.dat nicht vorhanden"
           set RunFailed to true
         else
           perform LoadEpisodes
           perform LoadOfficeMap
           perform LoadSentLetters
           perform LoadLetterBlocks
           perform LoadUndelivTable
           open input DataFile
           if FileStatusOK
             set DataFileReady to true
           else
             close DataFile
             display "addressbook.dat nicht lesbar: " FileStatus
           end-if
           open output LetterFile
           open extend LetterLogFile
           open output RptFile
           perform WriteRptHeading
           read WarnFile
             at end set WarnStatusEOF to true
           end-read
           perform until WarnStatusEOF
             perform ProcessWarnDistrict
             read WarnFile
               at end set WarnStatusEOF to true
             end-read
           end-perform
           close WarnFile, LetterFile, LetterLogFile, RptFile
           if DataFileReady
             close DataFile
           end-if
           perform SaveEpisodes
           move LetterCount to PrnCount
           display "Briefe an Gesundheitsaemter: " PrnCount
           move SkippedCount to PrnCount
           display "Bereits benachrichtigt:      " PrnCount
           move MissingCount to PrnCount
           display "Ohne Brief (siehe Bericht):  " PrnCount
           display "Dateien warnbriefe.txt und warnbrief.rpt "
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

       ReadConfig.
       move "WARNSCHWELLE" to KonfigKey
       perform KonfigLookup
       if KonfigValueFound
         move function numval(KonfigValue) to Threshold
       end-if
       move "ABSENDER" to KonfigKey
       perform KonfigLookup
       if KonfigValueFound
         move KonfigValue to SenderValue
       end-if
       move "WARNVORLAGE" to KonfigKey
       perform KonfigLookup
       if KonfigValueFound
         move KonfigValue(1:10) to ChosenTplId
       end-if
       .

      *-----------------------------------------------------------------

       KonfigLookup.
       move spaces to KonfigValue
       call "Konfig"
            using by content KonfigKey
            by reference KonfigValue
            by reference KonfigFound
       .

      *-----------------------------------------------------------------

      *  Je Kreis der Warnstufe: Warnphase fortschreiben, Amt
      *  ermitteln und hoechstens einen Brief je Amt und Phase
      *  schreiben.
       ProcessWarnDistrict.
       move DistrictName-WN to DistrictName
       move function numval(Cases-WN) to WarnCases
       move WarnCases to PrnAverage
       perform FindEpisode
       if CurrEpMax < 1000
         add 1 to CurrEpMax
         move DistrictId-WN to CurrEpId(CurrEpMax)
         move EpisodeStart to CurrEpStart(CurrEpMax)
       end-if

       perform FindOffice
       evaluate true
         when not OfficeMapped
           move "kein Gesundheitsamt zugeordnet" to ResultText
           add 1 to MissingCount
         when other
           perform CheckNotified
           if AlreadyNotified
             move "bereits benachrichtigt" to ResultText
             add 1 to SkippedCount
           else
             perform ReadOffice
           end-if
       end-evaluate
       perform WriteRptLine
       .

      *-----------------------------------------------------------------

       ReadOffice.
       move "N" to BlockState, UndelivState
       if not DataFileReady
         move "Adressbuch nicht lesbar" to ResultText
         add 1 to MissingCount
       else
         move CurrOffice to Name-D
         read DataFile
           key is Name-D
           invalid key
             move "Amt nicht im Adressbuch" to ResultText
             add 1 to MissingCount
           not invalid key
             perform CheckLetterBlock
             perform CheckUndeliverable
             evaluate true
               when not EntryActive-D
                 move "Amt im Adressbuch geloescht" to ResultText
                 add 1 to MissingCount
               when ContactBlocked
                 move "Kontaktsperre Brief" to ResultText
                 add 1 to MissingCount
               when AddressUndeliverable
                 move "Anschrift unzustellbar" to ResultText
                 add 1 to MissingCount
               when other
                 perform WriteLetter
                 move "Brief geschrieben" to ResultText
             end-evaluate
         end-read
       end-if
       .

      *-----------------------------------------------------------------

      *  Ein Kreis, der schon im vorigen Lauf in der Warnstufe war,
      *  behaelt den Beginn seiner Warnphase; sonst beginnt heute
      *  eine neue Phase.
       FindEpisode.
       move "Y" to EpisodeState
       move TodayNum to EpisodeStart
       perform varying PrevEpIdx from 1 by 1
               until PrevEpIdx > PrevEpMax or not EpisodeNew
         if PrevEpId(PrevEpIdx) = DistrictId-WN
           move "N" to EpisodeState
           move PrevEpStart(PrevEpIdx) to EpisodeStart
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       FindOffice.
       move "N" to OfficeState
       move spaces to CurrOffice
       perform varying OfficeIdx from 1 by 1
               until OfficeIdx > OfficeMax or OfficeMapped
         if OfficeDistrict(OfficeIdx) = DistrictId-WN
           set OfficeMapped to true
           move OfficeName(OfficeIdx) to CurrOffice
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       CheckNotified.
       move "N" to SentState
       perform varying SentIdx from 1 by 1
               until SentIdx > SentMax or AlreadyNotified
         if SentName(SentIdx) = CurrOffice
            and SentDate(SentIdx) >= EpisodeStart
           set AlreadyNotified to true
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       CheckLetterBlock.
       move "N" to BlockState
       perform varying BlockIdx from 1 by 1
               until BlockIdx > BlockMax or ContactBlocked
         if BlockName-T(BlockIdx) = Name-D
           set ContactBlocked to true
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       CheckUndeliverable.
       move "N" to UndelivState
       perform varying UndIdx from 1 by 1
               until UndIdx > UndMax or AddressUndeliverable
         if UndTabName(UndIdx) = Name-D
           and UndTabStreet(UndIdx) = Street-D
           and UndTabPlz(UndIdx) = Plz-D
           and UndTabLocation(UndIdx) = Location-D
           set AddressUndeliverable to true
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       WriteLetter.
       if LetterCount > zero
         move spaces to LetterRec
         write LetterRec after advancing page
       end-if
       add 1 to LetterCount
       perform varying TemplateIdx from 1 by 1
               until TemplateIdx > TemplateCount
         move TemplateLine(TemplateIdx) to MergeLine
         move "<NAME>" to PlaceholderText
         move 6 to PlaceholderLen
         move Name-D to ReplaceValue
         perform ReplacePlaceholder
         move "<FUNKTION>" to PlaceholderText
         move 10 to PlaceholderLen
         move spaces to ReplaceValue
         perform ReplacePlaceholder
         move "<STRASSE>" to PlaceholderText
         move 9 to PlaceholderLen
         move Street-D to ReplaceValue
         perform ReplacePlaceholder
         move "<PLZ>" to PlaceholderText
         move 5 to PlaceholderLen
         move Plz-D to ReplaceValue
         perform ReplacePlaceholder
         move "<ORT>" to PlaceholderText
         move 5 to PlaceholderLen
         move Location-D to ReplaceValue
         perform ReplacePlaceholder
         move "<TELEFON>" to PlaceholderText
         move 9 to PlaceholderLen
         move Phone-D to ReplaceValue
         perform ReplacePlaceholder
         move "<KATEGORIE>" to PlaceholderText
         move 11 to PlaceholderLen
         move Category-D to ReplaceValue
         perform ReplacePlaceholder
         move "<DATUM>" to PlaceholderText
         move 7 to PlaceholderLen
         move MergeDateText to ReplaceValue
         perform ReplacePlaceholder
         move "<ABSENDER>" to PlaceholderText
         move 10 to PlaceholderLen
         move SenderValue to ReplaceValue
         perform ReplacePlaceholder
         move "<KREIS>" to PlaceholderText
         move 7 to PlaceholderLen
         move DistrictName to ReplaceValue
         perform ReplacePlaceholder
         move "<DURCHSCHNITT>" to PlaceholderText
         move 14 to PlaceholderLen
         move PrnAverage to ReplaceValue
         perform ReplacePlaceholder
         move "<SCHWELLE>" to PlaceholderText
         move 10 to PlaceholderLen
         move PrnThreshold to ReplaceValue
         perform ReplacePlaceholder
         write LetterRec from MergeLine
       end-perform
       accept LogDate-P from date YYYYMMDD
       accept LogTime-P from time
       move ChosenTplId to LogTplId-P
       move Name-D to LogName-P
       move LetterUser to LogUser-P
       write LetterLogRec
       .

      *-----------------------------------------------------------------

       ReplacePlaceholder.
       move zeros to ScanCount
       inspect MergeLine tallying ScanCount for characters
               before initial PlaceholderText(1:PlaceholderLen)
       perform until ScanCount >= 80
         compute RestPos = ScanCount + PlaceholderLen + 1
         move MergeLine to MergeWork
         move spaces to MergeLine
         move 1 to MergePos
         if ScanCount > zero
           string MergeWork(1:ScanCount) delimited by size
                  into MergeLine
                  with pointer MergePos
         end-if
         string function trim(ReplaceValue) delimited by size
                into MergeLine
                with pointer MergePos
         if RestPos <= 80
           string MergeWork(RestPos:) delimited by size
                  into MergeLine
                  with pointer MergePos
         end-if
         move zeros to ScanCount
         inspect MergeLine tallying ScanCount for characters
                 before initial PlaceholderText(1:PlaceholderLen)
       end-perform
       .

      *-----------------------------------------------------------------

       LoadTemplate.
       move spaces to TemplateFileName
       open input TemplateCatFile
       if TemplateCatStatusOK
         read TemplateCatFile
           at end set TemplateCatStatusEOF to true
         end-read
         perform until TemplateCatStatusEOF
                       or TemplateFileName not = spaces
           if TplId-TC = ChosenTplId
             move TplFile-TC to TemplateFileName
           end-if
           read TemplateCatFile
             at end set TemplateCatStatusEOF to true
           end-read
         end-perform
       end-if
       close TemplateCatFile

       move zeros to TemplateCount
       if TemplateFileName not = spaces
         open input TemplateFile
         if TemplateStatusOK
           read TemplateFile
             at end set TemplateStatusEOF to true
           end-read
           perform until TemplateStatusEOF or TemplateCount >= 100
             add 1 to TemplateCount
             move TemplateRec to TemplateLine(TemplateCount)
             read TemplateFile
               at end set TemplateStatusEOF to true
             end-read
           end-perform
         end-if
         close TemplateFile
       end-if
       .

      *-----------------------------------------------------------------

       LoadEpisodes.
       move zeros to PrevEpMax
       open input EpisodeFile
       if EpisodeStatusOK
         read EpisodeFile
           at end set EpisodeStatusEOF to true
         end-read
         perform until EpisodeStatusEOF or PrevEpMax >= 1000
           add 1 to PrevEpMax
           move DistrictId-EP to PrevEpId(PrevEpMax)
           move StartDate-EP to PrevEpStart(PrevEpMax)
           read EpisodeFile
             at end set EpisodeStatusEOF to true
           end-read
         end-perform
       end-if
       close EpisodeFile
       .

      *-----------------------------------------------------------------

      *  Kreise, die nicht mehr in der Warnstufe sind, fallen heraus;
      *  ihre Warnphase ist damit beendet.
       SaveEpisodes.
       open output EpisodeFile
       perform varying PrevEpIdx from 1 by 1
               until PrevEpIdx > CurrEpMax
         move CurrEpId(PrevEpIdx) to DistrictId-EP
         move CurrEpStart(PrevEpIdx) to StartDate-EP
         write EpisodeRec
       end-perform
       close EpisodeFile
       .

      *-----------------------------------------------------------------

       LoadOfficeMap.
       move zeros to OfficeMax
       open input OfficeMapFile
       if OfficeMapStatusOK
         read OfficeMapFile
           at end set OfficeMapStatusEOF to true
         end-read
         perform until OfficeMapStatusEOF or OfficeMax >= 1000
           add 1 to OfficeMax
           move DistrictId-GA to OfficeDistrict(OfficeMax)
           move OfficeName-GA to OfficeName(OfficeMax)
           read OfficeMapFile
             at end set OfficeMapStatusEOF to true
           end-read
         end-perform
       end-if
       close OfficeMapFile
       if OfficeMax = zero
         display "Hinweis: gesundheitsamt.dat fehlt oder ist leer"
       end-if
       .

      *-----------------------------------------------------------------

       LoadSentLetters.
       move zeros to SentMax
       open input LetterLogFile
       if LetterLogStatusOK
         read LetterLogFile
           at end set LetterLogStatusEOF to true
         end-read
         perform until LetterLogStatusEOF or SentMax >= 2000
           if LogTplId-P = ChosenTplId
             add 1 to SentMax
             move LogName-P to SentName(SentMax)
             move LogDate-P to SentDate(SentMax)
           end-if
           read LetterLogFile
             at end set LetterLogStatusEOF to true
           end-read
         end-perform
       end-if
       close LetterLogFile
       .

      *-----------------------------------------------------------------

       LoadLetterBlocks.
       move zeros to BlockMax
       open input BlockFile
       if BlockStatusOK
         read BlockFile
           at end set BlockStatusEOF to true
         end-read
         perform until BlockStatusEOF or BlockMax >= 2000
           if BlockLetter-Q
             add 1 to BlockMax
             move BlockName-Q to BlockName-T(BlockMax)
           end-if
           read BlockFile
             at end set BlockStatusEOF to true
           end-read
         end-perform
       end-if
       close BlockFile
       .

      *-----------------------------------------------------------------

       LoadUndelivTable.
       move zeros to UndMax
       open input UndelivFile
       if UndelivStatusOK
         read UndelivFile
           at end set UndelivStatusEOF to true
         end-read
         perform until UndelivStatusEOF or UndMax >= 500
           add 1 to UndMax
           move UndName-X     to UndTabName(UndMax)
           move UndStreet-X   to UndTabStreet(UndMax)
           move UndPlz-X      to UndTabPlz(UndMax)
           move UndLocation-X to UndTabLocation(UndMax)
           read UndelivFile
             at end set UndelivStatusEOF to true
           end-read
         end-perform
       end-if
       close UndelivFile
       .

      *-----------------------------------------------------------------

       WriteRptHeading.
       move "Benachrichtigung der Gesundheitsaemter (Warnstufe)"
            to RptRec
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:60)
       write RptRec
       move spaces to RptRec
       string "Stand: " MergeDateText "   Schwelle: " PrnThreshold
              "   Vorlage: " ChosenTplId
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Kreis                                       Schnitt" &
            "  Phase seit  Ergebnis" to RptRec
       write RptRec
       .

      *-----------------------------------------------------------------

       WriteRptLine.
       move EpisodeStart to StartParts
       move StartDay to PrnStartDay
       move StartMonth to PrnStartMonth
       move StartYear to PrnStartYear
       move spaces to RptRec
       string DistrictId-WN " " DistrictName(1:38) " " PrnAverage
              "  " PrnStart "  " ResultText
              delimited by size into RptRec
       end-string
       write RptRec
       .

       end program Corona-Warnbrief.
