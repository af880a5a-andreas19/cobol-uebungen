       identification division.
       program-id. Konfig-Pruefung.
       author. Andreas Suhre.

      *=================================================================
      *  Pruefung der zentralen Konfigurationsdatei programm.cfg gegen
      *  den Schluesselkatalog (Copybook konfkatalog): unbekannte
      *  Schluessel, Zeilen ohne SCHLUESSEL=WERT, fehlende Pflicht-
      *  schluessel und Werte ausserhalb des zulaessigen Bereichs
      *  werden in konfig-pruefung.rpt gemeldet; dann endet das
      *  Programm mit Return-Code 8, damit die Jobkette vor dem
      *  Nachtlauf anhaelt. Der Bericht enthaelt den Katalog mit den
      *  aktuellen Werten und den lesenden Programmen.
      *
      *  Versionsfuehrung: der zuletzt gepruefte Stand liegt in
      *  programm-cfg.stand. Weicht programm.cfg davon ab, wird der
      *  vorige Stand mit Datum und Uhrzeit an programm-cfg-
      *  versionen.dat angehaengt, die geaenderten Schluessel werden
      *  ausgegeben und in programm-cfg-aenderungen.dat festgehalten.
      *=================================================================

       environment division.
       input-output section.
       file-control.
         select optional ConfigFile assign to "programm.cfg"
                organization is line sequential
                file status is ConfigStatus.
         select optional StandFile assign to "programm-cfg.stand"
                organization is line sequential
                file status is StandStatus.
         select optional VersionFile
                assign to "programm-cfg-versionen.dat"
                organization is line sequential
                file status is VersionStatus.
         select optional ChangeFile
                assign to "programm-cfg-aenderungen.dat"
                organization is line sequential
                file status is ChangeStatus.
         select RptFile assign to "konfig-pruefung.rpt"
                organization is line sequential.
         select LaufProtokollFile assign to "lauf.log"
                organization is line sequential.

      *=================================================================

       data division.
       file section.
       FD ConfigFile.
       01 ConfigRec pic X(80).

       FD StandFile.
       01 StandRec pic X(80).

       FD VersionFile.
       01 VersionRec.
          02 VerDate-V pic 9(8).
          02 FILLER    pic X.
          02 VerTime-V pic 9(6).
          02 FILLER    pic X.
          02 VerLine-V pic X(80).

       FD ChangeFile.
       01 ChangeRec.
          02 ChgDate-A pic 9(8).
          02 FILLER    pic X.
          02 ChgTime-A pic 9(6).
          02 FILLER    pic X.
          02 ChgKey-A  pic X(20).
          02 FILLER    pic X.
          02 ChgKind-A pic X(9).
          02 FILLER    pic X.
          02 ChgOld-A  pic X(40).
          02 FILLER    pic X.
          02 ChgNew-A  pic X(40).

       FD RptFile.
       01 RptRec pic X(100).

       FD LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 ConfigStatus pic XX value spaces.
          88 ConfigStatusOK  value "00".
          88 ConfigStatusEOF value "10".
       01 StandStatus pic XX value spaces.
          88 StandStatusOK  value "00".
          88 StandStatusEOF value "10".
       01 VersionStatus pic XX value spaces.
       01 ChangeStatus pic XX value spaces.

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       copy konfkatalog.
       01 KatIdx pic 99.
       01 KatFoundIdx pic 99.

      *  Zeilen von programm.cfg (Curr) und vom letzten Stand (Ref)
       01 CurrCount pic 9(3) value zero.
       01 CurrTable.
          02 CurrLine-T occurs 200 times pic X(80).
       01 RefCount pic 9(3) value zero.
       01 RefTable.
          02 RefLine-T occurs 200 times pic X(80).
       01 LineIdx pic 9(3).
       01 ConfigPresent pic X value "N".
          88 ConfigExists value "Y".
       01 StandPresent pic X value "N".
          88 StandExists value "Y".
       01 ContentState pic X value "N".
          88 ContentChanged value "Y".

      *  Schluessel/Wert-Paare, je Schluessel gilt der letzte Wert
       01 CurrKeyCount pic 9(3) value zero.
       01 CurrKeyTable.
          02 CurrKey-T occurs 200 times.
             03 CurrKeyName-T  pic X(20).
             03 CurrKeyValue-T pic X(40).
             03 CurrKeyMatch-T pic X.
       01 RefKeyCount pic 9(3) value zero.
       01 RefKeyTable.
          02 RefKey-T occurs 200 times.
             03 RefKeyName-T  pic X(20).
             03 RefKeyValue-T pic X(40).
       01 KeyIdx pic 9(3).
       01 KeyFoundIdx pic 9(3).
       01 ChangedKeys pic 9(3) value zero.

      *  Zerlegen einer Zeile wie in Konfig
       01 LineText pic X(80).
       01 LineKind pic X.
          88 LineIgnored   value "I".
          88 LineKeyValue  value "K".
          88 LineMalformed value "F".
       01 EqPos pic 9(3).
       01 ParsedKey pic X(20).
       01 ParsedValue pic X(40).
       01 ValueLength pic 9(3).
       01 ValueText pic X(40).

       01 NumValue pic S9(7)V9.
       01 IntValue pic S9(7).
       01 IntLimit pic 9(6).
       01 CheckChar pic X.
       01 CharTally pic 9(3).
       01 CharIdx pic 99.
       01 StateNum pic 99.

       01 ErrorCount pic 9(4) value zero.
       01 WarnCount pic 9(4) value zero.
       01 FindingText pic X(80).
       01 FindingKind pic X(8).

       01 StampDate pic 9(8).
       01 StampTime pic 9(8).

       01 PrnLine pic ZZ9.
       01 PrnCount pic Z(3)9.
       01 PrnMinInt pic Z(5)9.
       01 PrnMaxInt pic Z(5)9.
       01 PrnMinDec pic Z(5)9.9.
       01 PrnMaxDec pic Z(5)9.9.
       01 RangeText pic X(20).
       01 ShownValue pic X(40).

      *=================================================================

       procedure division.

       move "KONFIG-PRUEFUNG" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time
       accept StampDate from date YYYYMMDD
       accept StampTime from time

       display "Pruefung programm.cfg"
       open output RptFile
       move "Pruefung der Konfigurationsdatei programm.cfg" to RptRec
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:60)
       write RptRec
       move spaces to RptRec
       string "Stand " StampDate(7:2) "." StampDate(5:2) "."
              StampDate(1:4) " " StampTime(1:2) ":" StampTime(3:2)
              delimited by size into RptRec
       end-string
       write RptRec

       perform LoadConfig
       perform LoadStand
       perform CompareVersions
       perform CheckConfig
       perform WriteCatalogue

       move spaces to RptRec
       write RptRec
       move ErrorCount to PrnCount
       move spaces to RptRec
       string "Fehler:   " PrnCount
              delimited by size into RptRec
       end-string
       write RptRec
       display "Fehler:   " PrnCount
       move WarnCount to PrnCount
       move spaces to RptRec
       string "Hinweise: " PrnCount
              delimited by size into RptRec
       end-string
       write RptRec
       display "Hinweise: " PrnCount
       close RptFile
       display "Datei konfig-pruefung.rpt geschrieben"

       if ErrorCount > zero
         set RunFailed to true
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

       LoadConfig.
       open input ConfigFile
       if ConfigStatusOK
         read ConfigFile
           at end set ConfigStatusEOF to true
         end-read
         if not ConfigStatusEOF
           set ConfigExists to true
         end-if
         perform until ConfigStatusEOF or CurrCount >= 200
           add 1 to CurrCount
           move ConfigRec to CurrLine-T(CurrCount)
           read ConfigFile
             at end set ConfigStatusEOF to true
           end-read
         end-perform
       end-if
       close ConfigFile

       perform varying LineIdx from 1 by 1 until LineIdx > CurrCount
         move CurrLine-T(LineIdx) to LineText
         perform ParseLine
         if LineKeyValue
           perform varying KeyIdx from 1 by 1
                   until KeyIdx > CurrKeyCount
                         or CurrKeyName-T(KeyIdx) = ParsedKey
             continue
           end-perform
           if KeyIdx > CurrKeyCount
             add 1 to CurrKeyCount
             move CurrKeyCount to KeyIdx
             move ParsedKey to CurrKeyName-T(KeyIdx)
           end-if
           move ParsedValue to CurrKeyValue-T(KeyIdx)
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       LoadStand.
       open input StandFile
       if StandStatusOK
         set StandExists to true
         read StandFile
           at end set StandStatusEOF to true
         end-read
         perform until StandStatusEOF or RefCount >= 200
           add 1 to RefCount
           move StandRec to RefLine-T(RefCount)
           read StandFile
             at end set StandStatusEOF to true
           end-read
         end-perform
       end-if
       close StandFile

       perform varying LineIdx from 1 by 1 until LineIdx > RefCount
         move RefLine-T(LineIdx) to LineText
         perform ParseLine
         if LineKeyValue
           perform varying KeyIdx from 1 by 1
                   until KeyIdx > RefKeyCount
                         or RefKeyName-T(KeyIdx) = ParsedKey
             continue
           end-perform
           if KeyIdx > RefKeyCount
             add 1 to RefKeyCount
             move RefKeyCount to KeyIdx
             move ParsedKey to RefKeyName-T(KeyIdx)
           end-if
           move ParsedValue to RefKeyValue-T(KeyIdx)
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

      *  Zerlegt LineText wie Konfig: Kommentar- und Leerzeilen werden
      *  uebergangen, sonst SCHLUESSEL=WERT.
       ParseLine.
       move spaces to ParsedKey, ParsedValue
       move zero to ValueLength
       if LineText = spaces or LineText(1:1) = "*"
         set LineIgnored to true
       else
         move zero to EqPos
         inspect LineText tallying EqPos
                 for characters before initial "="
         if EqPos >= 80
           set LineMalformed to true
         else
           set LineKeyValue to true
           unstring LineText delimited by "="
             into ParsedKey, ParsedValue
           end-unstring
           if EqPos < 79
             move function length(
                  function trim(LineText(EqPos + 2:) trailing))
               to ValueLength
             if LineText(EqPos + 2:) = spaces
               move zero to ValueLength
             end-if
           end-if
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       CompareVersions.
       move spaces to RptRec
       write RptRec
       move "Aenderungen gegenueber dem letzten geprueften Stand"
         to RptRec
       write RptRec
       move spaces to RptRec
       move all "-" to RptRec(1:60)
       write RptRec

       evaluate true
         when not StandExists
           move "Kein frueherer Stand, aktueller Stand gesichert"
             to RptRec
           write RptRec
           display "Erster Stand von programm.cfg gesichert"
           perform SaveStand
         when CurrCount not = RefCount
           set ContentChanged to true
         when other
           perform varying LineIdx from 1 by 1
                   until LineIdx > CurrCount or ContentChanged
             if CurrLine-T(LineIdx) not = RefLine-T(LineIdx)
               set ContentChanged to true
             end-if
           end-perform
       end-evaluate

       if StandExists
         if ContentChanged
           perform ArchivePrevious
           perform ReportKeyChanges
           perform SaveStand
         else
           move "Keine Aenderung" to RptRec
           write RptRec
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       ArchivePrevious.
       open extend VersionFile
       perform varying LineIdx from 1 by 1 until LineIdx > RefCount
         move spaces to VersionRec
         move StampDate to VerDate-V
         move StampTime(1:6) to VerTime-V
         move RefLine-T(LineIdx) to VerLine-V
         write VersionRec
       end-perform
       close VersionFile
       .

      *-----------------------------------------------------------------

       ReportKeyChanges.
       open extend ChangeFile
       perform varying KeyIdx from 1 by 1 until KeyIdx > CurrKeyCount
         move "N" to CurrKeyMatch-T(KeyIdx)
       end-perform

       perform varying KeyIdx from 1 by 1 until KeyIdx > RefKeyCount
         move zero to KeyFoundIdx
         perform varying LineIdx from 1 by 1
                 until LineIdx > CurrKeyCount or KeyFoundIdx not = zero
           if CurrKeyName-T(LineIdx) = RefKeyName-T(KeyIdx)
             move LineIdx to KeyFoundIdx
           end-if
         end-perform
         move spaces to ChangeRec
         move RefKeyName-T(KeyIdx) to ChgKey-A
         move RefKeyValue-T(KeyIdx) to ChgOld-A
         if KeyFoundIdx = zero
           move "ENTFERNT" to ChgKind-A
           perform WriteChange
         else
           move "Y" to CurrKeyMatch-T(KeyFoundIdx)
           if CurrKeyValue-T(KeyFoundIdx) not = RefKeyValue-T(KeyIdx)
             move "GEAENDERT" to ChgKind-A
             move CurrKeyValue-T(KeyFoundIdx) to ChgNew-A
             perform WriteChange
           end-if
         end-if
       end-perform

       perform varying KeyIdx from 1 by 1 until KeyIdx > CurrKeyCount
         if CurrKeyMatch-T(KeyIdx) = "N"
           move spaces to ChangeRec
           move CurrKeyName-T(KeyIdx) to ChgKey-A
           move "NEU" to ChgKind-A
           move CurrKeyValue-T(KeyIdx) to ChgNew-A
           perform WriteChange
         end-if
       end-perform
       close ChangeFile

       if ChangedKeys = zero
         move "Nur Kommentare oder Formatierung geaendert" to RptRec
         write RptRec
       end-if
       move ChangedKeys to PrnLine
       move spaces to RptRec
       string "Vorheriger Stand gesichert in programm-cfg-"
              "versionen.dat, geaenderte Schluessel:" PrnLine
              delimited by size into RptRec
       end-string
       write RptRec
       display "programm.cfg geaendert, Schluessel:" PrnLine
       .

      *-----------------------------------------------------------------

       WriteChange.
       add 1 to ChangedKeys
       move StampDate to ChgDate-A
       move StampTime(1:6) to ChgTime-A
       write ChangeRec
       move spaces to RptRec
       string StampDate(7:2) "." StampDate(5:2) "." StampDate(1:4)
              " " ChgKey-A " " ChgKind-A " alt: "
              function trim(ChgOld-A) " neu: " function trim(ChgNew-A)
              delimited by size into RptRec
       end-string
       write RptRec
       display "  " function trim(ChgKey-A) " " function trim(ChgKind-A)
               ": " function trim(ChgOld-A) " -> "
               function trim(ChgNew-A)
       .

      *-----------------------------------------------------------------

       SaveStand.
       open output StandFile
       perform varying LineIdx from 1 by 1 until LineIdx > CurrCount
         move CurrLine-T(LineIdx) to StandRec
         write StandRec
       end-perform
       close StandFile
       .

      *-----------------------------------------------------------------

       CheckConfig.
       move spaces to RptRec
       write RptRec
       move "Pruefergebnis" to RptRec
       write RptRec
       move spaces to RptRec
       move all "-" to RptRec(1:60)
       write RptRec

       if not ConfigExists
         move zero to LineIdx
         move "FEHLER" to FindingKind
         move "programm.cfg fehlt oder ist leer" to FindingText
         perform WriteFinding
       end-if

       perform varying LineIdx from 1 by 1 until LineIdx > CurrCount
         move CurrLine-T(LineIdx) to LineText
         perform ParseLine
         evaluate true
           when LineIgnored
             continue
           when LineMalformed
             move "FEHLER" to FindingKind
             move "Zeile ohne SCHLUESSEL=WERT" to FindingText
             perform WriteFinding
           when other
             perform CheckKeyLine
         end-evaluate
       end-perform

       perform varying KatIdx from 1 by 1 until KatIdx > KatalogMax
         if KatIsMandatory(KatIdx)
           perform varying KeyIdx from 1 by 1
                   until KeyIdx > CurrKeyCount
                         or CurrKeyName-T(KeyIdx) = KatKey(KatIdx)
             continue
           end-perform
           if KeyIdx > CurrKeyCount
             move zero to LineIdx
             move "FEHLER" to FindingKind
             move spaces to FindingText
             string "Pflichtschluessel " function trim(KatKey(KatIdx))
                    " fehlt"
                    delimited by size into FindingText
             end-string
             perform WriteFinding
           end-if
         end-if
       end-perform

       if ErrorCount = zero and WarnCount = zero
         move "Keine Beanstandungen" to RptRec
         write RptRec
       end-if
       .

      *-----------------------------------------------------------------

       CheckKeyLine.
       move zero to KatFoundIdx
       perform varying KatIdx from 1 by 1
               until KatIdx > KatalogMax or KatFoundIdx not = zero
         if KatKey(KatIdx) = ParsedKey
           move KatIdx to KatFoundIdx
         end-if
       end-perform

       if KatFoundIdx = zero
         move "FEHLER" to FindingKind
         move spaces to FindingText
         string "Unbekannter Schluessel " function trim(ParsedKey)
                ", wird von Konfig uebergangen"
                delimited by size into FindingText
         end-string
         perform WriteFinding
       else
         perform CheckDuplicate
         if ValueLength > 40
           move "FEHLER" to FindingKind
           move spaces to FindingText
           string function trim(ParsedKey)
                  ": Wert laenger als 40 Zeichen"
                  delimited by size into FindingText
           end-string
           perform WriteFinding
         else
           move function trim(ParsedValue) to ValueText
           evaluate true
             when KatNumeric(KatFoundIdx)
               perform CheckNumeric
             when KatText(KatFoundIdx)
               perform CheckText
             when KatChoice(KatFoundIdx)
               perform CheckChoice
             when KatArea(KatFoundIdx)
               perform CheckArea
           end-evaluate
         end-if
       end-if
       .

      *-----------------------------------------------------------------

      *  Konfig liefert bei mehrfachen Zeilen den letzten Wert.
       CheckDuplicate.
       move zero to CharTally
       perform varying KeyIdx from 1 by 1 until KeyIdx >= LineIdx
         move CurrLine-T(KeyIdx) to LineText
         perform ParseLine
         if LineKeyValue and ParsedKey = KatKey(KatFoundIdx)
           add 1 to CharTally
         end-if
       end-perform
       move CurrLine-T(LineIdx) to LineText
       perform ParseLine
       if CharTally > zero
         move "HINWEIS" to FindingKind
         move spaces to FindingText
         string function trim(ParsedKey)
                " mehrfach angegeben, es gilt der letzte Wert"
                delimited by size into FindingText
         end-string
         perform WriteFinding
       end-if
       .

      *-----------------------------------------------------------------

       CheckNumeric.
       if ValueText = spaces
          or function test-numval(ValueText) not = zero
         move "FEHLER" to FindingKind
         move spaces to FindingText
         string function trim(ParsedKey) ": "
                function trim(ValueText) " ist keine Zahl"
                delimited by size into FindingText
         end-string
         perform WriteFinding
       else
         compute NumValue = function numval(ValueText)
           on size error move 9999999 to NumValue
         end-compute
         move NumValue to IntValue
         move KatMax(KatFoundIdx) to IntLimit
         evaluate true
           when NumValue < KatMin(KatFoundIdx)
                or NumValue > KatMax(KatFoundIdx)
             perform FormatRange
             move "FEHLER" to FindingKind
             move spaces to FindingText
             string function trim(ParsedKey) ": "
                    function trim(ValueText) " ausserhalb "
                    function trim(RangeText)
                    delimited by size into FindingText
             end-string
             perform WriteFinding
           when IntLimit = KatMax(KatFoundIdx)
                and IntValue not = NumValue
             move "FEHLER" to FindingKind
             move spaces to FindingText
             string function trim(ParsedKey) ": "
                    function trim(ValueText) " ist keine ganze Zahl"
                    delimited by size into FindingText
             end-string
             perform WriteFinding
           when other
             continue
         end-evaluate
       end-if
       .

      *-----------------------------------------------------------------

       CheckText.
       evaluate true
         when ValueText = spaces
           move "FEHLER" to FindingKind
           move spaces to FindingText
           string function trim(ParsedKey) ": Wert ist leer"
                  delimited by size into FindingText
           end-string
           perform WriteFinding
         when ValueLength > KatMax(KatFoundIdx)
           move KatMax(KatFoundIdx) to PrnMaxInt
           move "FEHLER" to FindingKind
           move spaces to FindingText
           string function trim(ParsedKey) ": Wert laenger als "
                  function trim(PrnMaxInt) " Zeichen"
                  delimited by size into FindingText
           end-string
           perform WriteFinding
         when other
           continue
       end-evaluate
       .

      *-----------------------------------------------------------------

       CheckChoice.
       move function upper-case(ValueText(1:1)) to CheckChar
       move zero to CharTally
       if CheckChar not = space
         inspect KatChoices(KatFoundIdx) tallying CharTally
                 for all CheckChar
       end-if
       if CharTally = zero or ValueText(2:) not = spaces
         move "FEHLER" to FindingKind
         move spaces to FindingText
         string function trim(ParsedKey) ": "
                function trim(ValueText) " nicht zulaessig, erlaubt "
                function trim(KatChoices(KatFoundIdx))
                delimited by size into FindingText
         end-string
         perform WriteFinding
       end-if
       .

      *-----------------------------------------------------------------

      *  Gebietsauswahl wie im Stapel von Corona-Main: leer = alle,
      *  Lnn = Bundesland 01 bis 16, Knnnnn/nnnnn = Kreise.
       CheckArea.
       move "Y" to CheckChar
       evaluate ValueText(1:1)
         when space
           continue
         when "L"
           if ValueText(2:2) not numeric or ValueText(4:) not = spaces
             move "N" to CheckChar
           else
             move ValueText(2:2) to StateNum
             if StateNum < 1 or StateNum > 16
               move "N" to CheckChar
             end-if
           end-if
         when "K"
           if ValueText(2:1) not numeric
             move "N" to CheckChar
           end-if
           perform varying CharIdx from 2 by 1
                   until CharIdx > 40 or ValueText(CharIdx:) = spaces
             if ValueText(CharIdx:1) not numeric
                and ValueText(CharIdx:1) not = "/"
               move "N" to CheckChar
             end-if
           end-perform
         when other
           move "N" to CheckChar
       end-evaluate
       if CheckChar = "N"
         move "FEHLER" to FindingKind
         move spaces to FindingText
         string function trim(ParsedKey) ": "
                function trim(ValueText)
                " ist keine Gebietsauswahl (Lnn, Knnnnn/...)"
                delimited by size into FindingText
         end-string
         perform WriteFinding
       end-if
       .

      *-----------------------------------------------------------------

       WriteFinding.
       if FindingKind = "FEHLER"
         add 1 to ErrorCount
       else
         add 1 to WarnCount
       end-if
       move spaces to RptRec
       if LineIdx = zero
         string FindingKind "           " FindingText
                delimited by size into RptRec
         end-string
       else
         move LineIdx to PrnLine
         string FindingKind " Zeile " PrnLine "  " FindingText
                delimited by size into RptRec
         end-string
       end-if
       write RptRec
       display function trim(RptRec)
       .

      *-----------------------------------------------------------------

       FormatRange.
       move spaces to RangeText
       move KatMax(KatFoundIdx) to IntLimit
       if IntLimit = KatMax(KatFoundIdx)
         move KatMin(KatFoundIdx) to PrnMinInt
         move KatMax(KatFoundIdx) to PrnMaxInt
         string function trim(PrnMinInt) " - "
                function trim(PrnMaxInt)
                delimited by size into RangeText
         end-string
       else
         move KatMin(KatFoundIdx) to PrnMinDec
         move KatMax(KatFoundIdx) to PrnMaxDec
         string function trim(PrnMinDec) " - "
                function trim(PrnMaxDec)
                delimited by size into RangeText
         end-string
       end-if
       .

      *-----------------------------------------------------------------

       WriteCatalogue.
       move spaces to RptRec
       write RptRec
       move "Schluesselkatalog" to RptRec
       write RptRec
       move spaces to RptRec
       move all "-" to RptRec(1:60)
       write RptRec
       move "Schluessel           Art P Bereich              " &
            "Wert in programm.cfg" to RptRec
       write RptRec
       perform varying KatIdx from 1 by 1 until KatIdx > KatalogMax
         move KatIdx to KatFoundIdx
         evaluate true
           when KatNumeric(KatIdx)
             perform FormatRange
           when KatText(KatIdx)
             move KatMax(KatIdx) to PrnMaxInt
             move spaces to RangeText
             string "bis " function trim(PrnMaxInt) " Zeichen"
                    delimited by size into RangeText
             end-string
           when KatChoice(KatIdx)
             move KatChoices(KatIdx) to RangeText
           when KatArea(KatIdx)
             move "leer, Lnn, Knnnnn/.." to RangeText
         end-evaluate
         move "-" to ShownValue
         perform varying KeyIdx from 1 by 1
                 until KeyIdx > CurrKeyCount
           if CurrKeyName-T(KeyIdx) = KatKey(KatIdx)
             move CurrKeyValue-T(KeyIdx) to ShownValue
           end-if
         end-perform
         move spaces to RptRec
         string KatKey(KatIdx) " " KatType(KatIdx) "   "
                KatMandatory(KatIdx) " " RangeText " " ShownValue
                delimited by size into RptRec
         end-string
         write RptRec
         move spaces to RptRec
         string "                        gelesen von: "
                function trim(KatUsers(KatIdx)(1:40)) " "
                function trim(KatUsers(KatIdx)(41:40))
                delimited by size into RptRec
         end-string
         write RptRec
       end-perform
       .
