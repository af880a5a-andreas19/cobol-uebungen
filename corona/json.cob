       identification division.
       program-id. Corona-Json is initial.
       author. Andreas Suhre.

      *=================================================================
      *  Open-Data-Export der Kreiswerte als JSON
      *  (fallzahlen-kreise.json): Kopf mit Stand, Fensterlaenge,
      *  Datenquelle und Gebietsauswahl, danach je Kreis ID, Name,
      *  Bundesland, Einwohnerzahl, Fenster-Durchschnitt,
      *  Fenster-Inzidenz, Warnkennzeichen (warnstufe.dat) und die
      *  Tageswerte des Fensters. Die Schluessel sind englisch, damit
      *  die Datei ohne Kenntnis der deutschen Spaltenkoepfe
      *  verarbeitet werden kann. Wird von Corona-Main nur am Ende
      *  eines erfolgreichen Laufs aufgerufen.
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select DataFile assign to DataFileName
              organization is line sequential.
       select AverageFile assign to AverageFileName
              organization is line sequential.
       select optional WarnFile assign to "warnstufe.dat"
              organization is line sequential
              file status is WarnStatus.
       select JsonFile assign to "fallzahlen-kreise.json"
              organization is line sequential.

      *=================================================================

       data division.
       file section.
       fd DataFile.
       copy datarec replacing ==:tag:== by ==DF==.

       fd AverageFile.
       copy datarec replacing DataRec by AverageRec
                              ==:tag:== by ==AF==.

       fd WarnFile.
       01 WarnRec.
          02 DistrictId-WN pic 9(5).
          02 FILLER pic X.
          02 DistrictName-WN pic X(40).
          02 FILLER pic X.
          02 Cases-WN pic Z(5)9.
          02 FILLER pic X.
          02 OutbreakPct-WN pic ZZ9.

       fd JsonFile.
       01 JsonRec pic X(200).

      *-----------------------------------------------------------------

       working-storage section.
       copy states.

       01 WarnStatus pic XX value spaces.
          88 WarnStatusOK  value "00".
          88 WarnStatusEOF value "10".
       01 WarnCount pic 9(4) value zero.
       01 WarnTable.
          02 WarnId-T occurs 1000 times pic 9(5).
       01 WarnIdx pic 9(4).
       01 WarnState pic X value "N".
          88 DistrictIsHot value "Y".

       01 WindowDays pic 99 value 7.
       01 RecState pic X value "N".
          88 RecSelected value "Y".
       01 FilterIdx pic 99.
       01 FilterInfo pic X(40) value "alle Kreise".
       01 LocalFilter.
          02 LocalFilterType pic X(1) value "N".
             88 LocalFilterNone     value "N".
             88 LocalFilterState    value "L".
             88 LocalFilterDistrict value "K".
          02 LocalStateId pic 99 value zeros.
          02 LocalIdCount pic 99 value zeros.
          02 LocalId occurs 20 times pic 9(5).

       01 DistrictName pic X(40).
       01 Population pic 9(8).
       01 WindowSum pic 9(8).
       01 Incidence pic 9(6)V9.
       01 DistrictCount pic 9(5) value zero.
       01 PrnCount pic Z(4)9.

      *  Tageswerte des aktuellen Kreises
       01 DayCount pic 99.
       01 DayTable.
          02 DayEntry-T occurs 31 times.
             03 DayDate-T  pic X(10).
             03 DayCases-T pic 9(6).
       01 DayIdx pic 99.

       01 JsonDate.
          02 JsonYear pic 9999.
          02 FILLER pic X value "-".
          02 JsonMonth pic 99.
          02 FILLER pic X value "-".
          02 JsonDay pic 99.
       01 StandText pic X(10).
       01 NowDate pic 9(8).
       01 NowDateParts redefines NowDate.
          02 NowYear  pic 9999.
          02 NowMonth pic 99.
          02 NowDay   pic 99.
       01 NowTime pic 9(8).
       01 NowTimeParts redefines NowTime.
          02 NowHour   pic 99.
          02 NowMinute pic 99.
          02 NowSecond pic 99.
          02 FILLER    pic 99.
       01 GeneratedText pic X(19).

       01 EscapeIn pic X(80).
       01 EscapeOut pic X(160).
       01 EscPos pic 999.
       01 EscIdx pic 999.
       01 EscLen pic 999.

       01 PrnNum pic Z(8)9.
       01 PrnDec pic Z(5)9.9.
       01 PrnNumText pic X(12).
       01 PrnPopText pic X(12).
       01 PrnIncText pic X(12).
       01 WarnText pic X(5).
       01 LinePos pic 999.

      *-----------------------------------------------------------------

       linkage section.
       01 DataFileName pic X(14).
       01 AverageFileName pic X(27).
       01 WindowParam pic 99.
       01 SourceText pic X(80).
       copy filterspec.

      *=================================================================

       procedure division using DataFileName, AverageFileName,
                                 WindowParam, SourceText,
                                 optional FilterSpec.

       if WindowParam >= 1 and WindowParam <= 31
         move WindowParam to WindowDays
       end-if
       if FilterSpec not omitted
         move FilterText-FS to FilterInfo
         move FilterType-FS to LocalFilterType
         move FilterStateId-FS to LocalStateId
         move FilterIdCount-FS to LocalIdCount
         perform varying FilterIdx from 1 by 1
                 until FilterIdx > LocalIdCount
           move FilterId-FS(FilterIdx) to LocalId(FilterIdx)
         end-perform
       else
         move "N" to LocalFilterType
       end-if

       perform LoadWarnTable

       open input DataFile, AverageFile
       open output JsonFile
       read AverageFile
         at end set EndOf-AF to true
       end-read
       read DataFile
         at end set EndOf-DF to true
       end-read

       move spaces to StandText
       if not EndOf-AF
         move Year-AF to JsonYear
         move Month-AF to JsonMonth
         move Day-AF to JsonDay
         move JsonDate to StandText
       end-if
       perform WriteHeader

       perform until EndOf-AF
         perform CollectDays
         perform CheckFilter
         if RecSelected
           perform WriteDistrict
         end-if
         read AverageFile
           at end set EndOf-AF to true
         end-read
       end-perform

       if DistrictCount > zero
         move "    }" to JsonRec
         write JsonRec
       end-if
       move "  ]" to JsonRec
       write JsonRec
       move "}" to JsonRec
       write JsonRec

       close DataFile, AverageFile, JsonFile
       move DistrictCount to PrnCount
       display "Datei fallzahlen-kreise.json geschrieben, Kreise: "
               PrnCount

       exit program.

      *-----------------------------------------------------------------

       LoadWarnTable.
       open input WarnFile
       if WarnStatusOK
         read WarnFile
           at end set WarnStatusEOF to true
         end-read
         perform until WarnStatusEOF or WarnCount >= 1000
           add 1 to WarnCount
           move DistrictId-WN to WarnId-T(WarnCount)
           read WarnFile
             at end set WarnStatusEOF to true
           end-read
         end-perform
       end-if
       close WarnFile
       .

      *-----------------------------------------------------------------

      *  Tageswerte des Kreises aus der Fallzahlen-Datei; beide
      *  Dateien sind nach Kreis-ID sortiert.
       CollectDays.
       move zeros to DayCount, WindowSum
       perform until EndOf-DF or DistrictId-DF >= DistrictId-AF
         read DataFile
           at end set EndOf-DF to true
         end-read
       end-perform
       perform until EndOf-DF or DistrictId-DF not = DistrictId-AF
         if DayCount < 31
           add 1 to DayCount
           move Year-DF to JsonYear
           move Month-DF to JsonMonth
           move Day-DF to JsonDay
           move JsonDate to DayDate-T(DayCount)
           move Cases-DF to DayCases-T(DayCount)
           add Cases-DF to WindowSum
         end-if
         read DataFile
           at end set EndOf-DF to true
         end-read
       end-perform
       .

      *-----------------------------------------------------------------

       CheckFilter.
       move "N" to RecState
       evaluate true
         when LocalFilterNone
           set RecSelected to true
         when LocalFilterState
           if StateId-AF = LocalStateId
             set RecSelected to true
           end-if
         when LocalFilterDistrict
           perform varying FilterIdx from 1 by 1
                   until FilterIdx > LocalIdCount or RecSelected
             if LocalId(FilterIdx) = DistrictId-AF
               set RecSelected to true
             end-if
           end-perform
         when other
           set RecSelected to true
       end-evaluate
       .

      *-----------------------------------------------------------------

       WriteHeader.
       accept NowDate from date YYYYMMDD
       accept NowTime from time
       move spaces to GeneratedText
       string NowYear "-" NowMonth "-" NowDay "T"
              NowHour ":" NowMinute ":" NowSecond
              delimited by size into GeneratedText
       end-string

       move "{" to JsonRec
       write JsonRec
       move spaces to JsonRec
       string '  "reportDate": "' StandText '",'
              delimited by size into JsonRec
       end-string
       write JsonRec
       move WindowDays to PrnNum
       move spaces to JsonRec
       string '  "windowDays": ' function trim(PrnNum) ','
              delimited by size into JsonRec
       end-string
       write JsonRec
       move SourceText to EscapeIn
       perform EscapeText
       move spaces to JsonRec
       string '  "source": "' EscapeOut(1:EscLen) '",'
              delimited by size into JsonRec
       end-string
       write JsonRec
       move spaces to JsonRec
       string '  "generated": "' GeneratedText '",'
              delimited by size into JsonRec
       end-string
       write JsonRec
       move FilterInfo to EscapeIn
       perform EscapeText
       move spaces to JsonRec
       string '  "selection": "' EscapeOut(1:EscLen) '",'
              delimited by size into JsonRec
       end-string
       write JsonRec
       move '  "incidenceBasis": "cases in window per 100000 ' &
            'inhabitants",' to JsonRec
       write JsonRec
       move '  "warningBasis": "district listed in warnstufe.dat",'
            to JsonRec
       write JsonRec
       move '  "districts": [' to JsonRec
       write JsonRec
       .

      *-----------------------------------------------------------------

       WriteDistrict.
       call "Corona-Districts"
            using by content DistrictId-AF
            by reference DistrictName
       call "Corona-Population"
            using by content DistrictId-AF
            by reference Population

       move "false" to WarnText
       move "N" to WarnState
       perform varying WarnIdx from 1 by 1
               until WarnIdx > WarnCount or DistrictIsHot
         if WarnId-T(WarnIdx) = DistrictId-AF
           set DistrictIsHot to true
           move "true" to WarnText
         end-if
       end-perform

       if Population = zero
         move "null" to PrnPopText, PrnIncText
       else
         move Population to PrnNum
         move function trim(PrnNum) to PrnPopText
         compute Incidence rounded = WindowSum * 100000 / Population
           on size error move 999999.9 to Incidence
         end-compute
         move Incidence to PrnDec
         move function trim(PrnDec) to PrnIncText
       end-if

       add 1 to DistrictCount
       if DistrictCount > 1
         move "    }," to JsonRec
         write JsonRec
       end-if
       move "    {" to JsonRec
       write JsonRec
       move spaces to JsonRec
       string '      "id": "' DistrictId-AF '",'
              delimited by size into JsonRec
       end-string
       write JsonRec
       move DistrictName to EscapeIn
       perform EscapeText
       move spaces to JsonRec
       string '      "name": "' EscapeOut(1:EscLen) '",'
              delimited by size into JsonRec
       end-string
       write JsonRec
       move spaces to JsonRec
       if StateId-AF >= 1 and StateId-AF <= 16
         string '      "state": "' function trim(StateName(StateId-AF))
                '",' delimited by size into JsonRec
         end-string
       else
         move '      "state": null,' to JsonRec
       end-if
       write JsonRec
       move spaces to JsonRec
       string '      "stateId": "' StateId-AF '",'
              delimited by size into JsonRec
       end-string
       write JsonRec
       move spaces to JsonRec
       string '      "population": ' function trim(PrnPopText) ','
              delimited by size into JsonRec
       end-string
       write JsonRec
       move Cases-AF to PrnNum
       move spaces to JsonRec
       string '      "windowAverage": ' function trim(PrnNum) ','
              delimited by size into JsonRec
       end-string
       write JsonRec
       move spaces to JsonRec
       string '      "incidence": ' function trim(PrnIncText) ','
              delimited by size into JsonRec
       end-string
       write JsonRec
       move spaces to JsonRec
       string '      "warning": ' function trim(WarnText) ','
              delimited by size into JsonRec
       end-string
       write JsonRec
       move '      "daily": [' to JsonRec
       write JsonRec
       perform varying DayIdx from 1 by 1 until DayIdx > DayCount
         move DayCases-T(DayIdx) to PrnNum
         move spaces to JsonRec
         move 1 to LinePos
         string '        {"date": "' DayDate-T(DayIdx)
                '", "cases": ' function trim(PrnNum) '}'
                delimited by size into JsonRec
                with pointer LinePos
         end-string
         if DayIdx < DayCount
           string "," delimited by size into JsonRec
                  with pointer LinePos
           end-string
         end-if
         write JsonRec
       end-perform
       move "      ]" to JsonRec
       write JsonRec
       .

      *-----------------------------------------------------------------

      *  Anfuehrungszeichen und Rueckstriche fuer JSON maskieren;
      *  Ergebnis in EscapeOut(1:EscLen).
       EscapeText.
       move spaces to EscapeOut
       move zeros to EscLen
       perform varying EscPos from 80 by -1
               until EscPos < 1 or EscapeIn(EscPos:1) not = space
         continue
       end-perform
       perform varying EscIdx from 1 by 1 until EscIdx > EscPos
         if EscapeIn(EscIdx:1) = quote or EscapeIn(EscIdx:1) = "\"
           add 1 to EscLen
           move "\" to EscapeOut(EscLen:1)
         end-if
         add 1 to EscLen
         move EscapeIn(EscIdx:1) to EscapeOut(EscLen:1)
       end-perform
       if EscLen = zero
         move 1 to EscLen
       end-if
       .

       end program Corona-Json.
