       identification division.
       program-id. Fristueberwachung.
       author. Andreas Suhre.

      *=================================================================
      *  Fristueberwachung: vergleicht die Laeufe aus lauf.log (und
      *  den Monats-Segmenten lauf-JJJJMM.log) mit der Fristentabelle
      *  fristen.dat. Massgeblich ist das Ende des ersten erfolg-
      *  reichen Laufs (ERFOLG oder WARNUNG) am Tag; an Feiertagen aus
      *  feiertage.dat und an nicht genannten Wochentagen gilt keine
      *  Frist.
      *
      *  TAG [JJJJMMTT]  prueft einen Tag (Vorgabe heute) und schreibt
      *                  frist-status.dat fuer die Betriebs-Konsole;
      *                  ist eine Frist verfehlt oder gefaehrdet, endet
      *                  das Programm mit Return-Code 4.
      *  MONAT [JJJJMM]  schreibt den Einhaltungsbericht frist-monat.rpt
      *                  mit dem Anteil eingehaltener Fristen je
      *                  Programm und den verfehlten Tagen.
      *=================================================================

       environment division.
       input-output section.
       file-control.
         select optional DeadlineFile assign to "fristen.dat"
                organization is line sequential
                file status is DeadlineStatus.
         select optional HolidayFile assign to "feiertage.dat"
                organization is line sequential
                file status is HolidayStatus.
         select optional ProtokollInFile assign to "lauf.log"
                organization is line sequential
                file status is ProtokollStatus.
         select optional SegmentInFile assign to SegmentInName
                organization is line sequential
                file status is SegmentStatus.
         select DlStatusFile assign to "frist-status.dat"
                organization is line sequential.
         select RptFile assign to "frist-monat.rpt"
                organization is line sequential.
         select LaufProtokollFile assign to "lauf.log"
                organization is line sequential.

      *=================================================================

       data division.
       file section.
       FD DeadlineFile.
       copy frist.

       FD HolidayFile.
       01 HolidayRec pic 9(8).

       FD ProtokollInFile.
       copy laufprotokoll replacing LaufRec by ProtokollRec
                                    trailing ==-L== by ==-PL==.

       FD SegmentInFile.
       copy laufprotokoll replacing LaufRec by SegmentRec
                                    trailing ==-L== by ==-SL==.

       FD DlStatusFile.
       copy friststat.

       FD RptFile.
       01 RptRec pic X(100).

       FD LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 DeadlineStatus pic XX value spaces.
          88 DeadlineStatusOK  value "00".
          88 DeadlineStatusEOF value "10".
       01 HolidayStatus pic XX value spaces.
          88 HolidayStatusOK  value "00".
          88 HolidayStatusEOF value "10".
       01 ProtokollStatus pic XX value spaces.
          88 ProtokollStatusOK  value "00".
          88 ProtokollStatusEOF value "10".
       01 SegmentStatus pic XX value spaces.
          88 SegmentStatusOK  value "00".
          88 SegmentStatusEOF value "10".
       01 SegmentInName pic X(20) value spaces.
       01 SegmentMonth pic X(6).

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CmdLine pic X(80) value spaces.
       01 ModeArg pic X(5) value spaces.
       01 DateArg pic X(8) value spaces.
       01 RunMode pic X value space.
          88 DayMode   value "T" "t".
          88 MonthMode value "M" "m".

       01 TodayNum pic 9(8).
       01 NowTime pic 9(8).
       01 NowParts redefines NowTime.
          02 NowHour pic 99.
          02 NowMin  pic 99.
          02 NowSec  pic 99.
          02 FILLER  pic 99.
       01 NowSecs pic 9(5).
       01 CheckDate pic 9(8).
       01 CheckMonth pic X(6).
       01 PriorMonth pic X(6).
       01 PriorParts redefines PriorMonth.
          02 PriorYear pic 9(4).
          02 PriorMon pic 99.
       01 NextMonthInt pic S9(9).
       01 LastDay pic 99.
       01 DayOfMonth pic 99.
       01 DayNum pic 9(8).
       01 DayInt pic S9(9).

       01 WeekdayIdx pic 9.
       01 WeekdayMod pic 9.
       01 WeekdayNameTable.
          02 FILLER pic X(2) value "MO".
          02 FILLER pic X(2) value "DI".
          02 FILLER pic X(2) value "MI".
          02 FILLER pic X(2) value "DO".
          02 FILLER pic X(2) value "FR".
          02 FILLER pic X(2) value "SA".
          02 FILLER pic X(2) value "SO".
       01 WeekdayNames redefines WeekdayNameTable.
          02 WeekdayName occurs 7 times pic X(2).
       01 DueTally pic 99.
       01 ApplyState pic X value "N".
          88 DeadlineApplies value "Y".

       01 HolidayMax pic 9(3) value zero.
       01 HolidayTable.
          02 Holiday-T occurs 200 times pic 9(8).
       01 HolidayIdx pic 9(3).

       01 DlMax pic 99 value zero.
       01 DlTable.
          02 DlEntry occurs 50 times.
             03 DlProgram-T pic X(20).
             03 DlDays-T    pic X(20).
             03 DlTime-T    pic X(4).
             03 DlSecs-T    pic 9(5).
             03 DlMargin-T  pic 9(3).
             03 DlText-T    pic X(30).
             03 DlDue-T     pic 9(3).
             03 DlMetCount-T   pic 9(3).
             03 DlCloseCount-T pic 9(3).
             03 DlMissCount-T  pic 9(3).
             03 DlDay-T occurs 31 times pic 9(6).
       01 DlIdx pic 99.
       01 DlTimeParts.
          02 DlHour pic 99.
          02 DlMin  pic 99.
       01 InvalidCount pic 99 value zero.

       01 EndTime pic 9(6).
       01 EndParts redefines EndTime.
          02 EndHour pic 99.
          02 EndMin  pic 99.
          02 EndSec  pic 99.
       01 EndSecs pic 9(5).
       01 DayState pic X(11).
       01 DayEnd pic X(6).

       01 MissedMax pic 99.
       01 MissedTable.
          02 Missed-T occurs 31 times.
             03 MissedDate-T pic 9(8).
             03 MissedEnd-T  pic X(6).
       01 MissedIdx pic 99.

       01 DayMissed pic 9(3) value zero.
       01 DayAtRisk pic 9(3) value zero.
       01 DayChecked pic 9(3) value zero.
       01 TotalDue pic 9(5) value zero.
       01 TotalMet pic 9(5) value zero.
       01 MetPct pic 9(3)V9.

       01 PrnCount pic ZZ9.
       01 PrnTotal pic ZZZZ9.
       01 PrnPct pic ZZ9.9.

      *=================================================================

       procedure division.

       move "FRISTUEBERWACHUNG" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time

       accept TodayNum from date YYYYMMDD
       accept NowTime from time
       compute NowSecs = NowHour * 3600 + NowMin * 60 + NowSec

       accept CmdLine from command-line
       if CmdLine not = spaces
         unstring CmdLine delimited by all space
           into ModeArg, DateArg
         end-unstring
         evaluate ModeArg
           when "TAG"
             move "T" to RunMode
           when "MONAT"
             move "M" to RunMode
           when other
             display "Aufruf: TAG [JJJJMMTT] oder MONAT [JJJJMM]"
             set RunFailed to true
         end-evaluate
       else
         display "Fristueberwachung"
         display "Tagespruefung oder Monatsbericht? [T/M] "
                 no advancing
         accept RunMode
         if DayMode
           display "Tag (JJJJMMTT, leer = heute): " no advancing
         else
           display "Monat (JJJJMM, leer = laufender Monat): "
                   no advancing
         end-if
         accept DateArg
       end-if

       if RunSucceeded
         evaluate true
           when DayMode
             perform SetCheckDate
           when MonthMode
             perform SetCheckMonth
           when other
             display "Ungueltige Auswahl: " RunMode
             set RunFailed to true
         end-evaluate
       end-if

       if RunSucceeded
         perform LoadDeadlines
         perform LoadHolidays
         perform CollectRuns
         if DayMode
           perform CheckDay
         else
           perform MonthReport
         end-if
       end-if

       accept EndeDatum-L from date YYYYMMDD
       accept EndeZeit-L from time
       if RunSucceeded
         move "ERFOLG" to Ergebnis-L
       else
         move "FEHLER" to Ergebnis-L
       end-if
       open extend LaufProtokollFile
       write LaufRec
       close LaufProtokollFile

       evaluate true
         when RunFailed
           move 8 to return-code
         when DayMissed > zero or DayAtRisk > zero
           move 4 to return-code
         when other
           move zero to return-code
       end-evaluate

       stop run.

      *-----------------------------------------------------------------

       SetCheckDate.
       if DateArg = spaces
         move TodayNum to CheckDate
       else
         if DateArg not numeric
            or function test-date-yyyymmdd(function numval(DateArg))
               not = zero
           display "Ungueltiger Tag: " DateArg
           set RunFailed to true
         else
           move DateArg to CheckDate
         end-if
       end-if
       if RunSucceeded and CheckDate > TodayNum
         display "Tag liegt in der Zukunft: " CheckDate
         set RunFailed to true
       end-if
       move CheckDate(1:6) to CheckMonth
       .

      *-----------------------------------------------------------------

       SetCheckMonth.
       if DateArg = spaces
         move TodayNum(1:6) to CheckMonth
       else
         move DateArg(1:6) to CheckMonth
       end-if
       move CheckMonth to PriorMonth
       if CheckMonth not numeric or DateArg(7:2) not = spaces
          or PriorMon < 1 or PriorMon > 12
         display "Ungueltiger Monat: " DateArg
         set RunFailed to true
       else
         if CheckMonth > TodayNum(1:6)
           display "Monat liegt in der Zukunft: " CheckMonth
           set RunFailed to true
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       LoadDeadlines.
       open input DeadlineFile
       if DeadlineStatusOK
         read DeadlineFile
           at end set DeadlineStatusEOF to true
         end-read
         perform until DeadlineStatusEOF
           if DeadlineRec not = spaces
             perform TakeDeadline
           end-if
           read DeadlineFile
             at end set DeadlineStatusEOF to true
           end-read
         end-perform
       end-if
       close DeadlineFile
       if DlMax = zero
         display "Keine Fristen in fristen.dat"
       end-if
       .

      *-----------------------------------------------------------------

       TakeDeadline.
       move DlTime-D to DlTimeParts
       if DlTime-D not numeric or DlHour > 23 or DlMin > 59
          or (DlMargin-D not = spaces
              and (function test-numval(function trim(DlMargin-D))
                     not = zero
                   or function numval(DlMargin-D) < zero))
         display "Ungueltige Frist uebergangen: "
                 function trim(DlProgram-D) " " DlTime-D
         add 1 to InvalidCount
       else
         if DlMax < 50
           add 1 to DlMax
           move DlProgram-D to DlProgram-T(DlMax)
           move DlDays-D to DlDays-T(DlMax)
           move DlTime-D to DlTime-T(DlMax)
           compute DlSecs-T(DlMax) = DlHour * 3600 + DlMin * 60
           if DlMargin-D = spaces
             move 30 to DlMargin-T(DlMax)
           else
             move function numval(DlMargin-D) to DlMargin-T(DlMax)
           end-if
           move DlText-D to DlText-T(DlMax)
           move zeros to DlDue-T(DlMax) DlMetCount-T(DlMax)
                         DlCloseCount-T(DlMax) DlMissCount-T(DlMax)
           perform varying DayOfMonth from 1 by 1
                   until DayOfMonth > 31
             move 999999 to DlDay-T(DlMax, DayOfMonth)
           end-perform
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       LoadHolidays.
       open input HolidayFile
       if HolidayStatusOK
         read HolidayFile
           at end set HolidayStatusEOF to true
         end-read
         perform until HolidayStatusEOF or HolidayMax >= 200
           if HolidayRec(1:6) = CheckMonth
             add 1 to HolidayMax
             move HolidayRec to Holiday-T(HolidayMax)
           end-if
           read HolidayFile
             at end set HolidayStatusEOF to true
           end-read
         end-perform
       end-if
       close HolidayFile
       .

      *-----------------------------------------------------------------

      *  lauf.log und die Segmente des Monats und des Vormonats (ein
      *  Lauf ueber Mitternacht steht im Segment seines Starts).
       CollectRuns.
       open input ProtokollInFile
       if ProtokollStatusOK
         read ProtokollInFile
           at end set ProtokollStatusEOF to true
         end-read
         perform until ProtokollStatusEOF
           perform TakeRun
           read ProtokollInFile
             at end set ProtokollStatusEOF to true
           end-read
         end-perform
       end-if
       close ProtokollInFile

       move CheckMonth to SegmentMonth
       perform CollectSegment
       move CheckMonth to PriorMonth
       if PriorMon = 1
         subtract 1 from PriorYear
         move 12 to PriorMon
       else
         subtract 1 from PriorMon
       end-if
       move PriorMonth to SegmentMonth
       perform CollectSegment
       .

      *-----------------------------------------------------------------

       CollectSegment.
       move spaces to SegmentInName
       string "lauf-" SegmentMonth ".log"
              delimited by size
              into SegmentInName
       end-string
       move spaces to SegmentStatus
       open input SegmentInFile
       if SegmentStatusOK
         read SegmentInFile
           at end set SegmentStatusEOF to true
         end-read
         perform until SegmentStatusEOF
           move SegmentRec to ProtokollRec
           perform TakeRun
           read SegmentInFile
             at end set SegmentStatusEOF to true
           end-read
         end-perform
       end-if
       close SegmentInFile
       .

      *-----------------------------------------------------------------

       TakeRun.
       if EndeDatum-PL(1:6) = CheckMonth
          and EndeZeit-PL numeric
          and (Ergebnis-PL = "ERFOLG" or Ergebnis-PL = "WARNUNG")
         move EndeDatum-PL(7:2) to DayOfMonth
         perform varying DlIdx from 1 by 1 until DlIdx > DlMax
           if DlProgram-T(DlIdx) = Programm-PL
              and EndeZeit-PL < DlDay-T(DlIdx, DayOfMonth)
             move EndeZeit-PL to DlDay-T(DlIdx, DayOfMonth)
           end-if
         end-perform
       end-if
       .

      *-----------------------------------------------------------------

       CheckDayApplies.
       move "N" to ApplyState
       compute DayInt = function integer-of-date(DayNum)
       compute WeekdayMod = function mod(DayInt, 7)
       if WeekdayMod = zero
         move 7 to WeekdayIdx
       else
         move WeekdayMod to WeekdayIdx
       end-if
       if DlDays-T(DlIdx) = spaces
         set DeadlineApplies to true
       else
         move zeros to DueTally
         inspect DlDays-T(DlIdx) tallying DueTally
                 for all WeekdayName(WeekdayIdx)
         if DueTally > zero
           set DeadlineApplies to true
         end-if
       end-if
       perform varying HolidayIdx from 1 by 1
               until HolidayIdx > HolidayMax
         if Holiday-T(HolidayIdx) = DayNum
           move "N" to ApplyState
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

      *  Zustand der Frist DlIdx am Tag DayNum. Knapp eingehalten ist
      *  eine Frist, wenn der Lauf innerhalb der Vorwarnzeit vor der
      *  Frist endete; gefaehrdet ist sie, wenn am laufenden Tag noch
      *  kein erfolgreicher Lauf vorliegt und die Vorwarnzeit begonnen
      *  hat.
       EvaluateDay.
       move spaces to DayState, DayEnd
       perform CheckDayApplies
       if DeadlineApplies
         move DayNum(7:2) to DayOfMonth
         move DlDay-T(DlIdx, DayOfMonth) to EndTime
         if EndTime not = 999999
           move EndTime to DayEnd
           compute EndSecs = EndHour * 3600 + EndMin * 60 + EndSec
           evaluate true
             when EndSecs > DlSecs-T(DlIdx)
               move "VERFEHLT" to DayState
             when EndSecs + DlMargin-T(DlIdx) * 60 > DlSecs-T(DlIdx)
               move "KNAPP" to DayState
             when other
               move "EINGEHALTEN" to DayState
           end-evaluate
         else
           evaluate true
             when DayNum not = TodayNum
                  or NowSecs > DlSecs-T(DlIdx)
               move "VERFEHLT" to DayState
             when NowSecs + DlMargin-T(DlIdx) * 60
                  >= DlSecs-T(DlIdx)
               move "GEFAEHRDET" to DayState
             when other
               move "OFFEN" to DayState
           end-evaluate
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       CheckDay.
       display "Fristen am " CheckDate(7:2) "." CheckDate(5:2) "."
               CheckDate(1:4)
       move CheckDate to DayNum
       open output DlStatusFile
       perform varying DlIdx from 1 by 1 until DlIdx > DlMax
         perform EvaluateDay
         if DayState not = spaces
           add 1 to DayChecked
           move spaces to DlStatusRec
           move CheckDate to DlDate-E
           move NowTime(1:4) to DlCheckTime-E
           move DlProgram-T(DlIdx) to DlProgram-E
           move DlTime-T(DlIdx) to DlTime-E
           move DayEnd to DlEnd-E
           move DayState to DlState-E
           move DlText-T(DlIdx) to DlText-E
           write DlStatusRec
           if DlMissed-E
             add 1 to DayMissed
           end-if
           if DlAtRisk-E
             add 1 to DayAtRisk
           end-if
           if DayEnd = spaces
             display " " DlProgram-T(DlIdx) " Frist "
                     DlTime-T(DlIdx)(1:2) ":" DlTime-T(DlIdx)(3:2)
                     "  kein Lauf  " DayState " "
                     function trim(DlText-T(DlIdx))
           else
             display " " DlProgram-T(DlIdx) " Frist "
                     DlTime-T(DlIdx)(1:2) ":" DlTime-T(DlIdx)(3:2)
                     "  Ende " DayEnd(1:2) ":" DayEnd(3:2) "  "
                     DayState " " function trim(DlText-T(DlIdx))
           end-if
         end-if
       end-perform
       close DlStatusFile

       if DayChecked = zero
         display " Keine Frist an diesem Tag"
       end-if
       move DayMissed to PrnCount
       display "Verfehlt:   " PrnCount
       move DayAtRisk to PrnCount
       display "Gefaehrdet: " PrnCount
       .

      *-----------------------------------------------------------------

       MonthReport.
       move CheckMonth to PriorMonth
       if PriorMon = 12
         add 1 to PriorYear
         move 1 to PriorMon
       else
         add 1 to PriorMon
       end-if
       compute NextMonthInt = function integer-of-date(
               function numval(PriorMonth) * 100 + 1)
       compute DayNum = function date-of-integer(NextMonthInt - 1)
       move DayNum(7:2) to LastDay
       if CheckMonth = TodayNum(1:6)
         move TodayNum(7:2) to LastDay
       end-if

       open output RptFile
       move spaces to RptRec
       string "Einhaltung der Fristen " CheckMonth(5:2) "/"
              CheckMonth(1:4) " bis zum " LastDay "."
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:70)
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Programm             Frist  Tage Eingeh. Knapp Verfehlt" &
            "  Quote%" to RptRec
       write RptRec

       perform varying DlIdx from 1 by 1 until DlIdx > DlMax
         perform MonthEntry
       end-perform
       if DlMax = zero
         move " Keine Fristen in fristen.dat" to RptRec
         write RptRec
       end-if

       move spaces to RptRec
       write RptRec
       move spaces to RptRec
       if TotalDue > zero
         compute MetPct rounded = TotalMet * 100 / TotalDue
         move MetPct to PrnPct
         move TotalDue to PrnTotal
         string "Gesamt: " PrnTotal " Fristen, eingehalten "
                PrnPct " %"
                delimited by size into RptRec
         end-string
       else
         move "Gesamt: keine faelligen Fristen" to RptRec
       end-if
       write RptRec
       display function trim(RptRec)
       close RptFile
       display "Datei frist-monat.rpt geschrieben"
       .

      *-----------------------------------------------------------------

       MonthEntry.
       move zero to MissedMax
       perform varying DayOfMonth from 1 by 1
               until DayOfMonth > LastDay
         compute DayNum = function numval(CheckMonth) * 100
                          + DayOfMonth
         perform EvaluateDay
         evaluate DayState
           when "EINGEHALTEN"
             add 1 to DlDue-T(DlIdx) DlMetCount-T(DlIdx)
           when "KNAPP"
             add 1 to DlDue-T(DlIdx) DlMetCount-T(DlIdx)
                      DlCloseCount-T(DlIdx)
           when "VERFEHLT"
             add 1 to DlDue-T(DlIdx) DlMissCount-T(DlIdx)
             add 1 to MissedMax
             move DayNum to MissedDate-T(MissedMax)
             move DayEnd to MissedEnd-T(MissedMax)
           when other
             continue
         end-evaluate
       end-perform
       add DlDue-T(DlIdx) to TotalDue
       add DlMetCount-T(DlIdx) to TotalMet

       move spaces to RptRec
       move DlProgram-T(DlIdx) to RptRec(1:20)
       move DlTime-T(DlIdx)(1:2) to RptRec(22:2)
       move ":" to RptRec(24:1)
       move DlTime-T(DlIdx)(3:2) to RptRec(25:2)
       move DlDue-T(DlIdx) to PrnCount
       move PrnCount to RptRec(29:3)
       move DlMetCount-T(DlIdx) to PrnCount
       move PrnCount to RptRec(36:3)
       move DlCloseCount-T(DlIdx) to PrnCount
       move PrnCount to RptRec(42:3)
       move DlMissCount-T(DlIdx) to PrnCount
       move PrnCount to RptRec(51:3)
       if DlDue-T(DlIdx) > zero
         compute MetPct rounded = DlMetCount-T(DlIdx) * 100
                 / DlDue-T(DlIdx)
         move MetPct to PrnPct
         move PrnPct to RptRec(57:5)
       else
         move "-" to RptRec(61:1)
       end-if
       move DlText-T(DlIdx) to RptRec(64:30)
       write RptRec

       perform varying MissedIdx from 1 by 1
               until MissedIdx > MissedMax
         move spaces to RptRec
         if MissedEnd-T(MissedIdx) = spaces
           string "   verfehlt am " MissedDate-T(MissedIdx)(7:2) "."
                  MissedDate-T(MissedIdx)(5:2) "."
                  MissedDate-T(MissedIdx)(1:4)
                  "  kein erfolgreicher Lauf"
                  delimited by size into RptRec
           end-string
         else
           string "   verfehlt am " MissedDate-T(MissedIdx)(7:2) "."
                  MissedDate-T(MissedIdx)(5:2) "."
                  MissedDate-T(MissedIdx)(1:4)
                  "  Ende " MissedEnd-T(MissedIdx)(1:2) ":"
                  MissedEnd-T(MissedIdx)(3:2)
                  delimited by size into RptRec
           end-string
         end-if
         write RptRec
       end-perform
       .
