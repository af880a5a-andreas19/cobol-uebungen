       identification division.
       program-id. Dateibestand.
       author. Andreas Suhre.

      *=================================================================
      *  Dateibestand: erfasst fuer jede Datei aus dem Dateikatalog
      *  (Copybook dateikatalog), ob sie vorhanden ist, ihre Satzzahl,
      *  Groesse und letzte Aenderung, und schreibt die Werte je Tag
      *  in dateibestand.dat (400 Tage, ein erneuter Lauf am selben
      *  Tag ersetzt die Tageswerte). Der Bericht dateibestand.rpt
      *  zeigt den Zuwachs gegenueber Vortag und Vorwoche und meldet
      *  Dateien, die fehlen, geschrumpft sind, sich nicht mehr
      *  aendern oder ungewoehnlich stark wachsen.
      *  Fehlt eine kritische Datei, endet das Programm mit Return-
      *  Code 8, bei anderen Meldungen mit Return-Code 4.
      *=================================================================

       environment division.
       input-output section.
       file-control.
         select optional CountFile assign to CountName
                organization is line sequential
                file status is CountStatus.
         select optional HistFile assign to "dateibestand.dat"
                organization is line sequential
                file status is HistStatus.
         select NewHistFile assign to "dateibestand.tmp"
                organization is line sequential.
         select RptFile assign to "dateibestand.rpt"
                organization is line sequential.
         select LaufProtokollFile assign to "lauf.log"
                organization is line sequential.

      *=================================================================

       data division.
       file section.
       FD CountFile.
       01 CountRec pic X(1024).

       FD HistFile.
       01 InvRec.
          02 InvDate-H    pic 9(8).
          02 FILLER       pic X.
          02 InvName-H    pic X(40).
          02 FILLER       pic X.
          02 InvExists-H  pic X.
          02 FILLER       pic X.
          02 InvRecords-H pic 9(10).
          02 FILLER       pic X.
          02 InvSize-H    pic 9(15).
          02 FILLER       pic X.
          02 InvFiles-H   pic 9(6).
          02 FILLER       pic X.
          02 InvModDate-H pic 9(8).

       FD NewHistFile.
       01 NewInvRec pic X(94).

       FD RptFile.
       01 RptRec pic X(142).

       FD LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 CountStatus pic XX value spaces.
          88 CountStatusOK  value "00".
          88 CountStatusEOF value "10".
       01 HistStatus pic XX value spaces.
          88 HistStatusOK  value "00".
          88 HistStatusEOF value "10".
       01 CountName pic X(40) value spaces.

       copy dateikatalog.
       01 DkIdx pic 99.
       01 DkFoundIdx pic 99.

      *  Werte je Katalogeintrag: heute, Vortag, Vorwoche
       01 InvTable.
          02 Inv-T occurs 45 times.
             03 CurrExists-T  pic X.
                88 CurrPresent value "J".
             03 CurrRecords-T pic 9(10).
             03 CurrSize-T    pic 9(15).
             03 CurrFiles-T   pic 9(6).
             03 CurrModDate-T pic 9(8).
             03 PrevDate-T    pic 9(8).
             03 PrevExists-T  pic X.
             03 PrevRecords-T pic 9(10).
             03 PrevSize-T    pic 9(15).
             03 WeekDate-T    pic 9(8).
             03 WeekRecords-T pic 9(10).
             03 WeekSize-T    pic 9(15).

       01 FileDetails.
          02 FdSize   pic 9(18) comp.
          02 FdDay    pic X.
          02 FdMonth  pic X.
          02 FdYear   pic 9(4) comp.
          02 FdHour   pic X.
          02 FdMinute pic X.
          02 FdSecond pic X.
          02 FdHund   pic X.
       01 FdDate pic 9(8).

       01 SeriesPos pic 99.
       01 SeriesLen pic 9.
       01 SeriesNo pic 9(6).
       01 SeriesMisses pic 9(4).
       01 ProbeName pic X(40).
       01 LineCount pic 9(10).

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 TodayNum pic 9(8).
       01 TodayInt pic S9(9).
       01 WeekAgo pic 9(8).
       01 KeepFrom pic 9(8).
       01 QuietDays pic S9(9).
       01 QuietLimit pic 9(3).
       01 FastLimit pic 9(3).
       01 BaseCurr pic 9(15).
       01 BasePrev pic 9(15).
       01 DeltaValue pic S9(15).

       01 FlagText pic X(30).
       01 FlagPtr pic 99.
       01 CriticalMissing pic 9(3) value zero.
       01 NoticeCount pic 9(3) value zero.
       01 SizeKb pic 9(12).

       01 PrnRecords pic Z(9)9.
       01 PrnDelta pic -(9)9.
       01 PrnKb pic Z(10)9.
       01 PrnDays pic ZZZ9.
       01 PrnFiles pic ZZZZZ9.
       01 PrnCount pic ZZ9.

      *=================================================================

       procedure division.

       move "DATEIBESTAND" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time

       accept TodayNum from date YYYYMMDD
       compute TodayInt = function integer-of-date(TodayNum)
       compute WeekAgo = function date-of-integer(TodayInt - 7)
       compute KeepFrom = function date-of-integer(TodayInt - 400)

       display "Dateibestand"
       perform varying DkIdx from 1 by 1 until DkIdx > DateiKatMax
         perform MeasureFile
       end-perform
       perform UpdateHistory
       perform WriteReport

       move CriticalMissing to PrnCount
       display "Kritische Dateien fehlen: " PrnCount
       move NoticeCount to PrnCount
       display "Weitere Meldungen:        " PrnCount
       display "Datei dateibestand.rpt geschrieben"

       if CriticalMissing > zero
         set RunFailed to true
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
         when NoticeCount > zero
           move 4 to return-code
         when other
           move zero to return-code
       end-evaluate

       stop run.

      *-----------------------------------------------------------------

       MeasureFile.
       move "N" to CurrExists-T(DkIdx)
       move zeros to CurrRecords-T(DkIdx) CurrSize-T(DkIdx)
                     CurrFiles-T(DkIdx) CurrModDate-T(DkIdx)
                     PrevDate-T(DkIdx) PrevRecords-T(DkIdx)
                     PrevSize-T(DkIdx) WeekDate-T(DkIdx)
                     WeekRecords-T(DkIdx) WeekSize-T(DkIdx)
       move space to PrevExists-T(DkIdx)

       move 6 to SeriesLen
       move zero to SeriesPos
       inspect DkName(DkIdx) tallying SeriesPos
               for characters before initial "######"
       if SeriesPos >= 40
         move 4 to SeriesLen
         move zero to SeriesPos
         inspect DkName(DkIdx) tallying SeriesPos
                 for characters before initial "####"
       end-if
       if SeriesPos < 40
         perform MeasureSeries
       else
         move DkName(DkIdx) to ProbeName
         perform ProbeFile
       end-if
       .

      *-----------------------------------------------------------------

      *  Eine numerierte Reihe endet nach 1000 fehlenden Nummern in
      *  Folge; eine Reihe je Jahr hat Luecken vor dem ersten Jahr
      *  und wird ganz abgesucht.
       MeasureSeries.
       move zero to SeriesMisses
       perform varying SeriesNo from 1 by 1
               until (SeriesLen = 6 and SeriesMisses >= 1000)
                     or (SeriesLen = 6 and SeriesNo = 999999)
                     or (SeriesLen = 4 and SeriesNo > 9999)
         move DkName(DkIdx) to ProbeName
         move SeriesNo(7 - SeriesLen:SeriesLen)
              to ProbeName(SeriesPos + 1:SeriesLen)
         perform ProbeFile
         if return-code = zero
           move zero to SeriesMisses
         else
           add 1 to SeriesMisses
         end-if
       end-perform
       move zero to return-code
       .

      *-----------------------------------------------------------------

       ProbeFile.
       call "CBL_CHECK_FILE_EXIST" using ProbeName, FileDetails
       end-call
       if return-code = zero
         move "J" to CurrExists-T(DkIdx)
         add 1 to CurrFiles-T(DkIdx)
         add FdSize to CurrSize-T(DkIdx)
         compute FdDate = FdYear * 10000
                 + (function ord(FdMonth) - 1) * 100
                 + function ord(FdDay) - 1
         if FdDate > CurrModDate-T(DkIdx)
           move FdDate to CurrModDate-T(DkIdx)
         end-if
         if DkCountRecords(DkIdx)
           perform CountLines
           add LineCount to CurrRecords-T(DkIdx)
           move zero to return-code
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       CountLines.
       move zero to LineCount
       move ProbeName to CountName
       move spaces to CountStatus
       open input CountFile
       if CountStatusOK
         read CountFile
           at end set CountStatusEOF to true
         end-read
         perform until CountStatusEOF
           add 1 to LineCount
           read CountFile
             at end set CountStatusEOF to true
           end-read
         end-perform
       end-if
       close CountFile
       .

      *-----------------------------------------------------------------

      *  dateibestand.dat wird ohne die Werte von heute und ohne
      *  Saetze vor KeepFrom umkopiert; dabei ergeben sich je Datei
      *  die letzten Werte vor heute und die bis zur Vorwoche.
       UpdateHistory.
       open output NewHistFile
       open input HistFile
       if HistStatusOK
         read HistFile
           at end set HistStatusEOF to true
         end-read
         perform until HistStatusEOF
           if InvDate-H < TodayNum and InvDate-H >= KeepFrom
             write NewInvRec from InvRec
             perform TakeHistory
           end-if
           read HistFile
             at end set HistStatusEOF to true
           end-read
         end-perform
       end-if
       close HistFile

       perform varying DkIdx from 1 by 1 until DkIdx > DateiKatMax
         move spaces to InvRec
         move TodayNum to InvDate-H
         move DkName(DkIdx) to InvName-H
         move CurrExists-T(DkIdx) to InvExists-H
         move CurrRecords-T(DkIdx) to InvRecords-H
         move CurrSize-T(DkIdx) to InvSize-H
         move CurrFiles-T(DkIdx) to InvFiles-H
         move CurrModDate-T(DkIdx) to InvModDate-H
         write NewInvRec from InvRec
       end-perform
       close NewHistFile

       call "CBL_DELETE_FILE" using "dateibestand.dat"
       end-call
       call "CBL_RENAME_FILE" using "dateibestand.tmp",
                                    "dateibestand.dat"
       end-call
       .

      *-----------------------------------------------------------------

       TakeHistory.
       move zero to DkFoundIdx
       perform varying DkIdx from 1 by 1
               until DkIdx > DateiKatMax or DkFoundIdx not = zero
         if DkName(DkIdx) = InvName-H
           move DkIdx to DkFoundIdx
         end-if
       end-perform
       if DkFoundIdx not = zero
         if InvDate-H >= PrevDate-T(DkFoundIdx)
           move InvDate-H to PrevDate-T(DkFoundIdx)
           move InvExists-H to PrevExists-T(DkFoundIdx)
           move InvRecords-H to PrevRecords-T(DkFoundIdx)
           move InvSize-H to PrevSize-T(DkFoundIdx)
         end-if
         if InvDate-H <= WeekAgo
            and InvDate-H >= WeekDate-T(DkFoundIdx)
           move InvDate-H to WeekDate-T(DkFoundIdx)
           move InvRecords-H to WeekRecords-T(DkFoundIdx)
           move InvSize-H to WeekSize-T(DkFoundIdx)
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       WriteReport.
       open output RptFile
       move spaces to RptRec
       string "Dateibestand " TodayNum(7:2) "." TodayNum(5:2) "."
              TodayNum(1:4)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:142)
       write RptRec
       move spaces to RptRec
       write RptRec
       move spaces to RptRec
       move "Datei" to RptRec(1:5)
       move "    Saetze" to RptRec(42:10)
       move "  +/-Vortag" to RptRec(53:11)
       move "  +/-Woche" to RptRec(65:10)
       move " Groesse KB" to RptRec(76:11)
       move " +/-KB Tag" to RptRec(88:10)
       move " +/-KB Woche" to RptRec(99:12)
       move "Hinweis" to RptRec(112:7)
       write RptRec

       perform varying DkIdx from 1 by 1 until DkIdx > DateiKatMax
         perform CheckFile
         perform WriteFileLine
       end-perform
       close RptFile
       .

      *-----------------------------------------------------------------

       CheckFile.
       move spaces to FlagText
       move 1 to FlagPtr
       if DkCountRecords(DkIdx)
         move CurrRecords-T(DkIdx) to BaseCurr
         move PrevRecords-T(DkIdx) to BasePrev
       else
         move CurrSize-T(DkIdx) to BaseCurr
         move PrevSize-T(DkIdx) to BasePrev
       end-if

       if not CurrPresent(DkIdx)
         if DkIsCritical(DkIdx)
           string "FEHLT, KRITISCH " delimited by size
                  into FlagText with pointer FlagPtr
           end-string
           add 1 to CriticalMissing
         else
           string "FEHLT " delimited by size
                  into FlagText with pointer FlagPtr
           end-string
         end-if
       else
         if PrevExists-T(DkIdx) = "N"
           string "NEU " delimited by size
                  into FlagText with pointer FlagPtr
           end-string
         end-if
         if PrevExists-T(DkIdx) = "J"
           if DkGrowsOnly(DkIdx) and BaseCurr < BasePrev
             string "GESCHRUMPFT " delimited by size
                    into FlagText with pointer FlagPtr
             end-string
             add 1 to NoticeCount
           end-if
           if DkFast(DkIdx) numeric
             move DkFast(DkIdx) to FastLimit
           else
             move 50 to FastLimit
           end-if
           if BasePrev > zero and BaseCurr > BasePrev
              and (BaseCurr - BasePrev) * 100 > BasePrev * FastLimit
             string "STARK GEWACHSEN " delimited by size
                    into FlagText with pointer FlagPtr
             end-string
             add 1 to NoticeCount
           end-if
         end-if
         if DkQuiet(DkIdx) numeric
            and CurrModDate-T(DkIdx) > zero
           move DkQuiet(DkIdx) to QuietLimit
           compute QuietDays = TodayInt - function integer-of-date(
                   CurrModDate-T(DkIdx))
           if QuietDays >= QuietLimit
             move QuietDays to PrnDays
             string "UNVERAENDERT SEIT" PrnDays " TG"
                    delimited by size
                    into FlagText with pointer FlagPtr
             end-string
             add 1 to NoticeCount
           end-if
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       WriteFileLine.
       move spaces to RptRec
       move DkName(DkIdx) to RptRec(1:40)
       if CurrPresent(DkIdx)
         if DkCountRecords(DkIdx)
           move CurrRecords-T(DkIdx) to PrnRecords
           move PrnRecords to RptRec(42:10)
           if PrevExists-T(DkIdx) = "J"
             compute DeltaValue = CurrRecords-T(DkIdx)
                                  - PrevRecords-T(DkIdx)
             move DeltaValue to PrnDelta
             move PrnDelta to RptRec(54:10)
           end-if
           if WeekDate-T(DkIdx) not = zero
             compute DeltaValue = CurrRecords-T(DkIdx)
                                  - WeekRecords-T(DkIdx)
             move DeltaValue to PrnDelta
             move PrnDelta to RptRec(65:10)
           end-if
         else
           move "-" to RptRec(51:1)
         end-if
         divide CurrSize-T(DkIdx) by 1024 giving SizeKb rounded
         move SizeKb to PrnKb
         move PrnKb to RptRec(76:11)
         if PrevExists-T(DkIdx) = "J"
           compute DeltaValue rounded =
                   (CurrSize-T(DkIdx) - PrevSize-T(DkIdx)) / 1024
           move DeltaValue to PrnDelta
           move PrnDelta to RptRec(88:10)
         end-if
         if WeekDate-T(DkIdx) not = zero
           compute DeltaValue rounded =
                   (CurrSize-T(DkIdx) - WeekSize-T(DkIdx)) / 1024
           move DeltaValue to PrnDelta
           move PrnDelta to RptRec(101:10)
         end-if
       end-if
       move FlagText to RptRec(112:30)
       write RptRec
       if CurrFiles-T(DkIdx) > 1
         move CurrFiles-T(DkIdx) to PrnFiles
         move spaces to RptRec
         string "   Reihe aus" PrnFiles " Dateien"
                delimited by size into RptRec
         end-string
         write RptRec
       end-if
       .
