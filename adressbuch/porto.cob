       identification division.
       program-id. Adressbuch-Porto.
       author. Andreas Suhre.

      *=================================================================
      *  Portoabrechnung: Serienbrief und Etiketten schreiben je Lauf
      *  und Empfaenger-Kategorie eine Zeile nach porto-kosten.dat.
      *  Der Monatslauf summiert das Porto eines Monats je Kategorie
      *  und je Benutzer fuer die Weiterberechnung an die Abteilungen
      *  (porto-monat.rpt). Aufruf mit JJJJMM fuer den Monat (leer =
      *  Vormonat) oder mit TARIFE zur Pflege von porto-tarife.dat
      *  (Produkt, Gewichtsklasse, Preis, gueltig ab).
      *=================================================================

       environment division.
       input-output section.
       file-control.
         select optional RateFile assign to "porto-tarife.dat"
                organization is line sequential
                file status is RateStatus.
         select optional PostCostFile assign to "porto-kosten.dat"
                organization is line sequential
                file status is PostCostStatus.
         select optional CatFile assign to "kategorien.dat"
                organization is indexed
                access mode is dynamic
                sharing with all other
                lock mode is manual
                record key is CatId-K
                file status is CatStatus.
         select RptFile assign to "porto-monat.rpt"
                organization is line sequential.
         select LaufProtokollFile assign to "lauf.log"
                organization is line sequential.

      *=================================================================

       data division.
       file section.
       FD RateFile.
       copy portotarif replacing ==:tag:== by ==G==.

       FD PostCostFile.
       copy portokost replacing ==:tag:== by ==O==.

       FD CatFile.
       01 CatRec.
          02 CatId-K     pic X(10).
          02 CatName-K   pic X(30).
          02 CatActive-K pic X(1).
             88 CatEntryActive   value "1".
             88 CatEntryInactive value "0".

       FD RptFile.
       01 RptRec pic X(100).

       FD LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 RateStatus pic XX value spaces.
          88 RateStatusOK  value "00".
          88 RateStatusEOF value "10".

       01 PostCostStatus pic XX value spaces.
          88 PostCostStatusOK  value "00".
          88 PostCostStatusEOF value "10".

       01 CatStatus pic XX value spaces.
          88 CatStatusOK  value "00".
          88 CatStatusEOF value "10".
       01 CatOpenState pic X value "N".
          88 CatFileOpen value "Y".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CmdLine pic X(80) value spaces.
       01 TodayNum pic 9(8).
       01 ReportMonth pic X(6) value spaces.
       01 ReportMonthNum redefines ReportMonth pic 9(6).
       01 ReportYear pic 9(4).
       01 ReportMon pic 99.

       01 CatSumMax pic 999 value zero.
       01 CatSumTable.
          02 CatSumEntry occurs 100 times.
             03 CatSumId     pic X(10).
             03 CatSumPieces pic 9(6).
             03 CatSumSaved  pic 9(6).
             03 CatSumTotal  pic 9(8)V99.
       01 UserSumMax pic 999 value zero.
       01 UserSumTable.
          02 UserSumEntry occurs 100 times.
             03 UserSumId     pic X(8).
             03 UserSumRuns   pic 9(5).
             03 UserSumPieces pic 9(6).
             03 UserSumTotal  pic 9(8)V99.
       01 SumIdx pic 999.
       01 SumFoundIdx pic 999 value zero.
       01 PrevRunKey pic X(23) value spaces.
       01 CurrRunKey pic X(23).

       01 RunCount     pic 9(5) value zero.
       01 PiecesTotal  pic 9(6) value zero.
       01 SavedTotal   pic 9(6) value zero.
       01 AmountTotal  pic 9(8)V99 value zero.
       01 ZeroRateCount pic 9(5) value zero.

       01 CaptureState pic X value "N".
          88 CaptureDone value "Y".
       01 CaptureCount pic 9(5) value zero.
       01 PriceInput pic X(10).

       01 PrnCount pic Z(4)9.
       01 PrnPieces pic Z(5)9.
       01 PrnRate pic ZZ9.99.
       01 PrnAmount pic Z(7)9.99.

      *=================================================================

       procedure division.

       move "ADRESSBUCH-PORTO" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time
       accept TodayNum from date YYYYMMDD

       accept CmdLine from command-line
       if CmdLine(1:6) = "TARIFE" or CmdLine(1:6) = "tarife"
         perform MaintainRates
       else
         display "Portoabrechnung je Monat"
         if CmdLine(1:6) numeric
           move CmdLine(1:6) to ReportMonth
         else
           move TodayNum(1:4) to ReportYear
           move TodayNum(5:2) to ReportMon
           if ReportMon = 1
             move 12 to ReportMon
             subtract 1 from ReportYear
           else
             subtract 1 from ReportMon
           end-if
           compute ReportMonthNum = ReportYear * 100 + ReportMon
         end-if
         if ReportMonth(5:2) < "01" or ReportMonth(5:2) > "12"
           display "Ungueltiger Monat " ReportMonth ", Abbruch"
           set RunFailed to true
         else
           perform SumPostageCosts
           perform WriteMonthReport
           move RunCount to PrnCount
           display "Laeufe im Monat:      " PrnCount
           move AmountTotal to PrnAmount
           display "Porto gesamt:   " PrnAmount " EUR"
           if ZeroRateCount > zero
             move ZeroRateCount to PrnCount
             display "Zeilen ohne Tarif:    " PrnCount
           end-if
           display "Datei porto-monat.rpt geschrieben"
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

       MaintainRates.
       display "Portotarife"
       open input RateFile
       if RateStatusOK
         read RateFile
           at end set RateStatusEOF to true
         end-read
         perform until RateStatusEOF
           move RatePrice-G to PrnRate
           display " " RateProduct-G " " RateWeight-G " " PrnRate
                   "  ab " RateValidFrom-G(7:2) "."
                   RateValidFrom-G(5:2) "." RateValidFrom-G(1:4)
           read RateFile
             at end set RateStatusEOF to true
           end-read
         end-perform
       end-if
       close RateFile

       display "Neue Tarife erfassen (leeres Produkt beendet)"
       open extend RateFile
       perform until CaptureDone
         move spaces to PostageRateRec
         display " Produkt:        " no advancing
         accept RateProduct-G
         if RateProduct-G = spaces
           set CaptureDone to true
         else
           display " Gewichtsklasse: " no advancing
           accept RateWeight-G
           display " Preis (EUR):    " no advancing
           accept PriceInput
           inspect PriceInput replacing all "," by "."
           display " Gueltig ab (JJJJMMTT, leer=heute): " no advancing
           accept RateValidFrom-G
           if RateValidFrom-G = spaces
             move TodayNum to RateValidFrom-G
           end-if
           evaluate true
             when RateWeight-G = spaces
               display "Gewichtsklasse fehlt, Tarif nicht erfasst"
             when function test-numval(PriceInput) not = zero
               display "Ungueltiger Preis, Tarif nicht erfasst"
             when RateValidFrom-G not numeric
               display "Ungueltiges Datum, Tarif nicht erfasst"
             when other
               compute RatePrice-G = function numval(PriceInput)
               write PostageRateRec
               add 1 to CaptureCount
           end-evaluate
         end-if
       end-perform
       close RateFile
       move CaptureCount to PrnCount
       display "Tarife erfasst: " PrnCount
       .

      *-----------------------------------------------------------------

       SumPostageCosts.
       open input PostCostFile
       if PostCostStatusOK
         read PostCostFile
           at end set PostCostStatusEOF to true
         end-read
         perform until PostCostStatusEOF
           if CostDate-O(1:6) = ReportMonth
             perform AddCostLine
           end-if
           read PostCostFile
             at end set PostCostStatusEOF to true
           end-read
         end-perform
       end-if
       close PostCostFile
       .

      *-----------------------------------------------------------------

      *  Ein Lauf schreibt mehrere Zeilen (je Kategorie) mit gleichem
      *  Datum, gleicher Uhrzeit, Art und Benutzer.
       AddCostLine.
       move spaces to CurrRunKey
       string CostDate-O CostTime-O CostKind-O CostUser-O
              delimited by size into CurrRunKey
       end-string
       add CostPieces-O to PiecesTotal
       add CostSaved-O to SavedTotal
       add CostTotal-O to AmountTotal
       if CostRate-O = zero
         add 1 to ZeroRateCount
       end-if

       move zeros to SumFoundIdx
       perform varying SumIdx from 1 by 1
               until SumIdx > CatSumMax or SumFoundIdx > zero
         if CatSumId(SumIdx) = CostCategory-O
           move SumIdx to SumFoundIdx
         end-if
       end-perform
       if SumFoundIdx = zero
         if CatSumMax >= 100
           move 100 to SumFoundIdx
           move "SONSTIGE" to CatSumId(SumFoundIdx)
         else
           add 1 to CatSumMax
           move CatSumMax to SumFoundIdx
           move CostCategory-O to CatSumId(SumFoundIdx)
           move zeros to CatSumPieces(SumFoundIdx),
                         CatSumSaved(SumFoundIdx),
                         CatSumTotal(SumFoundIdx)
         end-if
       end-if
       add CostPieces-O to CatSumPieces(SumFoundIdx)
       add CostSaved-O to CatSumSaved(SumFoundIdx)
       add CostTotal-O to CatSumTotal(SumFoundIdx)

       move zeros to SumFoundIdx
       perform varying SumIdx from 1 by 1
               until SumIdx > UserSumMax or SumFoundIdx > zero
         if UserSumId(SumIdx) = CostUser-O
           move SumIdx to SumFoundIdx
         end-if
       end-perform
       if SumFoundIdx = zero
         if UserSumMax >= 100
           move 100 to SumFoundIdx
           move "SONSTIGE" to UserSumId(SumFoundIdx)
         else
           add 1 to UserSumMax
           move UserSumMax to SumFoundIdx
           move CostUser-O to UserSumId(SumFoundIdx)
           move zeros to UserSumRuns(SumFoundIdx),
                         UserSumPieces(SumFoundIdx),
                         UserSumTotal(SumFoundIdx)
         end-if
       end-if
       if CurrRunKey not = PrevRunKey
         add 1 to RunCount
         add 1 to UserSumRuns(SumFoundIdx)
         move CurrRunKey to PrevRunKey
       end-if
       add CostPieces-O to UserSumPieces(SumFoundIdx)
       add CostTotal-O to UserSumTotal(SumFoundIdx)
       .

      *-----------------------------------------------------------------

       WriteMonthReport.
       open output RptFile
       move spaces to RptRec
       string "Portoabrechnung Monat " ReportMonth(5:2) "."
              ReportMonth(1:4) ", Stand " TodayNum(7:2) "."
              TodayNum(5:2) "." TodayNum(1:4)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:60)
       write RptRec
       move spaces to RptRec
       write RptRec

       move "Je Kategorie der Empfaenger" to RptRec
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Kategorie  Bezeichnung                 Sendungen" &
            "  Erspart      Betrag EUR" to RptRec
       write RptRec
       move spaces to RptRec
       move all "-" to RptRec(1:73)
       write RptRec
       open input CatFile
       if CatStatusOK
         set CatFileOpen to true
       end-if
       perform varying SumIdx from 1 by 1 until SumIdx > CatSumMax
         move spaces to RptRec
         move CatSumId(SumIdx) to RptRec(1:10)
         move spaces to CatName-K
         if CatFileOpen and CatSumId(SumIdx) not = spaces
           move CatSumId(SumIdx) to CatId-K
           read CatFile
             key is CatId-K
             invalid key move "(unbekannt)" to CatName-K
           end-read
         end-if
         if CatSumId(SumIdx) = spaces
           move "(ohne Kategorie)" to CatName-K
         end-if
         move CatName-K(1:26) to RptRec(12:26)
         move CatSumPieces(SumIdx) to PrnPieces
         move PrnPieces to RptRec(41:6)
         move CatSumSaved(SumIdx) to PrnPieces
         move PrnPieces to RptRec(50:6)
         move CatSumTotal(SumIdx) to PrnAmount
         move PrnAmount to RptRec(62:11)
         write RptRec
       end-perform
       close CatFile
       if CatSumMax = zero
         move " Keine Sendungen im Monat" to RptRec
         write RptRec
       end-if
       move spaces to RptRec
       move all "-" to RptRec(1:73)
       write RptRec
       move spaces to RptRec
       move "Gesamt" to RptRec(1:6)
       move PiecesTotal to PrnPieces
       move PrnPieces to RptRec(41:6)
       move SavedTotal to PrnPieces
       move PrnPieces to RptRec(50:6)
       move AmountTotal to PrnAmount
       move PrnAmount to RptRec(62:11)
       write RptRec
       move spaces to RptRec
       write RptRec
       write RptRec

       move "Je Benutzer" to RptRec
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Benutzer      Laeufe  Sendungen      Betrag EUR"
            to RptRec
       write RptRec
       move spaces to RptRec
       move all "-" to RptRec(1:47)
       write RptRec
       perform varying SumIdx from 1 by 1 until SumIdx > UserSumMax
         move spaces to RptRec
         move UserSumId(SumIdx) to RptRec(1:8)
         move UserSumRuns(SumIdx) to PrnCount
         move PrnCount to RptRec(15:5)
         move UserSumPieces(SumIdx) to PrnPieces
         move PrnPieces to RptRec(25:6)
         move UserSumTotal(SumIdx) to PrnAmount
         move PrnAmount to RptRec(36:11)
         write RptRec
       end-perform
       if UserSumMax = zero
         move " Keine Sendungen im Monat" to RptRec
         write RptRec
       end-if
       move spaces to RptRec
       move all "-" to RptRec(1:47)
       write RptRec
       move spaces to RptRec
       move "Gesamt" to RptRec(1:6)
       move RunCount to PrnCount
       move PrnCount to RptRec(15:5)
       move PiecesTotal to PrnPieces
       move PrnPieces to RptRec(25:6)
       move AmountTotal to PrnAmount
       move PrnAmount to RptRec(36:11)
       write RptRec
       if ZeroRateCount > zero
         move spaces to RptRec
         write RptRec
         move ZeroRateCount to PrnCount
         string "Achtung: " PrnCount " Zeilen ohne gueltigen Tarif "
                "(Betrag 0,00), porto-tarife.dat pruefen"
                delimited by size into RptRec
         end-string
         write RptRec
       end-if
       close RptFile
       .
