       identification division.
       program-id. Stoerungsbuch.
       author. Andreas Suhre.

      *=================================================================
      *  Stoerungsbuch (stoerungen.dat): jeder fehlgeschlagene Lauf
      *  aus lauf.log (und dem Segment des Vormonats) und jede FEHLER-
      *  Meldung aus corona-status.dat eroeffnet eine Stoerung mit
      *  Programm, Zeitpunkt und Grund. Meldet Corona-Main einen
      *  Fehler, gehoeren Statusmeldung und lauf.log-Eintrag zu einer
      *  Stoerung. Im Dialog ergaenzt der Operator Ursache, Massnahme
      *  und Verantwortlichen und schliesst die Stoerung.
      *  Der Monatsbericht stoerungen.rpt listet die im Monat
      *  eroeffneten Stoerungen je Programm und Ursache mit der Zeit
      *  bis zur Behebung.
      *
      *  Aufruf: Stoerungsbuch [ERFASSEN | BERICHT [JJJJMM]]
      *  (ERFASSEN = nur neue Stoerungen eroeffnen, BERICHT = nur
      *  Monatsbericht, jeweils ohne Dialog)
      *=================================================================

       environment division.
       input-output section.
       file-control.
         select optional IncidentFile assign to "stoerungen.dat"
                organization is line sequential
                file status is IncidentStatus.
         select optional ProtokollInFile assign to "lauf.log"
                organization is line sequential
                file status is ProtokollStatus.
         select optional SegmentInFile assign to SegmentInName
                organization is line sequential
                file status is SegmentStatus.
         select optional StatusFile assign to "corona-status.dat"
                organization is line sequential
                file status is StatusStatus.
         select SortFile assign to "stoerungen-sort.tmp".
         select RptFile assign to "stoerungen.rpt"
                organization is line sequential.
         select LaufProtokollFile assign to "lauf.log"
                organization is line sequential.

      *=================================================================

       data division.
       file section.
       FD IncidentFile.
       copy stoerung replacing ==:tag:== by ==IN==.

       FD ProtokollInFile.
       copy laufprotokoll replacing LaufRec by ProtokollRec
                                    trailing ==-L== by ==-PL==.

       FD SegmentInFile.
       copy laufprotokoll replacing LaufRec by SegmentRec
                                    trailing ==-L== by ==-SL==.

       FD StatusFile.
       01 StatusRec.
          02 StatusDate-S pic 9(8).
          02 FILLER pic X.
          02 StatusTime-S pic X(6).
          02 FILLER pic X.
          02 StatusResult-S pic X(7).
          02 FILLER pic X.
          02 StatusReason-S pic X(60).

       SD SortFile.
       copy stoerung replacing IncidentRec by SortRec
                               ==:tag:== by ==SF==.

       FD RptFile.
       01 RptRec pic X(120).

       FD LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 IncidentStatus pic XX value spaces.
          88 IncidentStatusOK  value "00".
          88 IncidentStatusEOF value "10".
       01 ProtokollStatus pic XX value spaces.
          88 ProtokollStatusOK  value "00".
          88 ProtokollStatusEOF value "10".
       01 SegmentStatus pic XX value spaces.
          88 SegmentStatusOK  value "00".
          88 SegmentStatusEOF value "10".
       01 SegmentInName pic X(20) value spaces.
       01 StatusStatus pic XX value spaces.
          88 StatusStatusOK  value "00".
          88 StatusStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CmdLine pic X(80) value spaces.
       01 ModeArg pic X(10) value spaces.
       01 MonthArg pic X(8) value spaces.
       01 TodayNum pic 9(8).
       01 NowTime pic 9(8).
       01 NowParts redefines NowTime.
          02 NowHHMM pic X(4).
          02 FILLER  pic X(4).

      *  Beruecksichtigt werden Laeufe ab dem Ersten des Vormonats
       01 PriorMonth pic X(6).
       01 PriorParts redefines PriorMonth.
          02 PriorYear pic 9(4).
          02 PriorMon pic 99.
       01 CaptureFrom pic 9(8).
       01 ReportMonth pic X(6) value spaces.

       01 MenuChoice pic X value space.
          88 ListSelected    values "L" "l".
          88 EditSelected    values "B" "b".
          88 CaptureSelected values "E" "e".
          88 ReportSelected  values "W" "w".
          88 EndSelected     values "X" "x".

       01 CauseNames.
          02 FILLER pic X(15) value "DDaten".
          02 FILLER pic X(15) value "PProgramm".
          02 FILLER pic X(15) value "SSystem".
          02 FILLER pic X(15) value "BBedienung".
          02 FILLER pic X(15) value "EExtern".
          02 FILLER pic X(15) value "UUnbekannt".
       01 CauseTable redefines CauseNames.
          02 CauseEntry occurs 6 times.
             03 CauseCode pic X(1).
             03 CauseName pic X(14).
       01 CauseIdx pic 9.
       01 CauseText pic X(14).

       01 InMax pic 9(4) value zero.
       01 InTable.
          02 InEntry-T occurs 2000 times pic X(234).
       01 InIdx pic 9(4).
       01 FoundIdx pic 9(4) value zero.
       01 NextId pic 9(5) value zero.
       01 InTabState pic X value "N".
          88 InTabFull value "Y".
       01 ChangedState pic X value "N".
          88 TableChanged value "Y".
       01 NewCount pic 9(4) value zero.
       01 OpenCount pic 9(4) value zero.

      *  FEHLER-Eintraege der Jobkette werden zuletzt geprueft
       01 ChainMax pic 9(3) value zero.
       01 ChainTable.
          02 ChainEntry-T occurs 500 times pic X(60).
       01 ChainIdx pic 9(3).

       01 CandSource pic X(1).
       01 CandProgram pic X(20).
       01 CandDate pic 9(8).
       01 CandTime pic X(6).
       01 CandStart pic X(6).
       01 CandReason pic X(60).

       01 EnteredNr pic X(10).
       01 EnteredCause pic X(1).
       01 EnteredCauseText pic X(40).
       01 EnteredAction pic X(60).
       01 EnteredOwner pic X(20).
       01 EnteredStatus pic X(1).
       01 EnteredClose pic X(13).
       01 EnteredCloseDate pic X(8).
       01 EnteredCloseTime pic X(4).

       01 SortState pic X value "N".
          88 SortEOF value "Y".
       01 CurrProgram pic X(20).
       01 CurrCause pic X(1).
       01 GroupCount pic 9(4).
       01 GroupClosed pic 9(4).
       01 GroupMinutes pic 9(9).
       01 ProgCount pic 9(4).
       01 ProgClosed pic 9(4).
       01 ProgMinutes pic 9(9).
       01 TotalCount pic 9(5) value zero.
       01 TotalClosed pic 9(5) value zero.
       01 TotalMinutes pic 9(9) value zero.
       01 RepairMinutes pic S9(9).
       01 AvgMinutes pic 9(7).
       01 RepairHours pic 9(5).
       01 RepairRest pic 99.

       01 PrnId pic Z(4)9.
       01 PrnCount pic Z(4)9.
       01 PrnHours pic Z(4)9.
       01 RepairText pic X(9).

      *=================================================================

       procedure division.

       move "STOERUNGSBUCH" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time
       accept TodayNum from date YYYYMMDD

       move TodayNum(1:6) to PriorMonth
       if PriorMon = 1
         subtract 1 from PriorYear
         move 12 to PriorMon
       else
         subtract 1 from PriorMon
       end-if
       compute CaptureFrom = function numval(PriorMonth) * 100 + 1

       perform LoadIncidents
       if InTabFull
         display "stoerungen.dat hat mehr als 2000 Zeilen, " &
                 "bitte geschlossene Stoerungen auslagern"
         set RunFailed to true
       else
         accept CmdLine from command-line
         unstring CmdLine delimited by all space
           into ModeArg, MonthArg
         end-unstring
         move function upper-case(ModeArg) to ModeArg
         evaluate ModeArg
           when "ERFASSEN"
             perform CaptureIncidents
           when "BERICHT"
             move MonthArg to ReportMonth
             perform WriteMonthReport
           when spaces
             perform RunDialog
           when other
             display "Aufruf: Stoerungsbuch [ERFASSEN | BERICHT "
                     "[JJJJMM]]"
             set RunFailed to true
         end-evaluate
         if TableChanged
           perform SaveIncidents
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

       RunDialog.
       display "Stoerungsbuch (stoerungen.dat)"
       perform CaptureIncidents
       perform until EndSelected
         display space
         display "Offene Stoerungen:  L"
         display "Bearbeiten:         B"
         display "Neu erfassen:       E"
         display "Monatsbericht:      W"
         display "Beenden:            X"
         display "> " no advancing
         accept MenuChoice
         evaluate true
           when ListSelected perform ListOpenIncidents
           when EditSelected perform EditIncident
           when CaptureSelected perform CaptureIncidents
           when ReportSelected
             display " Monat (JJJJMM, leer = laufender Monat): "
                     no advancing
             accept ReportMonth
             perform WriteMonthReport
           when EndSelected continue
           when other display "Unbekannte Auswahl"
         end-evaluate
       end-perform
       .

      *-----------------------------------------------------------------

       LoadIncidents.
       open input IncidentFile
       if IncidentStatusOK
         read IncidentFile
           at end set IncidentStatusEOF to true
         end-read
         perform until IncidentStatusEOF or InMax >= 2000
           add 1 to InMax
           move IncidentRec to InEntry-T(InMax)
           if InId-IN > NextId
             move InId-IN to NextId
           end-if
           read IncidentFile
             at end set IncidentStatusEOF to true
           end-read
         end-perform
         if not IncidentStatusEOF
           set InTabFull to true
         end-if
       end-if
       close IncidentFile
       .

      *-----------------------------------------------------------------

      *  Neue Stoerungen aus corona-status.dat zuerst, damit der
      *  zugehoerige lauf.log-Eintrag von Corona-Main erkannt wird;
      *  ebenso die "KETTE"-Eintraege zuletzt, nach den Eintraegen der
      *  Programme der Kettenschritte.
       CaptureIncidents.
       move zero to NewCount
       open input StatusFile
       if StatusStatusOK
         read StatusFile
           at end set StatusStatusEOF to true
         end-read
         perform until StatusStatusEOF
           if StatusResult-S = "FEHLER"
              and StatusDate-S >= CaptureFrom
             move "S" to CandSource
             move "CORONA-MAIN" to CandProgram
             move StatusDate-S to CandDate
             move StatusTime-S to CandTime
             move StatusTime-S to CandStart
             move StatusReason-S to CandReason
             if CandReason = spaces
               move "FEHLER-Meldung in corona-status.dat"
                 to CandReason
             end-if
             perform TakeCandidate
           end-if
           read StatusFile
             at end set StatusStatusEOF to true
           end-read
         end-perform
       end-if
       close StatusFile

       move spaces to SegmentInName
       string "lauf-" PriorMonth ".log"
              delimited by size into SegmentInName
       end-string
       move spaces to SegmentStatus
       open input SegmentInFile
       if SegmentStatusOK
         read SegmentInFile
           at end set SegmentStatusEOF to true
         end-read
         perform until SegmentStatusEOF
           move SegmentRec to ProtokollRec
           perform TakeLogEntry
           read SegmentInFile
             at end set SegmentStatusEOF to true
           end-read
         end-perform
       end-if
       close SegmentInFile

       open input ProtokollInFile
       if ProtokollStatusOK
         read ProtokollInFile
           at end set ProtokollStatusEOF to true
         end-read
         perform until ProtokollStatusEOF
           perform TakeLogEntry
           read ProtokollInFile
             at end set ProtokollStatusEOF to true
           end-read
         end-perform
       end-if
       close ProtokollInFile

       perform varying ChainIdx from 1 by 1 until ChainIdx > ChainMax
         move ChainEntry-T(ChainIdx) to ProtokollRec
         perform TakeLogCandidate
       end-perform

       move NewCount to PrnCount
       display "Neue Stoerungen: " PrnCount
       .

      *-----------------------------------------------------------------

       TakeLogEntry.
       if Ergebnis-PL = "FEHLER" and EndeDatum-PL >= CaptureFrom
         if Programm-PL(1:6) = "KETTE "
           if ChainMax < 500
             add 1 to ChainMax
             move ProtokollRec to ChainEntry-T(ChainMax)
           else
             perform TakeLogCandidate
           end-if
         else
           perform TakeLogCandidate
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       TakeLogCandidate.
       move "L" to CandSource
       move Programm-PL to CandProgram
       move EndeDatum-PL to CandDate
       move EndeZeit-PL to CandTime
       move StartZeit-PL to CandStart
       move spaces to CandReason
       string "Lauf mit Ergebnis FEHLER, Start "
              StartDatum-PL(7:2) "." StartDatum-PL(5:2) ". "
              StartZeit-PL(1:2) ":" StartZeit-PL(3:2)
              delimited by size into CandReason
       end-string
       perform TakeCandidate
       .

      *-----------------------------------------------------------------

      *  Eine Stoerung ist schon erfasst, wenn Quelle, Programm und
      *  Zeitpunkt uebereinstimmen oder wenn zum lauf.log-Eintrag
      *  eine Statusmeldung desselben Programms aus der Laufzeit
      *  vorliegt. Der Eintrag "KETTE <Schritt>" eines fehlgeschla-
      *  genen Kettenschritts gehoert zur Stoerung des Programms, die
      *  in die Laufzeit des Schritts faellt.
       TakeCandidate.
       move zero to FoundIdx
       perform varying InIdx from 1 by 1
               until InIdx > InMax or FoundIdx not = zero
         move InEntry-T(InIdx) to IncidentRec
         if InDate-IN = CandDate
           evaluate true
             when InProgram-IN = CandProgram
                  and InSource-IN = CandSource and InTime-IN = CandTime
               move InIdx to FoundIdx
             when InProgram-IN = CandProgram
                  and CandSource = "L" and InFromStatus-IN
                  and InTime-IN >= CandStart
                  and InTime-IN <= CandTime
               move InIdx to FoundIdx
             when InProgram-IN not = CandProgram
                  and CandProgram(1:6) = "KETTE "
                  and InTime-IN >= CandStart
                  and InTime-IN <= CandTime
               move InIdx to FoundIdx
             when other
               continue
           end-evaluate
         end-if
       end-perform
       if FoundIdx = zero
         if InMax >= 2000
           display "Tabelle voll, Stoerung nicht erfasst: "
                   function trim(CandProgram) " " CandDate
         else
           add 1 to NextId
           move spaces to IncidentRec
           move NextId to InId-IN
           move CandSource to InSource-IN
           move CandProgram to InProgram-IN
           move CandDate to InDate-IN
           move CandTime to InTime-IN
           move CandReason to InReason-IN
           set InOpen-IN to true
           move zeros to InCloseDate-IN
           add 1 to InMax
           move IncidentRec to InEntry-T(InMax)
           add 1 to NewCount
           set TableChanged to true
           move NextId to PrnId
           display " Stoerung " PrnId " " function trim(CandProgram)
                   " " CandDate(7:2) "." CandDate(5:2) "."
                   CandDate(1:4) " " CandTime(1:2) ":" CandTime(3:2)
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       FindCauseText.
       move spaces to CauseText
       perform varying CauseIdx from 1 by 1 until CauseIdx > 6
         if CauseCode(CauseIdx) = InCause-IN
           move CauseName(CauseIdx) to CauseText
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       ListOpenIncidents.
       display space
       display "   Nr  Programm             Datum      Zeit   Grund"
       move zero to OpenCount
       perform varying InIdx from 1 by 1 until InIdx > InMax
         move InEntry-T(InIdx) to IncidentRec
         if InOpen-IN
           add 1 to OpenCount
           move InId-IN to PrnId
           display " " PrnId "  " InProgram-IN " "
                   InDate-IN(7:2) "." InDate-IN(5:2) "."
                   InDate-IN(1:4) " " InTime-IN(1:2) ":"
                   InTime-IN(3:2) "  " function trim(InReason-IN)
         end-if
       end-perform
       if OpenCount = zero
         display " Keine offenen Stoerungen"
       end-if
       .

      *-----------------------------------------------------------------

      *  Geschlossen werden kann eine Stoerung nur mit Ursache,
      *  Massnahme und Verantwortlichem; ohne Angabe gilt als
      *  Behebungszeitpunkt der Augenblick der Eingabe.
       EditIncident.
       display space
       display "Stoerung bearbeiten"
       display " Nr: " no advancing
       accept EnteredNr
       move zeros to FoundIdx
       if function trim(EnteredNr) numeric
         perform varying InIdx from 1 by 1
                 until InIdx > InMax or FoundIdx not = zero
           move InEntry-T(InIdx) to IncidentRec
           if InId-IN = function numval(EnteredNr)
             move InIdx to FoundIdx
           end-if
         end-perform
       end-if
       if FoundIdx = zero
         display "Stoerung nicht vorhanden"
       else
         move InEntry-T(FoundIdx) to IncidentRec
         perform FindCauseText
         display " " function trim(InProgram-IN) "  "
                 InDate-IN(7:2) "." InDate-IN(5:2) "."
                 InDate-IN(1:4) " " InTime-IN(1:2) ":" InTime-IN(3:2)
         display " " function trim(InReason-IN)
         if InClosed-IN
           display " geschlossen am " InCloseDate-IN(7:2) "."
                   InCloseDate-IN(5:2) "." InCloseDate-IN(1:4) " "
                   InCloseTime-IN(1:2) ":" InCloseTime-IN(3:2)
         end-if
         display " Ursache: " CauseText " "
                 function trim(InCauseText-IN)
         display " Massnahme: " function trim(InAction-IN)
         display " Verantwortlich: " function trim(InOwner-IN)
         display space
         display " Ursache (D=Daten, P=Programm, S=System, "
                 "B=Bedienung,"
         display "          E=Extern, U=Unbekannt, leer = "
                 "unveraendert): " no advancing
         accept EnteredCause
         move function upper-case(EnteredCause) to EnteredCause
         display " Ursache Text (leer = unveraendert): " no advancing
         accept EnteredCauseText
         display " Massnahme (leer = unveraendert): " no advancing
         accept EnteredAction
         display " Verantwortlich (leer = unveraendert): "
                 no advancing
         accept EnteredOwner
         display " Status (O=offen, G=geschlossen, leer = "
                 "unveraendert): " no advancing
         accept EnteredStatus
         move function upper-case(EnteredStatus) to EnteredStatus
         move spaces to EnteredClose
         if EnteredStatus = "G" and InOpen-IN
           display " Behoben am (JJJJMMTT HHMM, leer = jetzt): "
                   no advancing
           accept EnteredClose
         end-if
         perform ApplyIncidentChange
       end-if
       .

      *-----------------------------------------------------------------

       ApplyIncidentChange.
       if EnteredClose = spaces
         move TodayNum to EnteredCloseDate
         accept NowTime from time
         move NowHHMM to EnteredCloseTime
       else
         move EnteredClose(1:8) to EnteredCloseDate
         move EnteredClose(10:4) to EnteredCloseTime
       end-if
       if EnteredCause not = space
         move EnteredCause to InCause-IN
       end-if
       if EnteredCauseText not = spaces
         move EnteredCauseText to InCauseText-IN
       end-if
       if EnteredAction not = spaces
         move EnteredAction to InAction-IN
       end-if
       if EnteredOwner not = spaces
         move EnteredOwner to InOwner-IN
       end-if
       evaluate true
         when InCause-IN not = space and not InCauseValid-IN
           display "Unbekannte Ursache, nicht geaendert"
         when EnteredStatus not = space and not = "O"
              and not = "G"
           display "Unbekannter Status, nicht geaendert"
         when EnteredStatus = "G" and InOpen-IN
              and (InCause-IN = space or InAction-IN = spaces
                   or InOwner-IN = spaces)
           display "Zum Schliessen sind Ursache, Massnahme und "
                   "Verantwortlicher noetig, nicht geaendert"
         when EnteredStatus = "G" and InOpen-IN
              and (EnteredCloseDate not numeric
                   or EnteredCloseTime not numeric
                   or EnteredCloseDate < InDate-IN
                   or EnteredCloseDate > TodayNum
                   or (EnteredCloseDate = InDate-IN
                       and EnteredCloseTime < InTime-IN(1:4)))
           display "Ungueltiger Behebungszeitpunkt: " EnteredClose
                   ", nicht geaendert"
         when other
           if EnteredStatus = "G" and InOpen-IN
             set InClosed-IN to true
             move EnteredCloseDate to InCloseDate-IN
             move EnteredCloseTime to InCloseTime-IN
           end-if
           if EnteredStatus = "O" and InClosed-IN
             set InOpen-IN to true
             move zeros to InCloseDate-IN
             move spaces to InCloseTime-IN
           end-if
           move IncidentRec to InEntry-T(FoundIdx)
           set TableChanged to true
           display "Geaendert"
       end-evaluate
       .

      *-----------------------------------------------------------------

       SaveIncidents.
       open output IncidentFile
       perform varying InIdx from 1 by 1 until InIdx > InMax
         move InEntry-T(InIdx) to IncidentRec
         write IncidentRec
       end-perform
       close IncidentFile
       move InMax to PrnCount
       display "stoerungen.dat geschrieben, Stoerungen: " PrnCount
       .

      *-----------------------------------------------------------------

      *  Stoerungen des Monats nach Programm, Ursache und Zeitpunkt;
      *  offene Stoerungen gehen nicht in die mittlere Behebungszeit
      *  ein.
       WriteMonthReport.
       if ReportMonth = spaces
         move TodayNum(1:6) to ReportMonth
       end-if
       if ReportMonth not numeric
         display "Ungueltiger Monat: " ReportMonth
       else
         move zeros to TotalCount, TotalClosed, TotalMinutes
         sort SortFile
              on ascending key InProgram-SF, InCause-SF, InDate-SF,
                               InTime-SF
              input procedure is ReleaseMonthIncidents
              output procedure is ListMonthIncidents
         move TotalCount to PrnCount
         display "Stoerungen im Monat: " PrnCount
         display "Datei stoerungen.rpt geschrieben"
       end-if
       move spaces to ReportMonth
       .

      *-----------------------------------------------------------------

       ReleaseMonthIncidents.
       perform varying InIdx from 1 by 1 until InIdx > InMax
         move InEntry-T(InIdx) to IncidentRec
         if InDate-IN(1:6) = ReportMonth
           release SortRec from IncidentRec
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       ListMonthIncidents.
       open output RptFile
       move spaces to RptRec
       string "Stoerungsbuch " ReportMonth(5:2) "/" ReportMonth(1:4)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:90)
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Programm             Ursache           Nr Datum      " &
            "Zeit   Behebung  Verantwortlich" to RptRec
       write RptRec

       move "N" to SortState
       move spaces to CurrProgram, CurrCause
       return SortFile
         at end set SortEOF to true
       end-return
       perform until SortEOF
         if InProgram-SF not = CurrProgram
           if CurrProgram not = spaces
             perform WriteCauseTotal
             perform WriteProgramTotal
           end-if
           move InProgram-SF to CurrProgram
           move InCause-SF to CurrCause
           move zeros to ProgCount, ProgClosed, ProgMinutes
           move zeros to GroupCount, GroupClosed, GroupMinutes
         else
           if InCause-SF not = CurrCause
             perform WriteCauseTotal
             move InCause-SF to CurrCause
             move zeros to GroupCount, GroupClosed, GroupMinutes
           end-if
         end-if
         perform WriteIncidentLine
         return SortFile
           at end set SortEOF to true
         end-return
       end-perform
       if CurrProgram not = spaces
         perform WriteCauseTotal
         perform WriteProgramTotal
       end-if

       move spaces to RptRec
       write RptRec
       move spaces to RptRec
       if TotalCount = zero
         move "Keine Stoerungen im Monat" to RptRec
       else
         if TotalClosed > zero
           divide TotalMinutes by TotalClosed giving AvgMinutes
                  rounded
           perform FormatAverage
         else
           move "       -" to RepairText
         end-if
         move TotalCount to PrnCount
         compute OpenCount = TotalCount - TotalClosed
         move OpenCount to PrnId
         string "Gesamt: " PrnCount " Stoerung(en), davon offen"
                PrnId ", mittlere Behebungszeit " RepairText " Std"
                delimited by size into RptRec
         end-string
       end-if
       write RptRec
       close RptFile
       .

      *-----------------------------------------------------------------

       WriteIncidentLine.
       move SortRec to IncidentRec
       perform FindCauseText
       if InCause-IN = space
         move "(offen)" to CauseText
       end-if
       add 1 to GroupCount, ProgCount, TotalCount
       move spaces to RepairText
       if InClosed-IN
         compute RepairMinutes =
                 (function integer-of-date(InCloseDate-IN)
                  - function integer-of-date(InDate-IN)) * 1440
                 + function numval(InCloseTime-IN(1:2)) * 60
                 + function numval(InCloseTime-IN(3:2))
                 - function numval(InTime-IN(1:2)) * 60
                 - function numval(InTime-IN(3:2))
         if RepairMinutes < zero
           move zero to RepairMinutes
         end-if
         add 1 to GroupClosed, ProgClosed, TotalClosed
         add RepairMinutes to GroupMinutes, ProgMinutes, TotalMinutes
         move RepairMinutes to AvgMinutes
         perform FormatAverage
       else
         move "   offen" to RepairText
       end-if
       move spaces to RptRec
       move InProgram-IN to RptRec(1:20)
       move CauseText to RptRec(22:14)
       move InId-IN to PrnId
       move PrnId to RptRec(36:5)
       move InDate-IN(7:2) to RptRec(42:2)
       move "." to RptRec(44:1)
       move InDate-IN(5:2) to RptRec(45:2)
       move "." to RptRec(47:1)
       move InDate-IN(1:4) to RptRec(48:4)
       move InTime-IN(1:2) to RptRec(53:2)
       move ":" to RptRec(55:1)
       move InTime-IN(3:2) to RptRec(56:2)
       move RepairText to RptRec(60:9)
       move InOwner-IN to RptRec(71:20)
       write RptRec
       if InAction-IN not = spaces
         move spaces to RptRec
         string "   Massnahme: " function trim(InAction-IN)
                delimited by size into RptRec
         end-string
         write RptRec
       end-if
       .

      *-----------------------------------------------------------------

       WriteCauseTotal.
       move spaces to RptRec
       move GroupCount to PrnCount
       if GroupClosed > zero
         divide GroupMinutes by GroupClosed giving AvgMinutes rounded
         perform FormatAverage
       else
         move "       -" to RepairText
       end-if
       string "   Ursache gesamt:" PrnCount " Stoerung(en), "
              "mittlere Behebungszeit " RepairText " Std"
              delimited by size into RptRec
       end-string
       write RptRec
       .

      *-----------------------------------------------------------------

       WriteProgramTotal.
       move spaces to RptRec
       move ProgCount to PrnCount
       if ProgClosed > zero
         divide ProgMinutes by ProgClosed giving AvgMinutes rounded
         perform FormatAverage
       else
         move "       -" to RepairText
       end-if
       string " " function trim(CurrProgram) " gesamt:" PrnCount
              " Stoerung(en), mittlere Behebungszeit " RepairText
              " Std"
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       write RptRec
       .

      *-----------------------------------------------------------------

      *  AvgMinutes als Stunden:Minuten in RepairText
       FormatAverage.
       divide AvgMinutes by 60 giving RepairHours
              remainder RepairRest
       move RepairHours to PrnHours
       move spaces to RepairText
       string PrnHours ":" RepairRest
              delimited by size into RepairText
       end-string
       .
