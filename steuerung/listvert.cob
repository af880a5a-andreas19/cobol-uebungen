       identification division.
       program-id. Listenverteilung.
       author. Andreas Suhre.

      *=================================================================
      *  Listenverteilung: stellt fuer jeden Empfaenger aus
      *  listenverteilung.dat die am Lauftag faelligen Berichte in
      *  einer Ausgabe verteilung-<Empfaenger>-JJJJMMTT.lst zusammen.
      *  Jede Ausgabe beginnt mit einem Deckblatt fuer den Empfaenger;
      *  danach folgt jeder Bericht auf einer neuen Seite. Berichte,
      *  die fehlen oder nicht vom Lauftag stammen, stehen auf dem
      *  Deckblatt als FEHLT bzw. VERALTET und werden nicht
      *  beigelegt. Jeder Bericht je Empfaenger wird mit Zustand,
      *  Zeilenzahl und Ausgabedatei in verteilung-protokoll.dat
      *  eingetragen.
      *  Laeuft als letzter Schritt der Jobkette; Return-Code 4, wenn
      *  ein Bericht fehlte oder veraltet war, 8, wenn die
      *  Verteilungstabelle fehlt oder leer ist.
      *
      *  Aufruf: Listenverteilung [JJJJMMTT]
      *  (Lauftag, leer = heute)
      *=================================================================

       environment division.
       input-output section.
       file-control.
         select optional DistFile assign to "listenverteilung.dat"
                organization is line sequential
                file status is DistStatus.
         select optional ReportFile assign to ReportName
                organization is line sequential
                file status is ReportStatus.
         select BundleFile assign to BundleName
                organization is line sequential.
         select optional DeliveryLogFile
                assign to "verteilung-protokoll.dat"
                organization is line sequential.
         select LaufProtokollFile assign to "lauf.log"
                organization is line sequential.

      *=================================================================

       data division.
       file section.
       FD DistFile.
       copy listvert.

       FD ReportFile.
       01 ReportRec pic X(200).

       FD BundleFile.
       01 BundleRec pic X(200).

       FD DeliveryLogFile.
       01 DeliveryRec.
          02 DelDate-P      pic 9(8).
          02 FILLER         pic X.
          02 DelTime-P      pic X(6).
          02 FILLER         pic X.
          02 DelRecipient-P pic X(20).
          02 FILLER         pic X.
          02 DelReport-P    pic X(40).
          02 FILLER         pic X.
          02 DelState-P     pic X(9).
          02 FILLER         pic X.
          02 DelLines-P     pic 9(6).
          02 FILLER         pic X.
          02 DelBundle-P    pic X(60).

       FD LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 DistStatus pic XX value spaces.
          88 DistStatusOK  value "00".
          88 DistStatusEOF value "10".
       01 ReportStatus pic XX value spaces.
          88 ReportStatusOK  value "00".
          88 ReportStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CmdLine pic X(80) value spaces.
       01 RunDate pic 9(8).
       01 RunInt pic S9(9).
       01 RunTime pic X(6).
       01 ReportName pic X(40) value spaces.
       01 BundleName pic X(60) value spaces.

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

      *  Empfaenger in der Reihenfolge ihres ersten Auftretens
       01 RecipMax pic 99 value zero.
       01 RecipTable.
          02 Recip-T occurs 50 times.
             03 RecipKey-T  pic X(20).
             03 RecipName-T pic X(30).
       01 RecipIdx pic 99.
       01 RecipFound pic 99.

      *  Verteilungszeilen mit Zustand des Berichts am Lauftag
       01 DistMax pic 9(3) value zero.
       01 DistTable.
          02 Dist-T occurs 300 times.
             03 DistRecip-T  pic 99.
             03 DistReport-T pic X(40).
             03 DistDue-T    pic X.
                88 DistDue     value "J".
             03 DistState-T  pic X(9).
                88 DistDelivered value "GELIEFERT".
                88 DistMissing   value "FEHLT".
                88 DistOutdated  value "VERALTET".
             03 DistDate-T   pic 9(8).
             03 DistLines-T  pic 9(6).
       01 DistIdx pic 9(3).
       01 DueCount pic 9(3).
       01 ListedCount pic 9(3).

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

       01 BundleCount pic 9(3) value zero.
       01 GapCount pic 9(3) value zero.
       01 PrnCount pic ZZ9.

      *=================================================================

       procedure division.

       move "LISTENVERTEILUNG" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time

       display "Listenverteilung"
       accept CmdLine from command-line
       if CmdLine(1:8) numeric
         move CmdLine(1:8) to RunDate
       else
         accept RunDate from date YYYYMMDD
       end-if
       accept RunTime from time
       compute RunInt = function integer-of-date(RunDate)
       compute WeekdayMod = function mod(RunInt, 7)
       if WeekdayMod = zero
         move 7 to WeekdayIdx
       else
         move WeekdayMod to WeekdayIdx
       end-if

       perform LoadDistribution
       if DistMax = zero
         display "Keine Verteilung in listenverteilung.dat"
         set RunFailed to true
       else
         perform varying DistIdx from 1 by 1 until DistIdx > DistMax
           perform CheckReport
         end-perform
         open extend DeliveryLogFile
         perform varying RecipIdx from 1 by 1
                 until RecipIdx > RecipMax
           perform BundleRecipient
         end-perform
         close DeliveryLogFile
         move BundleCount to PrnCount
         display "Ausgaben erstellt:                " PrnCount
         move GapCount to PrnCount
         display "Fehlende oder veraltete Berichte: " PrnCount
         display "Nachweis in verteilung-protokoll.dat"
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
         when GapCount > zero
           move 4 to return-code
         when other
           move zero to return-code
       end-evaluate

       stop run.

      *-----------------------------------------------------------------

       LoadDistribution.
       open input DistFile
       if DistStatusOK
         read DistFile
           at end set DistStatusEOF to true
         end-read
         perform until DistStatusEOF or DistMax >= 300
           if LvRecipient-V not = spaces and LvReport-V not = spaces
             perform TakeDistLine
           end-if
           read DistFile
             at end set DistStatusEOF to true
           end-read
         end-perform
       end-if
       close DistFile
       .

      *-----------------------------------------------------------------

       TakeDistLine.
       move zero to RecipFound
       perform varying RecipIdx from 1 by 1
               until RecipIdx > RecipMax or RecipFound not = zero
         if RecipKey-T(RecipIdx) = LvRecipient-V
           move RecipIdx to RecipFound
         end-if
       end-perform
       if RecipFound = zero and RecipMax < 50
         add 1 to RecipMax
         move RecipMax to RecipFound
         move LvRecipient-V to RecipKey-T(RecipMax)
         move LvName-V to RecipName-T(RecipMax)
       end-if
       if RecipFound not = zero
         add 1 to DistMax
         move RecipFound to DistRecip-T(DistMax)
         move LvReport-V to DistReport-T(DistMax)
         move spaces to DistState-T(DistMax)
         move zeros to DistDate-T(DistMax) DistLines-T(DistMax)
         perform CheckDue
       end-if
       .

      *-----------------------------------------------------------------

      *  Haeufigkeit wie im Jobketten-Plan
       CheckDue.
       move "J" to DistDue-T(DistMax)
       evaluate true
         when LvSpec-V = spaces
           continue
         when LvSpec-V(1:4) = "TAG="
           if LvSpec-V(5:2) not = RunDate(7:2)
             move "N" to DistDue-T(DistMax)
           end-if
         when other
           move zeros to DueTally
           inspect LvSpec-V tallying DueTally
                   for all WeekdayName(WeekdayIdx)
           if DueTally = zero
             move "N" to DistDue-T(DistMax)
           end-if
       end-evaluate
       .

      *-----------------------------------------------------------------

      *  Ein Bericht ist aktuell, wenn er am Lauftag (oder spaeter)
      *  geschrieben wurde.
       CheckReport.
       if DistDue(DistIdx)
         move DistReport-T(DistIdx) to ReportName
         call "CBL_CHECK_FILE_EXIST" using ReportName, FileDetails
         end-call
         if return-code not = zero
           set DistMissing(DistIdx) to true
         else
           compute FdDate = FdYear * 10000
                   + (function ord(FdMonth) - 1) * 100
                   + function ord(FdDay) - 1
           move FdDate to DistDate-T(DistIdx)
           if FdDate < RunDate
             set DistOutdated(DistIdx) to true
           else
             set DistDelivered(DistIdx) to true
           end-if
         end-if
         move zero to return-code
       end-if
       .

      *-----------------------------------------------------------------

       BundleRecipient.
       move zero to DueCount
       perform varying DistIdx from 1 by 1 until DistIdx > DistMax
         if DistRecip-T(DistIdx) = RecipIdx and DistDue(DistIdx)
           add 1 to DueCount
         end-if
       end-perform
       if DueCount > zero
         move spaces to BundleName
         string "verteilung-" function trim(RecipKey-T(RecipIdx))
                "-" RunDate ".lst"
                delimited by size into BundleName
         end-string
         open output BundleFile
         perform WriteBanner
         perform varying DistIdx from 1 by 1 until DistIdx > DistMax
           if DistRecip-T(DistIdx) = RecipIdx and DistDue(DistIdx)
             if DistDelivered(DistIdx)
               perform CopyReport
             else
               add 1 to GapCount
             end-if
             perform WriteDeliveryLog
           end-if
         end-perform
         close BundleFile
         add 1 to BundleCount
         display "  " function trim(BundleName)
       end-if
       .

      *-----------------------------------------------------------------

       WriteBanner.
       move spaces to BundleRec
       move all "*" to BundleRec(1:72)
       write BundleRec
       move spaces to BundleRec
       write BundleRec
       move spaces to BundleRec
       string "  LISTENVERTEILUNG  " RunDate(7:2) "." RunDate(5:2) "."
              RunDate(1:4)
              delimited by size into BundleRec
       end-string
       write BundleRec
       move spaces to BundleRec
       write BundleRec
       move spaces to BundleRec
       string "  Empfaenger: " RecipKey-T(RecipIdx)
              delimited by size into BundleRec
       end-string
       write BundleRec
       move spaces to BundleRec
       string "              " RecipName-T(RecipIdx)
              delimited by size into BundleRec
       end-string
       write BundleRec
       move spaces to BundleRec
       write BundleRec
       move spaces to BundleRec
       move all "*" to BundleRec(1:72)
       write BundleRec
       move spaces to BundleRec
       write BundleRec

       move "  Beigelegte Berichte:" to BundleRec
       write BundleRec
       move zero to ListedCount
       perform varying DistIdx from 1 by 1 until DistIdx > DistMax
         if DistRecip-T(DistIdx) = RecipIdx and DistDelivered(DistIdx)
           add 1 to ListedCount
           move spaces to BundleRec
           move DistReport-T(DistIdx) to BundleRec(5:40)
           string "Stand " DistDate-T(DistIdx)(7:2) "."
                  DistDate-T(DistIdx)(5:2) "." DistDate-T(DistIdx)(1:4)
                  delimited by size into BundleRec(46:17)
           end-string
           write BundleRec
         end-if
       end-perform

       if ListedCount = zero
         move "    keine" to BundleRec
         write BundleRec
       end-if

       move spaces to BundleRec
       write BundleRec
       move "  Nicht beigelegt:" to BundleRec
       write BundleRec
       move zero to ListedCount
       perform varying DistIdx from 1 by 1 until DistIdx > DistMax
         if DistRecip-T(DistIdx) = RecipIdx and DistDue(DistIdx)
            and not DistDelivered(DistIdx)
           add 1 to ListedCount
           move spaces to BundleRec
           move DistReport-T(DistIdx) to BundleRec(5:40)
           if DistMissing(DistIdx)
             move "FEHLT" to BundleRec(46:5)
           else
             string "VERALTET, Stand " DistDate-T(DistIdx)(7:2) "."
                    DistDate-T(DistIdx)(5:2) "."
                    DistDate-T(DistIdx)(1:4)
                    delimited by size into BundleRec(46:30)
             end-string
           end-if
           write BundleRec
         end-if
       end-perform
       if ListedCount = zero
         move "    keine" to BundleRec
         write BundleRec
       end-if
       .

      *-----------------------------------------------------------------

       CopyReport.
       move DistReport-T(DistIdx) to ReportName
       move zero to DistLines-T(DistIdx)
       move spaces to BundleRec
       write BundleRec after advancing page
       open input ReportFile
       if ReportStatusOK
         read ReportFile
           at end set ReportStatusEOF to true
         end-read
         perform until ReportStatusEOF
           inspect ReportRec replacing all X"0C" by space
           write BundleRec from ReportRec
           add 1 to DistLines-T(DistIdx)
           read ReportFile
             at end set ReportStatusEOF to true
           end-read
         end-perform
       end-if
       close ReportFile
       .

      *-----------------------------------------------------------------

       WriteDeliveryLog.
       move spaces to DeliveryRec
       move RunDate to DelDate-P
       move RunTime to DelTime-P
       move RecipKey-T(RecipIdx) to DelRecipient-P
       move DistReport-T(DistIdx) to DelReport-P
       move DistState-T(DistIdx) to DelState-P
       move DistLines-T(DistIdx) to DelLines-P
       move BundleName to DelBundle-P
       write DeliveryRec
       .
