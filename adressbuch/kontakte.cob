       identification division.
       program-id. Adressbuch-Kontakte.
       author. Andreas Suhre.

      *=================================================================
      *  Kontaktpersonen-Nachverfolgung: das Register kontakte.dat
      *  verbindet einen Indexfall (Kreis, Meldedatum, Aktenzeichen)
      *  mit Kontaktpersonen aus addressbook.dat. Erfassung mit
      *  ERFASSEN, Anrufergebnisse mit ANRUF; das Ergebnis jedes
      *  Anrufs wird als Notiz in notizen.dat festgehalten. Ohne
      *  Angabe entstehen die Tages-Anrufliste
      *  kontakte-anrufliste.rpt (nach Kreis und Quarantaene-Ende)
      *  und der Bericht kontakte.rpt mit offenen und ueberfaelligen
      *  Kontakten je Kreis.
      *
      *  Quarantaene-Ende = Kontaktdatum + 14 Tage (Kategorie 1,
      *  enger Kontakt) bzw. + 7 Tage (Kategorie 2). Ueberfaellig
      *  ist ein Kontakt, der einen Tag nach der Erfassung noch nicht
      *  erreicht wurde.
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
         select optional ContactFile assign to "kontakte.dat"
                organization is line sequential
                file status is ContactStatus.
         select NewContactFile assign to "kontakte.tmp"
                organization is line sequential.
         select optional NotesFile assign to "notizen.dat"
                organization is line sequential
                file status is NotesStatus.
         select SortFile assign to "kontakte-sort.tmp".
         select CallListFile assign to "kontakte-anrufliste.rpt"
                organization is line sequential.
         select RptFile assign to "kontakte.rpt"
                organization is line sequential.
         select LaufProtokollFile assign to "lauf.log"
                organization is line sequential.

      *=================================================================

       data division.
       file section.
       FD DataFile.
       copy adressrec replacing AddressRec by DataRec
                                ==:tag:== by ==D==.

       FD ContactFile.
       copy kontaktrec replacing ==:tag:== by ==C==.

       FD NewContactFile.
       01 NewContactRec pic X(111).

       FD NotesFile.
       01 NoteRec.
          02 NoteName-N pic X(50).
          02 NoteDate-N pic X(8).
          02 NoteTime-N pic X(6).
          02 NoteUser-N pic X(8).
          02 NoteText-N pic X(70).

       SD SortFile.
       copy kontaktrec replacing ContactRec by SortRec
                                 ==:tag:== by ==S==.

       FD CallListFile.
       01 CallListRec pic X(120).

       FD RptFile.
       01 RptRec pic X(100).

       FD LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 FileStatus pic XX value spaces.
          88 FileStatusOK  value "00".
          88 FileStatusEOF value "10".

       01 ContactStatus pic XX value spaces.
          88 ContactStatusOK  value "00".
          88 ContactStatusEOF value "10".

       01 NotesStatus pic XX value spaces.
          88 NotesStatusOK value "00".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CmdLine pic X(80) value spaces.
       01 TodayNum pic 9(8).
       01 TodayDayNum pic S9(9).
       01 DayNum pic S9(9).
       01 DateInt pic 9(8).

       01 QuarDaysClose pic 99 value 14.
       01 QuarDaysOther pic 99 value 7.

       01 ConMax pic 9(4) value zero.
       01 ConTable.
          02 ConEntry occurs 1000 times pic X(111).
       01 ConIdx pic 9(4).
       01 ConFoundIdx pic 9(4).
       01 ConTabState pic X value "N".
          88 ConTabFull value "Y".
       01 ConTabChanged pic X value "N".
          88 ConTableChanged value "Y".

       01 CaptureState pic X value "N".
          88 CaptureDone value "Y".
       01 CaseState pic X value "N".
          88 CaseDone value "Y".
       01 CaseDistrictX pic X(5).
       01 CaseDateX pic X(8).
       01 CaseRef pic X(12).
       01 ContactName pic X(50).
       01 ContactDateX pic X(8).
       01 ContactCategory pic X(1).
       01 CaptureCount pic 9(5) value zero.

       01 CallUser pic X(8) value spaces.
       01 CallResult pic X(1).
          88 CallReached    value "E" "e".
          88 CallNotReached value "N" "n".
       01 CallRemark pic X(40).
       01 CallCount pic 9(5) value zero.

       01 SortState pic X value "N".
          88 SortEOF value "Y".
       01 CurrDistrict pic 9(5).
       01 OpenCount     pic 9(5).
       01 OverdueCount  pic 9(5).
       01 ReachedCount  pic 9(5).
       01 ExpiredCount  pic 9(5).
       01 TotalOpen     pic 9(6) value zero.
       01 TotalOverdue  pic 9(6) value zero.
       01 TotalReached  pic 9(6) value zero.
       01 TotalExpired  pic 9(6) value zero.
       01 ListCount     pic 9(5) value zero.
       01 PrnCount pic Z(4)9.
       01 PrnTotal pic Z(5)9.
       01 PrnCalls pic Z9.
       01 OverdueMark pic X(12).

      *=================================================================

       procedure division.

       move "ADRESSBUCH-KONTAKT" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time
       accept TodayNum from date YYYYMMDD
       compute TodayDayNum = function integer-of-date(TodayNum)

       perform LoadContactTable
       if ConTabFull
         display "kontakte.dat hat mehr als 1000 Zeilen, " &
                 "bitte abgeschlossene Kontakte auslagern"
         set RunFailed to true
       else
         accept CmdLine from command-line
         evaluate true
           when CmdLine(1:8) = "ERFASSEN" or CmdLine(1:8) = "erfassen"
             perform CaptureContacts
           when CmdLine(1:5) = "ANRUF" or CmdLine(1:5) = "anruf"
             perform RecordCalls
           when other
             display "Kontaktpersonen: Anrufliste und Bericht"
             perform WriteCallList
             move ListCount to PrnCount
             display "Kontakte auf der Anrufliste: " PrnCount
             move TotalOverdue to PrnTotal
             display "Davon ueberfaellig:         " PrnTotal
             display "Dateien kontakte-anrufliste.rpt und " &
                     "kontakte.rpt geschrieben"
         end-evaluate
         if ConTableChanged
           perform SaveContactFile
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

       LoadContactTable.
       open input ContactFile
       if ContactStatusOK
         read ContactFile
           at end set ContactStatusEOF to true
         end-read
         perform until ContactStatusEOF or ConMax >= 1000
           add 1 to ConMax
           move ContactRec to ConEntry(ConMax)
           read ContactFile
             at end set ContactStatusEOF to true
           end-read
         end-perform
         if not ContactStatusEOF
           set ConTabFull to true
         end-if
       end-if
       close ContactFile
       .

      *-----------------------------------------------------------------

       SaveContactFile.
       open output NewContactFile
       perform varying ConIdx from 1 by 1 until ConIdx > ConMax
         write NewContactRec from ConEntry(ConIdx)
       end-perform
       close NewContactFile
       call "CBL_DELETE_FILE" using "kontakte.dat"
       end-call
       call "CBL_RENAME_FILE" using "kontakte.tmp", "kontakte.dat"
       end-call
       .

      *-----------------------------------------------------------------

      *  Je Indexfall werden die Kontaktpersonen nacheinander erfasst;
      *  sie muessen als aktive Eintraege im Adressbuch stehen.
       CaptureContacts.
       display "Kontaktpersonen erfassen (leerer Kreis beendet)"
       open input DataFile
       if not FileStatusOK and FileStatus not = "05"
         display "addressbook.dat nicht nutzbar: " FileStatus
         set RunFailed to true
       else
         perform until CaptureDone
           display space
           display "Indexfall Kreis-ID: " no advancing
           accept CaseDistrictX
           if CaseDistrictX = spaces
             set CaptureDone to true
           else
             display " Meldedatum (JJJJMMTT, leer=heute): "
                     no advancing
             accept CaseDateX
             if CaseDateX = spaces
               move TodayNum to CaseDateX
             end-if
             display " Aktenzeichen: " no advancing
             accept CaseRef
             if CaseDistrictX not numeric or CaseDateX not numeric
               display "Ungueltiger Kreis oder Meldedatum"
             else
               move "N" to CaseState
               perform CaptureCaseContacts until CaseDone
             end-if
           end-if
         end-perform
       end-if
       close DataFile
       move CaptureCount to PrnCount
       display "Kontaktpersonen erfasst: " PrnCount
       .

      *-----------------------------------------------------------------

       CaptureCaseContacts.
       display " Kontaktperson (leer = Fall fertig): " no advancing
       accept ContactName
       if ContactName = spaces
         set CaseDone to true
       else
         move ContactName to Name-D
         read DataFile
           key is Name-D
           invalid key continue
         end-read
         if not FileStatusOK or EntryInactive-D
           display "  Nicht im Adressbuch: " function trim(ContactName)
         else
           display "  Kontaktdatum (JJJJMMTT, leer=Meldedatum): "
                   no advancing
           accept ContactDateX
           if ContactDateX = spaces
             move CaseDateX to ContactDateX
           end-if
           display "  Kategorie (1=enger Kontakt, 2=sonstiger): "
                   no advancing
           accept ContactCategory
           evaluate true
             when ContactDateX not numeric
               display "  Ungueltiges Kontaktdatum, nicht erfasst"
             when ContactCategory not = "1" and not = "2"
               display "  Ungueltige Kategorie, nicht erfasst"
             when ConMax >= 1000
               display "  Register voll, nicht erfasst"
               set RunFailed to true
             when other
               perform AddContact
           end-evaluate
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       AddContact.
       move zero to ConFoundIdx
       perform varying ConIdx from 1 by 1
               until ConIdx > ConMax or ConFoundIdx not = zero
         move ConEntry(ConIdx) to ContactRec
         if ConName-C = ContactName
           and ConDistrict-C = CaseDistrictX
           and ConReportDate-C = CaseDateX
           and ConCaseRef-C = CaseRef
           move ConIdx to ConFoundIdx
         end-if
       end-perform
       if ConFoundIdx not = zero
         display "  Bereits zu diesem Fall erfasst"
       else
         move spaces to ContactRec
         move ContactName to ConName-C
         move CaseDistrictX to ConDistrict-C
         move CaseDateX to ConReportDate-C
         move CaseRef to ConCaseRef-C
         move ContactDateX to ConDate-C
         move ContactCategory to ConCategory-C
         move ContactDateX to DateInt
         compute DayNum = function integer-of-date(DateInt)
         if ConCloseContact-C
           add QuarDaysClose to DayNum
         else
           add QuarDaysOther to DayNum
         end-if
         compute ConQuarEnd-C = function date-of-integer(DayNum)
         move TodayNum to ConRegDate-C
         move zeros to ConCalls-C, ConLastCall-C
         add 1 to ConMax
         move ContactRec to ConEntry(ConMax)
         set ConTableChanged to true
         add 1 to CaptureCount
         display "  Quarantaene bis " ConQuarEnd-C(7:2) "."
                 ConQuarEnd-C(5:2) "." ConQuarEnd-C(1:4)
       end-if
       .

      *-----------------------------------------------------------------

      *  Ein Anruf gilt dem offenen Kontakt der Person mit dem
      *  fruehesten Quarantaene-Ende.
       RecordCalls.
       display "Anrufergebnisse erfassen (leerer Name beendet)"
       display "Bearbeiter: " no advancing
       accept CallUser
       if CallUser = spaces
         display "Ohne Bearbeiter keine Erfassung"
         set RunFailed to true
       else
         move "N" to CaptureState
         perform RecordOneCall until CaptureDone
         move CallCount to PrnCount
         display "Anrufe erfasst: " PrnCount
       end-if
       .

      *-----------------------------------------------------------------

       RecordOneCall.
       display space
       display " Name: " no advancing
       accept ContactName
       if ContactName = spaces
         set CaptureDone to true
       else
         move zero to ConFoundIdx
         perform varying ConIdx from 1 by 1 until ConIdx > ConMax
           move ConEntry(ConIdx) to ContactRec
           if ConName-C = ContactName and ContactOpen-C
             if ConFoundIdx = zero
               move ConIdx to ConFoundIdx
               move ConQuarEnd-C to DateInt
             else
               if ConQuarEnd-C < DateInt
                 move ConIdx to ConFoundIdx
                 move ConQuarEnd-C to DateInt
               end-if
             end-if
           end-if
         end-perform
         if ConFoundIdx = zero
           display "  Kein offener Kontakt zu "
                   function trim(ContactName)
         else
           move ConEntry(ConFoundIdx) to ContactRec
           display "  Fall " ConDistrict-C "/" ConCaseRef-C
                   " Quarantaene bis " ConQuarEnd-C(7:2) "."
                   ConQuarEnd-C(5:2) "." ConQuarEnd-C(1:4)
           display "  Ergebnis ([E]rreicht, [N]icht erreicht): "
                   no advancing
           accept CallResult
           display "  Bemerkung: " no advancing
           accept CallRemark
           if not CallReached and not CallNotReached
             display "  Unbekanntes Ergebnis, nicht erfasst"
           else
             add 1 to ConCalls-C
             move TodayNum to ConLastCall-C
             if CallReached
               move "E" to ConState-C
             end-if
             move ContactRec to ConEntry(ConFoundIdx)
             set ConTableChanged to true
             perform WriteCallNote
             add 1 to CallCount
           end-if
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       WriteCallNote.
       move spaces to NoteRec
       move ConName-C to NoteName-N
       accept NoteDate-N from date YYYYMMDD
       accept NoteTime-N from time
       move CallUser to NoteUser-N
       if CallReached
         string "Kontaktverfolgung " ConCaseRef-C " erreicht: "
                CallRemark
                delimited by size into NoteText-N
         end-string
       else
         string "Kontaktverfolgung " ConCaseRef-C " nicht erreicht: "
                CallRemark
                delimited by size into NoteText-N
         end-string
       end-if
       open extend NotesFile
       write NoteRec
       close NotesFile
       .

      *-----------------------------------------------------------------

      *  Alle Kontakte werden nach Kreis und Quarantaene-Ende sortiert;
      *  die noch zu erreichenden gehen auf die Anrufliste, die
      *  Zaehlung je Kreis in den Bericht.
       WriteCallList.
       sort SortFile
            on ascending key ConDistrict-S, ConQuarEnd-S, ConName-S
            input procedure is ReleaseContacts
            output procedure is ListContacts
       .

      *-----------------------------------------------------------------

       ReleaseContacts.
       perform varying ConIdx from 1 by 1 until ConIdx > ConMax
         move ConEntry(ConIdx) to SortRec
         release SortRec
       end-perform
       .

      *-----------------------------------------------------------------

       ListContacts.
       open input DataFile
       open output CallListFile, RptFile
       perform WriteHeadings

       return SortFile
         at end set SortEOF to true
       end-return
       perform until SortEOF
         move ConDistrict-S to CurrDistrict
         move zeros to OpenCount, OverdueCount, ReachedCount,
                       ExpiredCount
         perform until SortEOF or ConDistrict-S not = CurrDistrict
           perform ClassifyContact
           return SortFile
             at end set SortEOF to true
           end-return
         end-perform
         perform WriteDistrictLine
       end-perform

       perform WriteTotals
       close DataFile, CallListFile, RptFile
       .

      *-----------------------------------------------------------------

       ClassifyContact.
       evaluate true
         when ContactReached-S
           add 1 to ReachedCount
         when ConQuarEnd-S < TodayNum
           add 1 to ExpiredCount
         when other
           add 1 to OpenCount
           move spaces to OverdueMark
           move ConRegDate-S to DateInt
           compute DayNum = function integer-of-date(DateInt)
           if TodayDayNum - DayNum > 1
             add 1 to OverdueCount
             move "UEBERFAELLIG" to OverdueMark
           end-if
           perform WriteCallLine
       end-evaluate
       .

      *-----------------------------------------------------------------

       WriteCallLine.
       move ConName-S to Name-D
       read DataFile
         key is Name-D
         invalid key move spaces to Phone-D
       end-read
       if not FileStatusOK
         move spaces to Phone-D
       end-if
       move ConCalls-S to PrnCalls
       move spaces to CallListRec
       string ConDistrict-S "  "
              ConQuarEnd-S(7:2) "." ConQuarEnd-S(5:2) "."
              ConQuarEnd-S(1:4) "  "
              ConName-S(1:35) " "
              Phone-D " "
              ConCategory-S "   " PrnCalls "  "
              OverdueMark
              delimited by size into CallListRec
       end-string
       write CallListRec
       add 1 to ListCount
       .

      *-----------------------------------------------------------------

       WriteHeadings.
       move spaces to CallListRec
       string "Anrufliste Kontaktpersonen, Stand " TodayNum(7:2) "."
              TodayNum(5:2) "." TodayNum(1:4)
              delimited by size into CallListRec
       end-string
       write CallListRec
       move spaces to CallListRec
       move all "=" to CallListRec(1:60)
       write CallListRec
       move spaces to CallListRec
       write CallListRec
       move "Kreis  Q.-Ende" to CallListRec
       move "Name" to CallListRec(20:4)
       move "Telefon" to CallListRec(56:7)
       move "Kat Anr." to CallListRec(76:8)
       write CallListRec
       move spaces to CallListRec
       move all "-" to CallListRec(1:96)
       write CallListRec

       move spaces to RptRec
       string "Offene Kontakte je Kreis, Stand " TodayNum(7:2) "."
              TodayNum(5:2) "." TodayNum(1:4)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:60)
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Kreis      Offen  Ueberfaellig  Erreicht  Abgelaufen"
            to RptRec
       write RptRec
       move spaces to RptRec
       move all "-" to RptRec(1:53)
       write RptRec
       .

      *-----------------------------------------------------------------

       WriteDistrictLine.
       move spaces to RptRec
       move CurrDistrict to RptRec(1:5)
       move OpenCount to PrnCount
       move PrnCount to RptRec(11:5)
       move OverdueCount to PrnCount
       move PrnCount to RptRec(22:5)
       move ReachedCount to PrnCount
       move PrnCount to RptRec(36:5)
       move ExpiredCount to PrnCount
       move PrnCount to RptRec(49:5)
       write RptRec
       add OpenCount to TotalOpen
       add OverdueCount to TotalOverdue
       add ReachedCount to TotalReached
       add ExpiredCount to TotalExpired
       .

      *-----------------------------------------------------------------

       WriteTotals.
       if ListCount = zero
         move " Keine Kontaktpersonen zu erreichen" to CallListRec
         write CallListRec
       end-if
       move spaces to RptRec
       move all "-" to RptRec(1:53)
       write RptRec
       move spaces to RptRec
       move "Gesamt" to RptRec(1:6)
       move TotalOpen to PrnTotal
       move PrnTotal to RptRec(10:6)
       move TotalOverdue to PrnTotal
       move PrnTotal to RptRec(21:6)
       move TotalReached to PrnTotal
       move PrnTotal to RptRec(35:6)
       move TotalExpired to PrnTotal
       move PrnTotal to RptRec(48:6)
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Abgelaufen: Quarantaene beendet, ohne dass die Person " &
            "erreicht wurde" to RptRec
       write RptRec
       .
