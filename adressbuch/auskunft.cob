       identification division.
       program-id. Adressbuch-Auskunft.
       author. Andreas Suhre.

      *=================================================================
      *  Auskunft nach Art. 15 DSGVO: sammelt fuer einen Namen alles,
      *  was das Adressbuch ueber die Person speichert - aktueller
      *  Satz aus addressbook.dat mit Kategoriename, Zusatzanschriften,
      *  Notizen, Verteiler, Serienbrief-Protokoll, Archiv, Vermerke
      *  (unzustellbar, Kontaktsperren, Retouren, Kontaktpersonen-
      *  Register) und die Aenderungshistorie einschliesslich
      *  Historien-Archiv - in einen datierten
      *  Bericht dsgvo-auskunft.rpt mit Freigabezeilen. Jede Anfrage
      *  wird in auskunft-protokoll.dat mit Eingang, Beantwortung und
      *  Monatsfrist nachgewiesen.
      *  Aufruf: Name als Parameter oder interaktive Eingabe.
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
         select optional CatFile assign to "kategorien.dat"
                organization is indexed
                access mode is dynamic
                sharing with all other
                lock mode is manual
                record key is CatId-K
                file status is CatStatus.
         select optional ExtraAddrFile assign to "adressen-zusatz.dat"
                organization is line sequential
                file status is ExtraAddrStatus.
         select optional CountryAddrFile assign to "adressen-land.dat"
                organization is line sequential
                file status is CtyStatus.
         select optional OrgFile assign to "organisationen.dat"
                organization is line sequential
                file status is OrgStatus.
         select optional OrgMemberFile
                assign to "organisation-personen.dat"
                organization is line sequential
                file status is OrgMemStatus.
         select optional NotesFile assign to "notizen.dat"
                organization is line sequential
                file status is NotesStatus.
         select optional DistListFile assign to "verteiler.dat"
                organization is line sequential
                file status is DistListStatus.
         select optional LetterLogFile
                assign to "serienbrief-protokoll.dat"
                organization is line sequential
                file status is LetterLogStatus.
         select optional ArchiveFile assign to "adressbuch-archiv.dat"
                organization is line sequential
                file status is ArchiveStatus.
         select optional UndelivFile assign to "unzustellbar.dat"
                organization is line sequential
                file status is UndelivStatus.
         select optional BlockFile assign to "kontaktsperren.dat"
                organization is line sequential
                file status is BlockStatus.
         select optional ReturnFile assign to "retouren.dat"
                organization is line sequential
                file status is ReturnStatus.
         select optional ContactFile assign to "kontakte.dat"
                organization is line sequential
                file status is ContactStatus.
         select optional HistoryFile
                assign to "adressbuch-historie.dat"
                organization is line sequential
                file status is HistoryStatus.
         select optional HistArchFile
                assign to "adressbuch-historie-archiv.dat"
                organization is line sequential
                file status is HistArchStatus.
         select optional RequestLogFile
                assign to "auskunft-protokoll.dat"
                organization is line sequential
                file status is RequestLogStatus.
         select RptFile assign to "dsgvo-auskunft.rpt"
                organization is line sequential.
         select LaufProtokollFile assign to "lauf.log"
                organization is line sequential.

      *=================================================================

       data division.
       file section.
       FD DataFile.
       copy adressrec replacing AddressRec by DataRec
                                ==:tag:== by ==D==.

       FD CatFile.
       01 CatRec.
          02 CatId-K     pic X(10).
          02 CatName-K   pic X(30).
          02 CatActive-K pic X(1).
             88 CatEntryActive   value "1".
             88 CatEntryInactive value "0".

       FD ExtraAddrFile.
       01 ExtraAddrRec.
          02 Name-Z     pic X(50).
          02 AddrType-Z pic X(1).
          02 Street-Z   pic X(50).
          02 Plz-Z      pic X(5).
          02 Location-Z pic X(50).

       FD CountryAddrFile.
       copy landrec replacing ==:tag:== by ==C==.

       FD OrgFile.
       copy orgrec replacing ==:tag:== by ==R==.

       FD OrgMemberFile.
       copy orgmitgl replacing ==:tag:== by ==M==.

       FD NotesFile.
       01 NoteRec.
          02 NoteName-N pic X(50).
          02 NoteDate-N pic X(8).
          02 NoteTime-N pic X(6).
          02 NoteUser-N pic X(8).
          02 NoteText-N pic X(70).

       FD DistListFile.
       01 DistListRec.
          02 ListName-W pic X(20).
          02 Member-W   pic X(50).

       FD LetterLogFile.
       copy briefprot replacing ==:tag:== by ==P==.

       FD ArchiveFile.
       copy adressrec replacing AddressRec by ArchiveRec
                                ==:tag:== by ==V==.

       FD UndelivFile.
       copy unzustrec replacing ==:tag:== by ==X==.

       FD BlockFile.
       copy sperrrec replacing ==:tag:== by ==Q==.

       FD ReturnFile.
       01 ReturnRec.
          02 RetName-R     pic X(50).
          02 RetDate-R     pic X(8).
          02 RetReason-R   pic X(30).
          02 RetState-R    pic X(1).
          02 RetTplId-R    pic X(10).
          02 RetMailDate-R pic X(8).

       FD ContactFile.
       copy kontaktrec replacing ==:tag:== by ==C==.

       FD HistoryFile.
       copy historec replacing ==:tag:== by ==H==.

       FD HistArchFile.
       copy historec replacing HistoryRec by HistArchRec
                               ==:tag:== by ==A==.

       FD RequestLogFile.
       01 RequestLogRec.
          02 ReqName-J       pic X(50).
          02 ReqFrom-J       pic X(30).
          02 ReqReceived-J   pic X(8).
          02 ReqAnswered-J   pic X(8).
          02 ReqDeadline-J   pic X(8).
          02 ReqInTime-J     pic X(1).
             88 ReqAnsweredInTime value "J".
             88 ReqAnsweredLate   value "N".
          02 ReqUser-J       pic X(8).
          02 ReqItems-J      pic 9(5).

       FD RptFile.
       01 RptRec pic X(120).

       FD LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 FileStatus pic XX value spaces.
          88 FileStatusOK  value "00".
          88 FileStatusEOF value "10".

       01 CatStatus pic XX value spaces.
          88 CatStatusOK  value "00".
          88 CatStatusEOF value "10".

       01 ExtraAddrStatus pic XX value spaces.
          88 ExtraAddrStatusOK  value "00".
          88 ExtraAddrStatusEOF value "10".

       01 CtyStatus pic XX value spaces.
          88 CtyStatusOK  value "00".
          88 CtyStatusEOF value "10".

       01 OrgStatus pic XX value spaces.
          88 OrgStatusOK  value "00".
          88 OrgStatusEOF value "10".

       01 OrgMemStatus pic XX value spaces.
          88 OrgMemStatusOK  value "00".
          88 OrgMemStatusEOF value "10".

       01 NotesStatus pic XX value spaces.
          88 NotesStatusOK  value "00".
          88 NotesStatusEOF value "10".

       01 DistListStatus pic XX value spaces.
          88 DistListStatusOK  value "00".
          88 DistListStatusEOF value "10".

       01 LetterLogStatus pic XX value spaces.
          88 LetterLogStatusOK  value "00".
          88 LetterLogStatusEOF value "10".

       01 ArchiveStatus pic XX value spaces.
          88 ArchiveStatusOK  value "00".
          88 ArchiveStatusEOF value "10".

       01 UndelivStatus pic XX value spaces.
          88 UndelivStatusOK  value "00".
          88 UndelivStatusEOF value "10".

       01 BlockStatus pic XX value spaces.
          88 BlockStatusOK  value "00".
          88 BlockStatusEOF value "10".

       01 ReturnStatus pic XX value spaces.
          88 ReturnStatusOK  value "00".
          88 ReturnStatusEOF value "10".

       01 ContactStatus pic XX value spaces.
          88 ContactStatusOK  value "00".
          88 ContactStatusEOF value "10".

       01 HistoryStatus pic XX value spaces.
          88 HistoryStatusOK  value "00".
          88 HistoryStatusEOF value "10".

       01 HistArchStatus pic XX value spaces.
          88 HistArchStatusOK  value "00".
          88 HistArchStatusEOF value "10".

       01 RequestLogStatus pic XX value spaces.
          88 RequestLogStatusOK  value "00".
          88 RequestLogStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CmdLine pic X(80) value spaces.
       01 TodayNum pic 9(8).

       01 SubjectName pic X(50) value spaces.
       01 RequestFrom pic X(30) value spaces.
       01 ReceivedDate pic X(8) value spaces.
       01 ReceivedNum redefines ReceivedDate pic 9(8).
       01 ClerkUser pic X(8) value spaces.

       01 DeadlineNum pic 9(8).
       01 DeadlineYear pic 9(4).
       01 DeadlineMonth pic 99.
       01 DeadlineDay pic 99.
       01 DeadlineState pic X value "J".
          88 DeadlineMet value "J".

       01 NameLen pic 99.
       01 NameTally pic 99.
       01 NameState pic X value "N".
          88 NameInLetter value "Y".

       01 MemberOrgId pic X(10) value spaces.
       01 MemberOrgName pic X(50) value spaces.
       01 MemberFunction pic X(30) value spaces.
       01 MemberFollows pic X value spaces.

       01 SectionTitle pic X(120) value spaces.
       01 SectionCount pic 9(5) value zero.
       01 ItemCount pic 9(5) value zero.
       01 HistActionText pic X(17).
       01 PrnCount pic Z(4)9.

      *=================================================================

       procedure division.

       move "ADRESSBUCH-AUSKUNFT" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time
       accept TodayNum from date YYYYMMDD

       display "Auskunft nach Art. 15 DSGVO"
       accept CmdLine from command-line
       if CmdLine not = spaces
         move CmdLine(1:50) to SubjectName
       else
         display "Name der betroffenen Person: " no advancing
         accept SubjectName
       end-if
       display "Anfrage von (leer=betroffene Person): " no advancing
       accept RequestFrom
       if RequestFrom = spaces
         move "Betroffene Person" to RequestFrom
       end-if
       display "Eingang der Anfrage (JJJJMMTT, leer=heute): "
               no advancing
       accept ReceivedDate
       if ReceivedDate = spaces
         move TodayNum to ReceivedDate
       end-if
       display "Bearbeiter (Kuerzel): " no advancing
       accept ClerkUser

       evaluate true
         when SubjectName = spaces
           display "Kein Name angegeben, Abbruch"
           set RunFailed to true
         when ReceivedDate not numeric
           display "Ungueltiges Eingangsdatum, Abbruch"
           set RunFailed to true
         when function test-date-yyyymmdd(ReceivedNum) not = zero
           display "Ungueltiges Eingangsdatum, Abbruch"
           set RunFailed to true
         when ClerkUser = spaces
           display "Kein Bearbeiter angegeben, Abbruch"
           set RunFailed to true
         when other
           perform ComputeDeadline
           open output RptFile
           perform WriteReportHeader
           perform ReportMasterRecord
           perform ReportExtraAddresses
           perform ReportNotes
           perform ReportDistLists
           perform ReportLetterLog
           perform ReportMarkers
           perform ReportArchive
           perform ReportHistory
           perform WriteReportFooter
           close RptFile
           perform LogRequest
           move ItemCount to PrnCount
           display "Gefundene Angaben: " PrnCount
           if not DeadlineMet
             display "Achtung: Monatsfrist ueberschritten (Frist "
                     DeadlineNum(7:2) "." DeadlineNum(5:2) "."
                     DeadlineNum(1:4) ")"
           end-if
           display "Datei dsgvo-auskunft.rpt geschrieben"
       end-evaluate

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

      *  Frist: ein Monat ab Eingang; faellt der Tag im Folgemonat
      *  weg (31. auf 30. usw.), gilt der letzte Tag des Monats.
       ComputeDeadline.
       move ReceivedNum(1:4) to DeadlineYear
       move ReceivedNum(5:2) to DeadlineMonth
       move ReceivedNum(7:2) to DeadlineDay
       if DeadlineMonth = 12
         move 1 to DeadlineMonth
         add 1 to DeadlineYear
       else
         add 1 to DeadlineMonth
       end-if
       compute DeadlineNum = DeadlineYear * 10000
                           + DeadlineMonth * 100 + DeadlineDay
       perform until function test-date-yyyymmdd(DeadlineNum) = zero
         subtract 1 from DeadlineNum
       end-perform
       if TodayNum > DeadlineNum
         move "N" to DeadlineState
       else
         move "J" to DeadlineState
       end-if
       .

      *-----------------------------------------------------------------

       WriteReportHeader.
       move spaces to RptRec
       string "Auskunft nach Art. 15 DSGVO, erstellt am "
              TodayNum(7:2) "." TodayNum(5:2) "." TodayNum(1:4)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:60)
       write RptRec
       move spaces to RptRec
       write RptRec
       move spaces to RptRec
       string "Betroffene Person:  " SubjectName
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       string "Anfrage von:        " RequestFrom
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       string "Eingang der Anfrage: " ReceivedNum(7:2) "."
              ReceivedNum(5:2) "." ReceivedNum(1:4)
              "   Frist bis: " DeadlineNum(7:2) "."
              DeadlineNum(5:2) "." DeadlineNum(1:4)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       string "Bearbeiter:         " ClerkUser
              delimited by size into RptRec
       end-string
       write RptRec
       .

      *-----------------------------------------------------------------

       WriteSectionTitle.
       move zero to SectionCount
       move spaces to RptRec
       write RptRec
       write RptRec
       move SectionTitle to RptRec
       write RptRec
       move spaces to RptRec
       move all "-" to RptRec(1:60)
       write RptRec
       .

      *-----------------------------------------------------------------

       WriteSectionEnd.
       if SectionCount = zero
         move " Keine Angaben gespeichert" to RptRec
         write RptRec
       end-if
       add SectionCount to ItemCount
       .

      *-----------------------------------------------------------------

       ReportMasterRecord.
       move "1. Adressbuch-Eintrag (addressbook.dat)" to SectionTitle
       perform WriteSectionTitle
       open input DataFile
       if FileStatusOK
         move SubjectName to Name-D
         read DataFile
           key is Name-D
           invalid key continue
           not invalid key
             add 1 to SectionCount
             perform WriteMasterDetail
         end-read
       end-if
       close DataFile
       perform WriteSectionEnd
       .

      *-----------------------------------------------------------------

       WriteMasterDetail.
       move spaces to RptRec
       string " Name:        " Name-D delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       string " Strasse:     " Street-D delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       string " PLZ/Ort:     " Plz-D " " Location-D
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       string " Telefon:     " Phone-D delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       string " Angelegt am: " Date-D(7:2) "." Date-D(5:2) "."
              Date-D(1:4) " " Time-D
              delimited by size into RptRec
       end-string
       write RptRec
       if Reminder-D not = spaces
         move spaces to RptRec
         string " Erinnerung:  " Reminder-D(7:2) "." Reminder-D(5:2)
                "." Reminder-D(1:4)
                delimited by size into RptRec
         end-string
         write RptRec
       end-if
       move spaces to CatName-K
       if Category-D not = spaces
         open input CatFile
         if CatStatusOK
           move Category-D to CatId-K
           read CatFile
             key is CatId-K
             invalid key move "(unbekannt)" to CatName-K
           end-read
         end-if
         close CatFile
       end-if
       move spaces to RptRec
       string " Kategorie:   " Category-D " " CatName-K
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       if EntryActive-D
         move " Status:      aktiv" to RptRec
       else
         move " Status:      entfernt" to RptRec
       end-if
       write RptRec
       .

      *-----------------------------------------------------------------

       ReportExtraAddresses.
       move "2. Zusatzanschriften, Land und Organisation (adressen-"
            & "zusatz.dat, adressen-land.dat, "
            & "organisation-personen.dat)"
            to SectionTitle
       perform WriteSectionTitle
       open input ExtraAddrFile
       if ExtraAddrStatusOK
         read ExtraAddrFile
           at end set ExtraAddrStatusEOF to true
         end-read
         perform until ExtraAddrStatusEOF
           if Name-Z = SubjectName
             add 1 to SectionCount
             move spaces to RptRec
             string " Typ " AddrType-Z ": " Street-Z " " Plz-Z " "
                    Location-Z
                    delimited by size into RptRec
             end-string
             write RptRec
           end-if
           read ExtraAddrFile
             at end set ExtraAddrStatusEOF to true
           end-read
         end-perform
       end-if
       close ExtraAddrFile

       open input CountryAddrFile
       if CtyStatusOK
         read CountryAddrFile
           at end set CtyStatusEOF to true
         end-read
         perform until CtyStatusEOF
           if CtyName-C = SubjectName
             add 1 to SectionCount
             move spaces to RptRec
             string " Land " CtyCode-C ", Postleitzahl " CtyPostcode-C
                    delimited by size into RptRec
             end-string
             write RptRec
           end-if
           read CountryAddrFile
             at end set CtyStatusEOF to true
           end-read
         end-perform
       end-if
       close CountryAddrFile

       open input OrgMemberFile
       if OrgMemStatusOK
         read OrgMemberFile
           at end set OrgMemStatusEOF to true
         end-read
         perform until OrgMemStatusEOF
           if MemName-M = SubjectName
             move MemOrgId-M to MemberOrgId
             move MemFunction-M to MemberFunction
             move MemUseOrgAddr-M to MemberFollows
           end-if
           read OrgMemberFile
             at end set OrgMemStatusEOF to true
           end-read
         end-perform
       end-if
       close OrgMemberFile
       if MemberOrgId not = spaces
         add 1 to SectionCount
         move "(unbekannt)" to MemberOrgName
         open input OrgFile
         if OrgStatusOK
           read OrgFile
             at end set OrgStatusEOF to true
           end-read
           perform until OrgStatusEOF
             if OrgId-R = MemberOrgId
               move OrgName-R to MemberOrgName
             end-if
             read OrgFile
               at end set OrgStatusEOF to true
             end-read
           end-perform
         end-if
         close OrgFile
         move spaces to RptRec
         string " Organisation " MemberOrgId " " MemberOrgName
                delimited by size into RptRec
         end-string
         write RptRec
         move spaces to RptRec
         string "   Funktion/Abteilung: " MemberFunction
                "  Anschrift der Organisation: " MemberFollows
                delimited by size into RptRec
         end-string
         write RptRec
       end-if
       perform WriteSectionEnd
       .

      *-----------------------------------------------------------------

       ReportNotes.
       move "3. Notizen (notizen.dat)" to SectionTitle
       perform WriteSectionTitle
       open input NotesFile
       if NotesStatusOK
         read NotesFile
           at end set NotesStatusEOF to true
         end-read
         perform until NotesStatusEOF
           if NoteName-N = SubjectName
             add 1 to SectionCount
             move spaces to RptRec
             string " " NoteDate-N(7:2) "." NoteDate-N(5:2) "."
                    NoteDate-N(1:4) " " NoteTime-N(1:2) ":"
                    NoteTime-N(3:2) "  [" NoteUser-N "]  "
                    NoteText-N
                    delimited by size into RptRec
             end-string
             write RptRec
           end-if
           read NotesFile
             at end set NotesStatusEOF to true
           end-read
         end-perform
       end-if
       close NotesFile
       perform WriteSectionEnd
       .

      *-----------------------------------------------------------------

       ReportDistLists.
       move "4. Verteiler (verteiler.dat)" to SectionTitle
       perform WriteSectionTitle
       open input DistListFile
       if DistListStatusOK
         read DistListFile
           at end set DistListStatusEOF to true
         end-read
         perform until DistListStatusEOF
           if Member-W = SubjectName
             add 1 to SectionCount
             move spaces to RptRec
             string " Mitglied im Verteiler " ListName-W
                    delimited by size into RptRec
             end-string
             write RptRec
           end-if
           read DistListFile
             at end set DistListStatusEOF to true
           end-read
         end-perform
       end-if
       close DistListFile
       perform WriteSectionEnd
       .

      *-----------------------------------------------------------------

      *  Haushaltsbriefe tragen mehrere Namen in LogName-P, daher
      *  zaehlt auch ein enthaltener Name als Treffer.
       ReportLetterLog.
       move "5. Serienbriefe und Etiketten (serienbrief-protokoll.dat)"
            to SectionTitle
       perform WriteSectionTitle
       compute NameLen = function length(function trim(SubjectName))
       open input LetterLogFile
       if LetterLogStatusOK
         read LetterLogFile
           at end set LetterLogStatusEOF to true
         end-read
         perform until LetterLogStatusEOF
           move "N" to NameState
           if LogName-P = SubjectName
             set NameInLetter to true
           else
             move zeros to NameTally
             inspect LogName-P tallying NameTally
                     for all SubjectName(1:NameLen)
             if NameTally > zero
               set NameInLetter to true
             end-if
           end-if
           if NameInLetter
             add 1 to SectionCount
             move spaces to RptRec
             string " " LogDate-P(7:2) "." LogDate-P(5:2) "."
                    LogDate-P(1:4) " " LogTime-P(1:2) ":"
                    LogTime-P(3:2) "  Vorlage " LogTplId-P
                    "  [" LogUser-P "]  " LogName-P
                    delimited by size into RptRec
             end-string
             write RptRec
           end-if
           read LetterLogFile
             at end set LetterLogStatusEOF to true
           end-read
         end-perform
       end-if
       close LetterLogFile
       perform WriteSectionEnd
       .

      *-----------------------------------------------------------------

       ReportMarkers.
       move "6. Vermerke (unzustellbar, Kontaktsperren, Retouren, " &
            "Kontaktpersonen)" to SectionTitle
       perform WriteSectionTitle
       open input UndelivFile
       if UndelivStatusOK
         read UndelivFile
           at end set UndelivStatusEOF to true
         end-read
         perform until UndelivStatusEOF
           if UndName-X = SubjectName
             add 1 to SectionCount
             move spaces to RptRec
             string " Unzustellbar seit " UndDate-X(7:2) "."
                    UndDate-X(5:2) "." UndDate-X(1:4) ": "
                    UndReason-X "  (" UndStreet-X(1:30) " "
                    UndPlz-X " " UndLocation-X(1:30) ")"
                    delimited by size into RptRec
             end-string
             write RptRec
           end-if
           read UndelivFile
             at end set UndelivStatusEOF to true
           end-read
         end-perform
       end-if
       close UndelivFile

       open input BlockFile
       if BlockStatusOK
         read BlockFile
           at end set BlockStatusEOF to true
         end-read
         perform until BlockStatusEOF
           if BlockName-Q = SubjectName
             add 1 to SectionCount
             move spaces to RptRec
             string " Kontaktsperre Kanal " BlockChannel-Q " seit "
                    BlockDate-Q(7:2) "." BlockDate-Q(5:2) "."
                    BlockDate-Q(1:4) ": " BlockReason-Q
                    "  [" BlockUser-Q "]"
                    delimited by size into RptRec
             end-string
             write RptRec
           end-if
           read BlockFile
             at end set BlockStatusEOF to true
           end-read
         end-perform
       end-if
       close BlockFile

       open input ReturnFile
       if ReturnStatusOK
         read ReturnFile
           at end set ReturnStatusEOF to true
         end-read
         perform until ReturnStatusEOF
           if RetName-R = SubjectName
             add 1 to SectionCount
             move spaces to RptRec
             string " Retoure vom " RetDate-R(7:2) "."
                    RetDate-R(5:2) "." RetDate-R(1:4) ": "
                    RetReason-R "  Vorlage " RetTplId-R
                    delimited by size into RptRec
             end-string
             write RptRec
           end-if
           read ReturnFile
             at end set ReturnStatusEOF to true
           end-read
         end-perform
       end-if
       close ReturnFile

       open input ContactFile
       if ContactStatusOK
         read ContactFile
           at end set ContactStatusEOF to true
         end-read
         perform until ContactStatusEOF
           if ConName-C = SubjectName
             add 1 to SectionCount
             move spaces to RptRec
             string " Kontaktperson zu Fall " ConDistrict-C "/"
                    ConCaseRef-C " Kontakt " ConDate-C(7:2) "."
                    ConDate-C(5:2) "." ConDate-C(1:4)
                    " Kat. " ConCategory-C " Quarantaene bis "
                    ConQuarEnd-C(7:2) "." ConQuarEnd-C(5:2) "."
                    ConQuarEnd-C(1:4)
                    delimited by size into RptRec
             end-string
             write RptRec
           end-if
           read ContactFile
             at end set ContactStatusEOF to true
           end-read
         end-perform
       end-if
       close ContactFile
       perform WriteSectionEnd
       .

      *-----------------------------------------------------------------

       ReportArchive.
       move "7. Archivierte Eintraege (adressbuch-archiv.dat)"
            to SectionTitle
       perform WriteSectionTitle
       open input ArchiveFile
       if ArchiveStatusOK
         read ArchiveFile
           at end set ArchiveStatusEOF to true
         end-read
         perform until ArchiveStatusEOF
           if Name-V = SubjectName
             add 1 to SectionCount
             move spaces to RptRec
             string " " Street-V " " Plz-V " " Location-V(1:30)
                    "  Tel. " Phone-V
                    delimited by size into RptRec
             end-string
             write RptRec
             move spaces to RptRec
             string "   angelegt " Date-V(7:2) "." Date-V(5:2) "."
                    Date-V(1:4) "  Kategorie " Category-V
                    delimited by size into RptRec
             end-string
             write RptRec
           end-if
           read ArchiveFile
             at end set ArchiveStatusEOF to true
           end-read
         end-perform
       end-if
       close ArchiveFile
       perform WriteSectionEnd
       .

      *-----------------------------------------------------------------

       ReportHistory.
       move "8. Aenderungshistorie (adressbuch-historie.dat und Archiv)"
            to SectionTitle
       perform WriteSectionTitle
       open input HistArchFile
       if HistArchStatusOK
         read HistArchFile
           at end set HistArchStatusEOF to true
         end-read
         perform until HistArchStatusEOF
           if HistName-A = SubjectName
             move HistArchRec to HistoryRec
             perform WriteHistoryEntry
           end-if
           read HistArchFile
             at end set HistArchStatusEOF to true
           end-read
         end-perform
       end-if
       close HistArchFile

       open input HistoryFile
       if HistoryStatusOK
         read HistoryFile
           at end set HistoryStatusEOF to true
         end-read
         perform until HistoryStatusEOF
           if HistName-H = SubjectName
             perform WriteHistoryEntry
           end-if
           read HistoryFile
             at end set HistoryStatusEOF to true
           end-read
         end-perform
       end-if
       close HistoryFile
       perform WriteSectionEnd
       .

      *-----------------------------------------------------------------

       WriteHistoryEntry.
       add 1 to SectionCount
       evaluate HistAction-H
         when "N" move "Angelegt"          to HistActionText
         when "B" move "Geaendert"         to HistActionText
         when "E" move "Entfernt"          to HistActionText
         when "W" move "Wiederhergestellt" to HistActionText
         when "Z" move "Zusammengefuehrt"  to HistActionText
         when "R" move "Unzustellbar"      to HistActionText
         when other move "Unbekannt"       to HistActionText
       end-evaluate
       move spaces to RptRec
       string " " HistDate-H(7:2) "." HistDate-H(5:2) "."
              HistDate-H(1:4) " " HistTime-H(1:2) ":"
              HistTime-H(3:2) "  " HistActionText
              "  [" HistUser-H "]"
              delimited by size into RptRec
       end-string
       write RptRec
       if HistApprover-H not = spaces
         move spaces to RptRec
         string "   freigegeben durch: " HistApprover-H
                delimited by size into RptRec
         end-string
         write RptRec
       end-if
       move spaces to RptRec
       string "   alt: " HistOldStreet-H(1:40) " " HistOldPlz-H " "
              HistOldLocation-H(1:40)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       string "   neu: " HistNewStreet-H(1:40) " " HistNewPlz-H " "
              HistNewLocation-H(1:40)
              delimited by size into RptRec
       end-string
       write RptRec
       .

      *-----------------------------------------------------------------

       WriteReportFooter.
       move spaces to RptRec
       write RptRec
       write RptRec
       move all "=" to RptRec(1:60)
       write RptRec
       move ItemCount to PrnCount
       move spaces to RptRec
       string "Gespeicherte Angaben insgesamt: " PrnCount
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       if DeadlineMet
         move "Monatsfrist eingehalten" to RptRec
       else
         move "Monatsfrist ueberschritten" to RptRec
       end-if
       write RptRec
       move spaces to RptRec
       write RptRec
       write RptRec
       move spaces to RptRec
       string "Erstellt: " ClerkUser "  am " TodayNum(7:2) "."
              TodayNum(5:2) "." TodayNum(1:4)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Geprueft und freigegeben (Datenschutz):" to RptRec
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Datum: ____________  Unterschrift: ______________________"
            to RptRec
       write RptRec
       .

      *-----------------------------------------------------------------

       LogRequest.
       move spaces to RequestLogRec
       move SubjectName to ReqName-J
       move RequestFrom to ReqFrom-J
       move ReceivedDate to ReqReceived-J
       move TodayNum to ReqAnswered-J
       move DeadlineNum to ReqDeadline-J
       move DeadlineState to ReqInTime-J
       move ClerkUser to ReqUser-J
       move ItemCount to ReqItems-J
       open extend RequestLogFile
       write RequestLogRec
       close RequestLogFile
       .
