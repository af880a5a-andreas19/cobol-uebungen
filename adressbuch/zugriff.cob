       identification division.
       program-id. Adressbuch-Zugriff.
       author. Andreas Suhre.

      *=================================================================
      *  Auswertung des Zugriffsprotokolls (zugriffsprotokoll.dat).
      *  Das Adressbuch schreibt bei jeder Suche, Ausgabe, Historien-
      *  Auskunft und jedem Export eine Zeile je angezeigtem Namen und
      *  eine Abschlusszeile mit der Zahl der Saetze. Der Bericht
      *  zugriff.rpt zeigt fuer einen Zeitraum, wer wann welche Kon-
      *  takte angesehen oder exportiert hat, und listet Auffaellig-
      *  keiten fuer die Datenschutzpruefung:
      *    - ein Zugriff umfasst mindestens EXPORTQUOTE Prozent des
      *      Adressbuchs (Vorgabe 80),
      *    - ein Benutzer sieht an einem Tag mehr als ABRUFGRENZE
      *      Kontakte an (Vorgabe 50),
      *    - Zugriffe ausserhalb der Zeit von 06:00 bis 20:00 Uhr.
      *  Aufruf mit "JJJJMMTT JJJJMMTT" fuer den Zeitraum, sonst wird
      *  nachgefragt (leer = offen).
      *=================================================================

       environment division.
       input-output section.
       file-control.
         select optional AccessLogFile
                assign to "zugriffsprotokoll.dat"
                organization is line sequential
                file status is AccessStatus.
         select optional DataFile assign to "addressbook.dat"
                organization is indexed
                access mode is dynamic
                record key is Name-D
                alternate record key is Location-D with duplicates
                alternate record key is Plz-Location-D with duplicates
                alternate record key is Phone-D with duplicates
                file status is FileStatus.
         select RptFile assign to "zugriff.rpt"
                organization is line sequential.
         select LaufProtokollFile assign to "lauf.log"
                organization is line sequential.

      *=================================================================

       data division.
       file section.
       FD AccessLogFile.
       copy zugriffrec replacing ==:tag:== by ==Y==.

       FD DataFile.
       copy adressrec replacing AddressRec by DataRec
                                ==:tag:== by ==D==.

       FD RptFile.
       01 RptRec pic X(100).

       FD LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 AccessStatus pic XX value spaces.
          88 AccessStatusOK  value "00".
          88 AccessStatusEOF value "10".

       01 FileStatus pic XX value spaces.
          88 FileStatusOK  value "00".
          88 FileStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CmdLine pic X(80) value spaces.
       01 FromDate pic X(8) value spaces.
       01 ToDate pic X(8) value spaces.

       01 KonfigKey pic X(20).
       01 KonfigValue pic X(40).
       01 KonfigFound pic X value "N".
          88 KonfigValueFound value "Y".

       01 ExportQuote pic 9(3) value 80.
       01 ViewLimit pic 9(5) value 50.
       01 BookSize pic 9(6) value zero.
       01 BulkLimit pic 9(6) value zero.

       01 UserMax pic 999 value zero.
       01 UserTable.
          02 UserEntry occurs 100 times.
             03 UserId        pic X(8).
             03 UserCalls     pic 9(5).
             03 UserViews     pic 9(6).
             03 UserExported  pic 9(7).
             03 UserMaxExport pic 9(5).
       01 UserIdx pic 999.
       01 UserFoundIdx pic 999 value zero.

       01 ContactMax pic 9(4) value zero.
       01 ContactTable.
          02 ContactEntry occurs 2000 times.
             03 ContactName  pic X(50).
             03 ContactViews pic 9(5).
             03 ContactFirst pic X(8).
             03 ContactLast  pic X(8).
       01 ContactIdx pic 9(4).
       01 ContactFoundIdx pic 9(4) value zero.

       01 DayMax pic 9(4) value zero.
       01 DayTable.
          02 DayEntry occurs 2000 times.
             03 DayUser  pic X(8).
             03 DayDate  pic X(8).
             03 DayViews pic 9(5).
       01 DayIdx pic 9(4).
       01 DayFoundIdx pic 9(4) value zero.

       01 NoteMax pic 9(4) value zero.
       01 NoteTable.
          02 NoteLine occurs 1000 times pic X(100).
       01 NoteIdx pic 9(4).
       01 NoteText pic X(100).

       01 TabState pic X value "N".
          88 TabFull value "Y".

       01 RecordCount pic 9(6) value zero.
       01 CallCount pic 9(5) value zero.

       01 PrnCount pic Z(4)9.
       01 PrnViews pic Z(5)9.
       01 PrnExported pic Z(6)9.
       01 PrnQuote pic ZZ9.

      *=================================================================

       procedure division.

       move "ADRESSBUCH-ZUGRIFF" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time

       display "Auswertung Zugriffsprotokoll"
       accept CmdLine from command-line
       if CmdLine(1:8) numeric
         move CmdLine(1:8) to FromDate
         if CmdLine(10:8) numeric
           move CmdLine(10:8) to ToDate
         end-if
       else
         display "Von (JJJJMMTT, leer=offen): " no advancing
         accept FromDate
         display "Bis (JJJJMMTT, leer=offen): " no advancing
         accept ToDate
       end-if

       move "EXPORTQUOTE" to KonfigKey
       perform KonfigLookup
       if KonfigValueFound
         move function numval(KonfigValue) to ExportQuote
       end-if
       move "ABRUFGRENZE" to KonfigKey
       perform KonfigLookup
       if KonfigValueFound
         move function numval(KonfigValue) to ViewLimit
       end-if

       if (FromDate not = spaces and FromDate not numeric)
          or (ToDate not = spaces and ToDate not numeric)
         display "Ungueltiger Zeitraum, Abbruch"
         set RunFailed to true
       else
         perform CountBookSize
         perform ReadAccessLog
         perform CheckDailyViews
         perform WriteAccessReport
         move RecordCount to PrnViews
         display "Protokollzeilen im Zeitraum: " PrnViews
         move NoteMax to PrnCount
         display "Auffaelligkeiten:            " PrnCount
         if TabFull
           display "Tabellen voll, Auswertung unvollstaendig"
         end-if
         display "Datei zugriff.rpt geschrieben"
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

       KonfigLookup.
       move spaces to KonfigValue
       call "Konfig"
            using by content KonfigKey
            by reference KonfigValue
            by reference KonfigFound
       .

      *-----------------------------------------------------------------

       CountBookSize.
       open input DataFile
       if FileStatusOK
         read DataFile next record
         perform until not FileStatusOK
           if EntryActive-D
             add 1 to BookSize
           end-if
           read DataFile next record
         end-perform
       end-if
       close DataFile
       compute BulkLimit rounded = BookSize * ExportQuote / 100
       if BulkLimit = zero
         move 1 to BulkLimit
       end-if
       .

      *-----------------------------------------------------------------

       ReadAccessLog.
       open input AccessLogFile
       if AccessStatusOK
         read AccessLogFile
           at end set AccessStatusEOF to true
         end-read
         perform until AccessStatusEOF
           if (FromDate = spaces or AccDate-Y >= FromDate)
              and (ToDate = spaces or AccDate-Y <= ToDate)
             add 1 to RecordCount
             perform FindUser
             if AccNameShown-Y
               perform CountView
             else
               perform CountCall
             end-if
           end-if
           read AccessLogFile
             at end set AccessStatusEOF to true
           end-read
         end-perform
       end-if
       close AccessLogFile
       .

      *-----------------------------------------------------------------

       FindUser.
       move zero to UserFoundIdx
       perform varying UserIdx from 1 by 1
               until UserIdx > UserMax or UserFoundIdx > zero
         if UserId(UserIdx) = AccUser-Y
           move UserIdx to UserFoundIdx
         end-if
       end-perform
       if UserFoundIdx = zero
         if UserMax < 100
           add 1 to UserMax
           move UserMax to UserFoundIdx
           move AccUser-Y to UserId(UserMax)
           move zero to UserCalls(UserMax), UserViews(UserMax),
                        UserExported(UserMax), UserMaxExport(UserMax)
         else
           set TabFull to true
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       CountView.
       if UserFoundIdx > zero
         add 1 to UserViews(UserFoundIdx)
       end-if

       move zero to ContactFoundIdx
       perform varying ContactIdx from 1 by 1
               until ContactIdx > ContactMax or ContactFoundIdx > zero
         if ContactName(ContactIdx) = AccName-Y
           move ContactIdx to ContactFoundIdx
         end-if
       end-perform
       if ContactFoundIdx = zero
         if ContactMax < 2000
           add 1 to ContactMax
           move ContactMax to ContactFoundIdx
           move AccName-Y to ContactName(ContactMax)
           move zero to ContactViews(ContactMax)
           move AccDate-Y to ContactFirst(ContactMax)
           move AccDate-Y to ContactLast(ContactMax)
         else
           set TabFull to true
         end-if
       end-if
       if ContactFoundIdx > zero
         add 1 to ContactViews(ContactFoundIdx)
         if AccDate-Y < ContactFirst(ContactFoundIdx)
           move AccDate-Y to ContactFirst(ContactFoundIdx)
         end-if
         if AccDate-Y > ContactLast(ContactFoundIdx)
           move AccDate-Y to ContactLast(ContactFoundIdx)
         end-if
       end-if

       move zero to DayFoundIdx
       perform varying DayIdx from 1 by 1
               until DayIdx > DayMax or DayFoundIdx > zero
         if DayUser(DayIdx) = AccUser-Y and DayDate(DayIdx) = AccDate-Y
           move DayIdx to DayFoundIdx
         end-if
       end-perform
       if DayFoundIdx = zero
         if DayMax < 2000
           add 1 to DayMax
           move DayMax to DayFoundIdx
           move AccUser-Y to DayUser(DayMax)
           move AccDate-Y to DayDate(DayMax)
           move zero to DayViews(DayMax)
         else
           set TabFull to true
         end-if
       end-if
       if DayFoundIdx > zero
         add 1 to DayViews(DayFoundIdx)
       end-if
       .

      *-----------------------------------------------------------------

       CountCall.
       add 1 to CallCount
       if UserFoundIdx > zero
         add 1 to UserCalls(UserFoundIdx)
         if AccFunction-Y = "CSV-EXPORT"
            or AccFunction-Y = "VCARD-EXPORT"
            or AccFunction-Y = "SERIENBRIEF"
            or AccFunction-Y = "ETIKETTEN"
           add AccCount-Y to UserExported(UserFoundIdx)
         end-if
         if AccCount-Y > UserMaxExport(UserFoundIdx)
           move AccCount-Y to UserMaxExport(UserFoundIdx)
         end-if
       end-if

       if AccCount-Y >= BulkLimit and AccCount-Y > zero
         move AccCount-Y to PrnCount
         move spaces to NoteText
         string AccDate-Y(7:2) "." AccDate-Y(5:2) "." AccDate-Y(1:4)
                " " AccTime-Y(1:2) ":" AccTime-Y(3:2) "  "
                AccUser-Y "  " AccFunction-Y " Massenzugriff: "
                PrnCount " Saetze"
                delimited by size
                into NoteText
         end-string
         perform AddNote
       end-if

       if AccTime-Y < "060000" or AccTime-Y >= "200000"
         move spaces to NoteText
         string AccDate-Y(7:2) "." AccDate-Y(5:2) "." AccDate-Y(1:4)
                " " AccTime-Y(1:2) ":" AccTime-Y(3:2) "  "
                AccUser-Y "  " AccFunction-Y " ausserhalb der"
                " Dienstzeit"
                delimited by size
                into NoteText
         end-string
         perform AddNote
       end-if
       .

      *-----------------------------------------------------------------

       CheckDailyViews.
       perform varying DayIdx from 1 by 1 until DayIdx > DayMax
         if DayViews(DayIdx) > ViewLimit
           move DayViews(DayIdx) to PrnCount
           move spaces to NoteText
           string DayDate(DayIdx)(7:2) "." DayDate(DayIdx)(5:2) "."
                  DayDate(DayIdx)(1:4) "        "
                  DayUser(DayIdx) "  " PrnCount
                  " Kontakte an einem Tag angesehen"
                  delimited by size
                  into NoteText
           end-string
           perform AddNote
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       AddNote.
       if NoteMax < 1000
         add 1 to NoteMax
         move NoteText to NoteLine(NoteMax)
       else
         set TabFull to true
       end-if
       .

      *-----------------------------------------------------------------

       WriteAccessReport.
       open output RptFile
       move "Adressbuch - Auswertung Zugriffsprotokoll" to RptRec
       write RptRec
       move all "=" to RptRec(1:60)
       write RptRec
       move spaces to RptRec
       string "Zeitraum: "
              FromDate(7:2) "." FromDate(5:2) "." FromDate(1:4)
              " - " ToDate(7:2) "." ToDate(5:2) "." ToDate(1:4)
              delimited by size
              into RptRec
       end-string
       if FromDate = spaces
         move "offen     " to RptRec(11:10)
       end-if
       if ToDate = spaces
         move "offen" to RptRec(24:10)
       end-if
       write RptRec
       move BookSize to PrnViews
       move ExportQuote to PrnQuote
       move spaces to RptRec
       string "Eintraege im Adressbuch: " PrnViews
              "   Massenzugriff ab " PrnQuote " %"
              delimited by size
              into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       write RptRec

       move "Zugriffe je Benutzer" to RptRec
       write RptRec
       move all "-" to RptRec(1:60)
       write RptRec
       move "Benutzer  Aufrufe  Angesehen  Exportiert  Groesster"
         to RptRec
       write RptRec
       perform varying UserIdx from 1 by 1 until UserIdx > UserMax
         move spaces to RptRec
         move UserId(UserIdx) to RptRec(1:8)
         move UserCalls(UserIdx) to PrnCount
         move PrnCount to RptRec(13:5)
         move UserViews(UserIdx) to PrnViews
         move PrnViews to RptRec(22:6)
         move UserExported(UserIdx) to PrnExported
         move PrnExported to RptRec(33:7)
         move UserMaxExport(UserIdx) to PrnCount
         move PrnCount to RptRec(48:5)
         write RptRec
       end-perform
       move spaces to RptRec
       write RptRec

       move "Angesehene Kontakte" to RptRec
       write RptRec
       move all "-" to RptRec(1:60)
       write RptRec
       move "Name" to RptRec
       move "Abrufe  Erster      Letzter" to RptRec(39:27)
       write RptRec
       perform varying ContactIdx from 1 by 1
               until ContactIdx > ContactMax
         move ContactViews(ContactIdx) to PrnCount
         move spaces to RptRec
         string ContactName(ContactIdx)(1:36) "  " PrnCount "  "
                ContactFirst(ContactIdx)(7:2) "."
                ContactFirst(ContactIdx)(5:2) "."
                ContactFirst(ContactIdx)(1:4) " "
                ContactLast(ContactIdx)(7:2) "."
                ContactLast(ContactIdx)(5:2) "."
                ContactLast(ContactIdx)(1:4)
                delimited by size
                into RptRec
         end-string
         write RptRec
       end-perform
       move spaces to RptRec
       write RptRec

       move "Auffaelligkeiten" to RptRec
       write RptRec
       move all "-" to RptRec(1:60)
       write RptRec
       if NoteMax = zero
         move "Keine" to RptRec
         write RptRec
       end-if
       perform varying NoteIdx from 1 by 1 until NoteIdx > NoteMax
         move NoteLine(NoteIdx) to RptRec
         write RptRec
       end-perform
       if TabFull
         move spaces to RptRec
         write RptRec
         move "Hinweis: Tabellen voll, Auswertung unvollstaendig"
           to RptRec
         write RptRec
       end-if
       close RptFile
       .
