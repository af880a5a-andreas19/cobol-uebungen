       identification division.
       program-id. Adressbuch-Retouren.
       author. Andreas Suhre.

      *=================================================================
      *  Retouren-Bearbeitung: zurueckgekommene Serienbriefe und
      *  Etiketten-Sendungen werden in retouren.dat erfasst (Aufruf
      *  mit ERFASSEN) und im Verarbeitungslauf gegen serienbrief-
      *  protokoll.dat und addressbook.dat abgeglichen. Der Eintrag
      *  erhaelt einen Vermerk in unzustellbar.dat und eine Historien-
      *  zeile; Serienbrief und Etiketten lassen ihn aus, bis die
      *  Anschrift bearbeitet wird. retouren.rpt zeigt die Retouren-
      *  quote je Sendung (Vorlage und Datum).
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
         select optional ReturnFile assign to "retouren.dat"
                organization is line sequential
                file status is ReturnStatus.
         select NewReturnFile assign to "retouren.tmp"
                organization is line sequential.
         select optional LetterLogFile
                assign to "serienbrief-protokoll.dat"
                organization is line sequential
                file status is LetterLogStatus.
         select optional UndelivFile assign to "unzustellbar.dat"
                organization is line sequential
                file status is UndelivStatus.
         select optional HistoryFile
                assign to "adressbuch-historie.dat"
                organization is line sequential
                file status is HistoryStatus.
         select RptFile assign to "retouren.rpt"
                organization is line sequential.
         select LaufProtokollFile assign to "lauf.log"
                organization is line sequential.

      *=================================================================

       data division.
       file section.
       FD DataFile.
       copy adressrec replacing AddressRec by DataRec
                                ==:tag:== by ==D==.

       FD ReturnFile.
       01 ReturnRec.
          02 RetName-R     pic X(50).
          02 RetDate-R     pic X(8).
          02 RetReason-R   pic X(30).
          02 RetState-R    pic X(1).
             88 ReturnOpen      value space.
             88 ReturnDone      value "V".
             88 ReturnUnknown   value "U".
          02 RetTplId-R    pic X(10).
          02 RetMailDate-R pic X(8).

       FD NewReturnFile.
       01 NewReturnRec pic X(107).

       FD LetterLogFile.
       copy briefprot replacing ==:tag:== by ==P==.

       FD UndelivFile.
       copy unzustrec replacing ==:tag:== by ==X==.

       FD HistoryFile.
       copy historec replacing ==:tag:== by ==H==.

       FD RptFile.
       01 RptRec pic X(100).

       FD LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 FileStatus pic XX value spaces.
          88 FileStatusOK  value "00".
          88 FileStatusEOF value "10".

       01 ReturnStatus pic XX value spaces.
          88 ReturnStatusOK  value "00".
          88 ReturnStatusEOF value "10".

       01 LetterLogStatus pic XX value spaces.
          88 LetterLogStatusOK  value "00".
          88 LetterLogStatusEOF value "10".

       01 UndelivStatus pic XX value spaces.
          88 UndelivStatusOK  value "00".
          88 UndelivStatusEOF value "10".

       01 HistoryStatus pic XX value spaces.
          88 HistoryStatusOK  value "00".
          88 HistoryStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CmdLine pic X(80) value spaces.
       01 TodayNum pic 9(8).

       01 RetMax pic 999 value zero.
       01 RetTable.
          02 RetEntry occurs 500 times.
             03 RetTabName     pic X(50).
             03 RetTabDate     pic X(8).
             03 RetTabReason   pic X(30).
             03 RetTabState    pic X(1).
             03 RetTabTplId    pic X(10).
             03 RetTabMailDate pic X(8).
       01 RetIdx pic 999.
       01 RetTabLoadState pic X value "N".
          88 RetTabFull value "Y".

       01 MailMax pic 999 value zero.
       01 MailTable.
          02 MailEntry occurs 500 times.
             03 MailTplId   pic X(10).
             03 MailDate    pic X(8).
             03 MailSent    pic 9(5).
             03 MailReturns pic 9(5).
       01 MailIdx pic 999.
       01 MailFoundIdx pic 999 value zero.
       01 MailTabState pic X value "N".
          88 MailTabFull value "Y".

       01 UndMax pic 999 value zero.
       01 UndTable.
          02 UndEntry occurs 500 times.
             03 UndTabName     pic X(50).
             03 UndTabDate     pic X(8).
             03 UndTabReason   pic X(30).
             03 UndTabStreet   pic X(50).
             03 UndTabPlz      pic X(5).
             03 UndTabLocation pic X(50).
       01 UndIdx pic 999.
       01 UndFoundIdx pic 999 value zero.
       01 UndTabState pic X value "N".
          88 UndTabFull value "Y".

       01 NameLen pic 99.
       01 NameTally pic 99.
       01 NameState pic X value "N".
          88 NameInLog value "Y".

       01 CaptureState pic X value "N".
          88 CaptureDone value "Y".
       01 CaptureCount pic 9(5) value zero.

       01 DoneCount    pic 9(5) value zero.
       01 UnknownCount pic 9(5) value zero.
       01 NoMailCount  pic 9(5) value zero.
       01 SentTotal    pic 9(6) value zero.
       01 ReturnTotal  pic 9(6) value zero.
       01 QuotePct pic 999V9.
       01 PrnQuote pic ZZ9.9.
       01 PrnCount pic Z(4)9.

      *=================================================================

       procedure division.

       move "ADRESSBUCH-RETOUR" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time
       accept TodayNum from date YYYYMMDD

       accept CmdLine from command-line
       if CmdLine(1:8) = "ERFASSEN" or CmdLine(1:8) = "erfassen"
         perform CaptureReturns
       else
         display "Retouren-Abgleich"
         perform LoadReturnTable
         if RetTabFull
           display "retouren.dat hat mehr als 500 Zeilen, " &
                   "bitte erledigte Retouren auslagern"
           set RunFailed to true
         else
           perform ScanLetterLog
           perform ApplyReturns
           perform SaveReturnFile
           perform WriteQuoteReport
           move DoneCount to PrnCount
           display "Als unzustellbar vermerkt: " PrnCount
           move UnknownCount to PrnCount
           display "Nicht im Adressbuch:       " PrnCount
           move NoMailCount to PrnCount
           display "Ohne Serienbrief-Nachweis: " PrnCount
           display "Datei retouren.rpt geschrieben"
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

       CaptureReturns.
       display "Retouren erfassen (leerer Name beendet)"
       open extend ReturnFile
       perform until CaptureDone
         move spaces to ReturnRec
         display " Name:  " no advancing
         accept RetName-R
         if RetName-R = spaces
           set CaptureDone to true
         else
           display " Datum (JJJJMMTT, leer=heute): " no advancing
           accept RetDate-R
           if RetDate-R = spaces
             move TodayNum to RetDate-R
           end-if
           display " Grund: " no advancing
           accept RetReason-R
           if RetDate-R not numeric
             display "Ungueltiges Datum, Retoure nicht erfasst"
           else
             write ReturnRec
             add 1 to CaptureCount
           end-if
         end-if
       end-perform
       close ReturnFile
       move CaptureCount to PrnCount
       display "Retouren erfasst: " PrnCount
       .

      *-----------------------------------------------------------------

       LoadReturnTable.
       open input ReturnFile
       if ReturnStatusOK
         read ReturnFile
           at end set ReturnStatusEOF to true
         end-read
         perform until ReturnStatusEOF or RetMax >= 500
           add 1 to RetMax
           move RetName-R     to RetTabName(RetMax)
           move RetDate-R     to RetTabDate(RetMax)
           move RetReason-R   to RetTabReason(RetMax)
           move RetState-R    to RetTabState(RetMax)
           move RetTplId-R    to RetTabTplId(RetMax)
           move RetMailDate-R to RetTabMailDate(RetMax)
           read ReturnFile
             at end set ReturnStatusEOF to true
           end-read
         end-perform
         if not ReturnStatusEOF
           set RetTabFull to true
         end-if
       end-if
       close ReturnFile
       .

      *-----------------------------------------------------------------

      *  Eine Retoure gehoert zur letzten Sendung an den Empfaenger,
      *  die nicht nach dem Eingangsdatum der Retoure liegt. Haushalts-
      *  briefe tragen mehrere Namen in LogName-P.
       ScanLetterLog.
       open input LetterLogFile
       if LetterLogStatusOK
         read LetterLogFile
           at end set LetterLogStatusEOF to true
         end-read
         perform until LetterLogStatusEOF
           perform CountMailing
           perform varying RetIdx from 1 by 1 until RetIdx > RetMax
             if RetTabState(RetIdx) = space
               and LogDate-P not > RetTabDate(RetIdx)
               and LogDate-P not < RetTabMailDate(RetIdx)
               perform CheckNameInLog
               if NameInLog
                 move LogTplId-P to RetTabTplId(RetIdx)
                 move LogDate-P to RetTabMailDate(RetIdx)
               end-if
             end-if
           end-perform
           read LetterLogFile
             at end set LetterLogStatusEOF to true
           end-read
         end-perform
       end-if
       close LetterLogFile
       .

      *-----------------------------------------------------------------

       CountMailing.
       move zeros to MailFoundIdx
       perform varying MailIdx from 1 by 1
               until MailIdx > MailMax or MailFoundIdx not = zero
         if MailTplId(MailIdx) = LogTplId-P
           and MailDate(MailIdx) = LogDate-P
           move MailIdx to MailFoundIdx
         end-if
       end-perform
       if MailFoundIdx = zero
         if MailMax >= 500
           set MailTabFull to true
         else
           add 1 to MailMax
           move MailMax to MailFoundIdx
           move LogTplId-P to MailTplId(MailFoundIdx)
           move LogDate-P to MailDate(MailFoundIdx)
           move zeros to MailSent(MailFoundIdx)
                         MailReturns(MailFoundIdx)
         end-if
       end-if
       if MailFoundIdx not = zero
         add 1 to MailSent(MailFoundIdx)
       end-if
       .

      *-----------------------------------------------------------------

       CheckNameInLog.
       move "N" to NameState
       if LogName-P = RetTabName(RetIdx)
         set NameInLog to true
       else
         compute NameLen =
                 function length(function trim(RetTabName(RetIdx)))
         move zeros to NameTally
         inspect LogName-P tallying NameTally
                 for all RetTabName(RetIdx)(1:NameLen)
         if NameTally > zero
           set NameInLog to true
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       ApplyReturns.
       perform LoadUndelivTable
       if UndTabFull
         display "unzustellbar.dat unvollstaendig geladen, " &
                 "keine Vermerke gesetzt"
         set RunFailed to true
       else
         open input DataFile
         if not FileStatusOK and FileStatus not = "05"
           display "addressbook.dat nicht nutzbar: " FileStatus
           set RunFailed to true
         else
           perform varying RetIdx from 1 by 1 until RetIdx > RetMax
             if RetTabState(RetIdx) = space
               perform ApplyOneReturn
             end-if
           end-perform
           perform SaveUndelivFile
         end-if
         close DataFile
       end-if
       .

      *-----------------------------------------------------------------

       ApplyOneReturn.
       if RetTabMailDate(RetIdx) = spaces
         add 1 to NoMailCount
         display " Kein Serienbrief an "
                 function trim(RetTabName(RetIdx))
       end-if
       move RetTabName(RetIdx) to Name-D
       read DataFile
         key is Name-D
         invalid key continue
       end-read
       if not FileStatusOK or EntryInactive-D
         move "U" to RetTabState(RetIdx)
         add 1 to UnknownCount
         display " Nicht im Adressbuch: "
                 function trim(RetTabName(RetIdx))
       else
         move zeros to UndFoundIdx
         perform varying UndIdx from 1 by 1
                 until UndIdx > UndMax or UndFoundIdx not = zero
           if UndTabName(UndIdx) = Name-D
             move UndIdx to UndFoundIdx
           end-if
         end-perform
         if UndFoundIdx = zero
           if UndMax >= 500
             display " Vermerktabelle voll bei " function trim(Name-D)
             set RunFailed to true
           else
             add 1 to UndMax
             move UndMax to UndFoundIdx
           end-if
         end-if
         if UndFoundIdx not = zero
           move Name-D              to UndTabName(UndFoundIdx)
           move RetTabDate(RetIdx)   to UndTabDate(UndFoundIdx)
           move RetTabReason(RetIdx) to UndTabReason(UndFoundIdx)
           move Street-D            to UndTabStreet(UndFoundIdx)
           move Plz-D               to UndTabPlz(UndFoundIdx)
           move Location-D          to UndTabLocation(UndFoundIdx)
           move "V" to RetTabState(RetIdx)
           add 1 to DoneCount
           move "R" to HistAction-H
           move Name-D to HistName-H
           move Street-D to HistOldStreet-H, HistNewStreet-H
           move Plz-D to HistOldPlz-H, HistNewPlz-H
           move Location-D to HistOldLocation-H, HistNewLocation-H
           perform WriteHistory
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       LoadUndelivTable.
       open input UndelivFile
       if UndelivStatusOK
         read UndelivFile
           at end set UndelivStatusEOF to true
         end-read
         perform until UndelivStatusEOF or UndMax >= 500
           add 1 to UndMax
           move UndName-X     to UndTabName(UndMax)
           move UndDate-X     to UndTabDate(UndMax)
           move UndReason-X   to UndTabReason(UndMax)
           move UndStreet-X   to UndTabStreet(UndMax)
           move UndPlz-X      to UndTabPlz(UndMax)
           move UndLocation-X to UndTabLocation(UndMax)
           read UndelivFile
             at end set UndelivStatusEOF to true
           end-read
         end-perform
         if not UndelivStatusEOF
           set UndTabFull to true
         end-if
       end-if
       close UndelivFile
       .

      *-----------------------------------------------------------------

       SaveUndelivFile.
       open output UndelivFile
       perform varying UndIdx from 1 by 1 until UndIdx > UndMax
         move UndTabName(UndIdx)     to UndName-X
         move UndTabDate(UndIdx)     to UndDate-X
         move UndTabReason(UndIdx)   to UndReason-X
         move UndTabStreet(UndIdx)   to UndStreet-X
         move UndTabPlz(UndIdx)      to UndPlz-X
         move UndTabLocation(UndIdx) to UndLocation-X
         write UndeliverableRec
       end-perform
       close UndelivFile
       .

      *-----------------------------------------------------------------

       SaveReturnFile.
       open output NewReturnFile
       perform varying RetIdx from 1 by 1 until RetIdx > RetMax
         move RetTabName(RetIdx)     to RetName-R
         move RetTabDate(RetIdx)     to RetDate-R
         move RetTabReason(RetIdx)   to RetReason-R
         move RetTabState(RetIdx)    to RetState-R
         move RetTabTplId(RetIdx)    to RetTplId-R
         move RetTabMailDate(RetIdx) to RetMailDate-R
         write NewReturnRec from ReturnRec
       end-perform
       close NewReturnFile
       call "CBL_DELETE_FILE" using "retouren.dat"
       end-call
       call "CBL_RENAME_FILE" using "retouren.tmp", "retouren.dat"
       end-call
       .

      *-----------------------------------------------------------------

       WriteHistory.
       accept HistDate-H from date YYYYMMDD
       accept HistTime-H from time
       move "RETOURE" to HistUser-H
       move spaces to HistApprover-H
       open extend HistoryFile
       write HistoryRec
       close HistoryFile
       .

      *-----------------------------------------------------------------

       WriteQuoteReport.
       perform varying RetIdx from 1 by 1 until RetIdx > RetMax
         if RetTabMailDate(RetIdx) not = spaces
           perform varying MailIdx from 1 by 1 until MailIdx > MailMax
             if MailTplId(MailIdx) = RetTabTplId(RetIdx)
               and MailDate(MailIdx) = RetTabMailDate(RetIdx)
               add 1 to MailReturns(MailIdx)
             end-if
           end-perform
         end-if
       end-perform

       open output RptFile
       move spaces to RptRec
       string "Retourenquote je Sendung, Stand " TodayNum(7:2) "."
              TodayNum(5:2) "." TodayNum(1:4)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:60)
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Datum       Vorlage     Sendungen  Retouren  Quote %"
            to RptRec
       write RptRec
       move spaces to RptRec
       move all "-" to RptRec(1:53)
       write RptRec
       perform varying MailIdx from 1 by 1 until MailIdx > MailMax
         move spaces to RptRec
         string MailDate(MailIdx)(7:2) "." MailDate(MailIdx)(5:2) "."
                MailDate(MailIdx)(1:4)
                delimited by size into RptRec
         end-string
         move MailTplId(MailIdx) to RptRec(13:10)
         move MailSent(MailIdx) to PrnCount
         move PrnCount to RptRec(28:5)
         move MailReturns(MailIdx) to PrnCount
         move PrnCount to RptRec(38:5)
         compute QuotePct rounded =
                 MailReturns(MailIdx) * 100 / MailSent(MailIdx)
           on size error move 999.9 to QuotePct
         end-compute
         move QuotePct to PrnQuote
         move PrnQuote to RptRec(48:5)
         write RptRec
         add MailSent(MailIdx) to SentTotal
         add MailReturns(MailIdx) to ReturnTotal
       end-perform
       if MailMax = zero
         move " Keine Sendungen im Serienbrief-Protokoll" to RptRec
         write RptRec
       end-if
       if MailTabFull
         move " Mehr als 500 Sendungen, Liste unvollstaendig"
              to RptRec
         write RptRec
       end-if
       move spaces to RptRec
       move all "-" to RptRec(1:53)
       write RptRec
       move spaces to RptRec
       move "Gesamt" to RptRec(1:6)
       move SentTotal to PrnCount
       move PrnCount to RptRec(28:5)
       move ReturnTotal to PrnCount
       move PrnCount to RptRec(38:5)
       if SentTotal > zero
         compute QuotePct rounded = ReturnTotal * 100 / SentTotal
           on size error move 999.9 to QuotePct
         end-compute
       else
         move zero to QuotePct
       end-if
       move QuotePct to PrnQuote
       move PrnQuote to RptRec(48:5)
       write RptRec
       move spaces to RptRec
       write RptRec
       move NoMailCount to PrnCount
       move spaces to RptRec
       string "Retouren dieses Laufs ohne Serienbrief-Nachweis: "
              PrnCount
              delimited by size into RptRec
       end-string
       write RptRec
       close RptFile
       .
