       identification division.
       program-id. Adressbuch-Strassen.
       author. Andreas Suhre.

      *=================================================================
      *  Sammelaenderung bei Strassenumbenennungen und Gemeindezusam-
      *  menlegungen. Ein Auftrag (strassen-auftraege.dat) nennt die
      *  alte Strasse/PLZ/Ort, die neuen Werte und den Stichtag.
      *  Aufruf:
      *    NEU       Auftrag erfassen (Anmeldung Bearbeiter/Admin)
      *    FREIGABE  Auftrag freigeben oder ablehnen; nur ein Admin,
      *              der den Auftrag nicht selbst erfasst hat
      *    LAUF      freigegebene Auftraege mit erreichtem Stichtag
      *              ausfuehren: addressbook.dat mit Historienzeile je
      *              Kontakt, adressen-zusatz.dat und bei geaendertem
      *              Ort plzverzeichnis.dat
      *    (leer)    Vorschau aller offenen und freigegebenen Auftraege
      *  Bericht jeweils in strassen.rpt. Der LAUF schreibt nach jedem
      *  geaenderten Eintrag strassen.ckpt und setzt nach einem
      *  Abbruch beim naechsten Aufruf dort wieder auf; bereits
      *  geaenderte Eintraege passen ohnehin nicht mehr auf die alten
      *  Werte und werden nicht doppelt geaendert.
      *  Die Strasse wird ohne Hausnummer angegeben; die Hausnummer
      *  des Eintrags bleibt erhalten.
      *=================================================================

       environment division.
       input-output section.
       file-control.
         select optional OrderFile assign to "strassen-auftraege.dat"
                organization is line sequential
                file status is OrderStatus.
         select optional DataFile assign to "addressbook.dat"
                organization is indexed
                access mode is dynamic
                record key is Name-D
                alternate record key is Location-D with duplicates
                alternate record key is Plz-Location-D with duplicates
                alternate record key is Phone-D with duplicates
                file status is FileStatus.
         select optional ExtraAddrFile assign to "adressen-zusatz.dat"
                organization is line sequential
                file status is ExtraAddrStatus.
         select NewExtraAddrFile assign to "adressen-zusatz.tmp"
                organization is line sequential.
         select optional PlzDirFile assign to "plzverzeichnis.dat"
                organization is line sequential
                file status is PlzDirStatus.
         select NewPlzDirFile assign to "plzverzeichnis.tmp"
                organization is line sequential.
         select optional HistoryFile
                assign to "adressbuch-historie.dat"
                organization is line sequential
                file status is HistoryStatus.
         select optional UserFile assign to "benutzer.dat"
                organization is line sequential
                file status is UserStatus.
         select optional CkptFile assign to "strassen.ckpt"
                organization is line sequential
                file status is CkptStatus.
         select RptFile assign to "strassen.rpt"
                organization is line sequential.
         select LaufProtokollFile assign to "lauf.log"
                organization is line sequential.

      *=================================================================

       data division.
       file section.
       FD OrderFile.
       01 OrderRec.
          02 OrdId-O          pic 9(4).
          02 OrdOldStreet-O   pic X(50).
          02 OrdOldPlz-O      pic X(5).
          02 OrdOldLocation-O pic X(50).
          02 OrdNewStreet-O   pic X(50).
          02 OrdNewPlz-O      pic X(5).
          02 OrdNewLocation-O pic X(50).
          02 OrdValidFrom-O   pic X(8).
          02 OrdState-O       pic X(1).
          02 OrdReqUser-O     pic X(8).
          02 OrdApprUser-O    pic X(8).
          02 OrdDoneDate-O    pic X(8).
          02 OrdCount-O       pic 9(5).

       FD DataFile.
       copy adressrec replacing AddressRec by DataRec
                                ==:tag:== by ==D==.

       FD ExtraAddrFile.
       01 ExtraAddrRec.
          02 Name-Z     pic X(50).
          02 AddrType-Z pic X(1).
          02 Street-Z   pic X(50).
          02 Plz-Z      pic X(5).
          02 Location-Z pic X(50).

       FD NewExtraAddrFile.
       01 NewExtraAddrRec pic X(156).

       FD PlzDirFile.
       01 PlzDirRec.
          02 Plz-P pic X(5).
          02 Ort-P pic X(50).

       FD NewPlzDirFile.
       01 NewPlzDirRec pic X(55).

       FD HistoryFile.
       copy historec replacing ==:tag:== by ==H==.

       FD UserFile.
       01 UserRec.
          02 UserId-U   pic X(8).
          02 Password-U pic X(8).
          02 UserName-U pic X(30).
          02 Role-U     pic X(1).
          02 PwdDate-U  pic X(8).
          02 Lock-U     pic X(1).

       FD CkptFile.
       01 CkptRec.
          02 CkOrdId-C pic 9(4).
          02 CkPhase-C pic X(1).
          02 CkName-C  pic X(50).

       FD RptFile.
       01 RptRec pic X(120).

       FD LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 OrderStatus pic XX value spaces.
          88 OrderStatusOK  value "00".
          88 OrderStatusEOF value "10".

       01 FileStatus pic XX value spaces.
          88 FileStatusOK  value "00".
          88 FileStatusEOF value "10".

       01 ExtraAddrStatus pic XX value spaces.
          88 ExtraAddrStatusOK  value "00".
          88 ExtraAddrStatusEOF value "10".

       01 PlzDirStatus pic XX value spaces.
          88 PlzDirStatusOK  value "00".
          88 PlzDirStatusEOF value "10".

       01 HistoryStatus pic XX value spaces.

       01 UserStatus pic XX value spaces.
          88 UserStatusOK  value "00".
          88 UserStatusEOF value "10".

       01 CkptStatus pic XX value spaces.
          88 CkptStatusOK value "00".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 CmdLine pic X(80) value spaces.
       01 TodayNum pic 9(8).

       01 OrdMax pic 999 value zero.
       01 OrdTable.
          02 OrdEntry occurs 200 times.
             03 OrdId          pic 9(4).
             03 OrdOldStreet   pic X(50).
             03 OrdOldPlz      pic X(5).
             03 OrdOldLocation pic X(50).
             03 OrdNewStreet   pic X(50).
             03 OrdNewPlz      pic X(5).
             03 OrdNewLocation pic X(50).
             03 OrdValidFrom   pic X(8).
             03 OrdState       pic X(1).
                88 OrdOpen     value "O".
                88 OrdApproved value "F".
                88 OrdDone     value "D".
                88 OrdRejected value "A".
             03 OrdReqUser     pic X(8).
             03 OrdApprUser    pic X(8).
             03 OrdDoneDate    pic X(8).
             03 OrdCount       pic 9(5).
       01 OrdIdx pic 999.
       01 OrdFoundIdx pic 999 value zero.
       01 SaveIdx pic 999.
       01 OrdTabState pic X value "N".
          88 OrdTabFull value "Y".
       01 OrdNextId pic 9(4) value zero.

       01 OrdInput.
          02 InOldStreet   pic X(50).
          02 InOldPlz      pic X(5).
          02 InOldLocation pic X(50).
          02 InNewStreet   pic X(50).
          02 InNewPlz      pic X(5).
          02 InNewLocation pic X(50).
          02 InValidFrom   pic X(8).
       01 OrdChoiceInput pic X(4).
       01 OrdChoice pic X value space.
          88 OrdApproveSelected values "F" "f".
          88 OrdRejectSelected  values "A" "a".

       01 EnteredUser pic X(8).
       01 EnteredPass pic X(8).
       01 SignedUser pic X(8) value spaces.
       01 SignedRole pic X value space.
       01 SignOnState pic X value "N".
          88 SignedOn value "Y".
       01 HashInput pic X(8).
       01 HashValue pic 9(7).
       01 HashIdx pic 9.
       01 HashText.
          02 FILLER pic X value "#".
          02 HashDigits pic 9(7).

       01 ExtraMax pic 9(4) value zero.
       01 ExtraTable.
          02 ExtraEntry occurs 2000 times.
             03 ExtraName     pic X(50).
             03 ExtraType     pic X(1).
             03 ExtraStreet   pic X(50).
             03 ExtraPlz      pic X(5).
             03 ExtraLocation pic X(50).
       01 ExtraIdx pic 9(4).
       01 ExtraTabState pic X value "N".
          88 ExtraTabFull value "Y".

       01 PlzDirMax pic 9(4) value zero.
       01 PlzDirTable.
          02 PlzDirEntry occurs 5000 times.
             03 PlzDirPlz pic X(5).
             03 PlzDirOrt pic X(50).
       01 PlzDirIdx pic 9(4).
       01 PlzDirTabState pic X value "N".
          88 PlzDirTabFull value "Y".

       01 CmpStreet pic X(50).
       01 CmpPlz pic X(5).
       01 CmpLocation pic X(50).
       01 ResStreet pic X(50).
       01 ResPlz pic X(5).
       01 ResLocation pic X(50).
       01 OldStreetLen pic 99 value zero.
       01 MatchState pic X value "N".
          88 EntryMatches value "Y".

       01 RunPhase pic X value "D".
          88 PhaseMain  value "D".
          88 PhaseExtra value "Z".
          88 PhasePlz   value "P".
       01 ResumeState pic X value "N".
          88 ResumeRun value "Y".
       01 ResumeOrdId pic 9(4) value zero.
       01 ResumePhase pic X value space.
       01 ResumeName pic X(50) value spaces.

       01 MainCount  pic 9(5) value zero.
       01 ExtraCount pic 9(5) value zero.
       01 PlzCount   pic 9(5) value zero.
       01 OrderDoneCount pic 9(3) value zero.
       01 PrnCount pic Z(4)9.
       01 PrnId pic ZZZ9.

      *=================================================================

       procedure division.

       move "ADRESSBUCH-STRASSEN" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time
       accept TodayNum from date YYYYMMDD

       perform LoadOrderTable
       if OrdTabFull
         display "strassen-auftraege.dat hat mehr als 200 Auftraege, "
                 & "Abbruch"
         set RunFailed to true
       else
         accept CmdLine from command-line
         evaluate true
           when CmdLine(1:3) = "NEU" or CmdLine(1:3) = "neu"
             perform CaptureOrder
           when CmdLine(1:8) = "FREIGABE" or CmdLine(1:8) = "freigabe"
             perform ApproveOrder
           when CmdLine(1:4) = "LAUF" or CmdLine(1:4) = "lauf"
             perform RunOrders
           when other
             perform PreviewOrders
         end-evaluate
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

       LoadOrderTable.
       open input OrderFile
       if OrderStatusOK
         read OrderFile
           at end set OrderStatusEOF to true
         end-read
         perform until OrderStatusEOF or OrdMax >= 200
           add 1 to OrdMax
           move OrdId-O          to OrdId(OrdMax)
           move OrdOldStreet-O   to OrdOldStreet(OrdMax)
           move OrdOldPlz-O      to OrdOldPlz(OrdMax)
           move OrdOldLocation-O to OrdOldLocation(OrdMax)
           move OrdNewStreet-O   to OrdNewStreet(OrdMax)
           move OrdNewPlz-O      to OrdNewPlz(OrdMax)
           move OrdNewLocation-O to OrdNewLocation(OrdMax)
           move OrdValidFrom-O   to OrdValidFrom(OrdMax)
           move OrdState-O       to OrdState(OrdMax)
           move OrdReqUser-O     to OrdReqUser(OrdMax)
           move OrdApprUser-O    to OrdApprUser(OrdMax)
           move OrdDoneDate-O    to OrdDoneDate(OrdMax)
           move OrdCount-O       to OrdCount(OrdMax)
           if OrdId(OrdMax) > OrdNextId
             move OrdId(OrdMax) to OrdNextId
           end-if
           read OrderFile
             at end set OrderStatusEOF to true
           end-read
         end-perform
         if not OrderStatusEOF
           set OrdTabFull to true
         end-if
       end-if
       close OrderFile
       add 1 to OrdNextId
       .

      *-----------------------------------------------------------------

       SaveOrderTable.
       open output OrderFile
       perform varying SaveIdx from 1 by 1 until SaveIdx > OrdMax
         move OrdId(SaveIdx)          to OrdId-O
         move OrdOldStreet(SaveIdx)   to OrdOldStreet-O
         move OrdOldPlz(SaveIdx)      to OrdOldPlz-O
         move OrdOldLocation(SaveIdx) to OrdOldLocation-O
         move OrdNewStreet(SaveIdx)   to OrdNewStreet-O
         move OrdNewPlz(SaveIdx)      to OrdNewPlz-O
         move OrdNewLocation(SaveIdx) to OrdNewLocation-O
         move OrdValidFrom(SaveIdx)   to OrdValidFrom-O
         move OrdState(SaveIdx)       to OrdState-O
         move OrdReqUser(SaveIdx)     to OrdReqUser-O
         move OrdApprUser(SaveIdx)    to OrdApprUser-O
         move OrdDoneDate(SaveIdx)    to OrdDoneDate-O
         move OrdCount(SaveIdx)       to OrdCount-O
         write OrderRec
       end-perform
       close OrderFile
       .

      *-----------------------------------------------------------------

       SignOnUser.
      *  Anmeldung gegen benutzer.dat wie im Adressbuch; ohne
      *  Benutzerdatei gilt ANONYM mit Administrator-Rolle.
       move "N" to SignOnState
       move spaces to SignedUser, SignedRole
       display "Benutzer: " no advancing
       accept EnteredUser
       display "Kennwort: " no advancing
       accept EnteredPass
       open input UserFile
       if not UserStatusOK
         move "ANONYM" to SignedUser
         move "A" to SignedRole
         set SignedOn to true
       else
         read UserFile
           at end set UserStatusEOF to true
         end-read
         perform until UserStatusEOF or SignedOn
           if UserId-U = EnteredUser and Lock-U not = "1"
             move EnteredPass to HashInput
             perform HashPassword
             if (Password-U(1:1) = "#" and Password-U = HashText)
                or (Password-U(1:1) not = "#"
                    and Password-U = EnteredPass)
               set SignedOn to true
               move UserId-U to SignedUser
               if Role-U = "L" or "B" or "A"
                 move Role-U to SignedRole
               else
                 move "A" to SignedRole
               end-if
             end-if
           end-if
           read UserFile
             at end set UserStatusEOF to true
           end-read
         end-perform
       end-if
       close UserFile
       if not SignedOn
         display "Benutzer oder Kennwort falsch"
       end-if
       .

      *-----------------------------------------------------------------

       HashPassword.
       move zeros to HashValue
       perform varying HashIdx from 1 by 1 until HashIdx > 8
         compute HashValue = function mod(HashValue * 31
                 + function ord(HashInput(HashIdx:1)), 9999991)
       end-perform
       move HashValue to HashDigits
       .

      *-----------------------------------------------------------------

       CaptureOrder.
       display "Sammelaenderung erfassen"
       perform SignOnUser
       evaluate true
         when not SignedOn
           set RunFailed to true
         when SignedRole = "L"
           display "Keine Berechtigung fuer Sammelaenderungen"
           set RunFailed to true
         when OrdMax >= 200
           display "Auftragstabelle voll, Auftrag nicht erfasst"
           set RunFailed to true
         when other
           perform CaptureOrderFields
       end-evaluate
       .

      *-----------------------------------------------------------------

       CaptureOrderFields.
       move spaces to OrdInput
       display "Alte Werte (leer = beliebig)"
       display " Strasse ohne Hausnummer: " no advancing
       accept InOldStreet
       display " PLZ:                     " no advancing
       accept InOldPlz
       display " Ort:                     " no advancing
       accept InOldLocation
       display "Neue Werte (leer = unveraendert)"
       display " Strasse ohne Hausnummer: " no advancing
       accept InNewStreet
       display " PLZ:                     " no advancing
       accept InNewPlz
       display " Ort:                     " no advancing
       accept InNewLocation
       display "Gueltig ab (JJJJMMTT, leer=heute): " no advancing
       accept InValidFrom
       if InValidFrom = spaces
         move TodayNum to InValidFrom
       end-if
       evaluate true
         when InOldStreet = spaces and InOldPlz = spaces
              and InOldLocation = spaces
           display "Mindestens ein alter Wert ist anzugeben"
           set RunFailed to true
         when InNewStreet = spaces and InNewPlz = spaces
              and InNewLocation = spaces
           display "Mindestens ein neuer Wert ist anzugeben"
           set RunFailed to true
         when InNewStreet not = spaces and InOldStreet = spaces
           display "Neue Strasse nur mit alter Strasse moeglich"
           set RunFailed to true
         when InNewPlz not = spaces and InNewPlz not numeric
           display "Neue PLZ ist nicht fuenfstellig numerisch"
           set RunFailed to true
         when InValidFrom not numeric
           display "Ungueltiges Datum"
           set RunFailed to true
         when other
           add 1 to OrdMax
           move OrdNextId     to OrdId(OrdMax)
           move InOldStreet   to OrdOldStreet(OrdMax)
           move InOldPlz      to OrdOldPlz(OrdMax)
           move InOldLocation to OrdOldLocation(OrdMax)
           move InNewStreet   to OrdNewStreet(OrdMax)
           move InNewPlz      to OrdNewPlz(OrdMax)
           move InNewLocation to OrdNewLocation(OrdMax)
           move InValidFrom   to OrdValidFrom(OrdMax)
           set OrdOpen(OrdMax) to true
           move SignedUser    to OrdReqUser(OrdMax)
           move spaces        to OrdApprUser(OrdMax)
           move spaces        to OrdDoneDate(OrdMax)
           move zero          to OrdCount(OrdMax)
           perform SaveOrderTable
           move OrdNextId to PrnId
           display "Auftrag " PrnId " erfasst, wartet auf Freigabe"
           perform PreviewOrders
       end-evaluate
       .

      *-----------------------------------------------------------------

       ApproveOrder.
       display "Sammelaenderung freigeben"
       move zero to OrderDoneCount
       perform varying OrdIdx from 1 by 1 until OrdIdx > OrdMax
         if OrdOpen(OrdIdx)
           add 1 to OrderDoneCount
           perform DisplayOrder
         end-if
       end-perform
       if OrderDoneCount = zero
         display "Keine offenen Auftraege"
       else
         display "Auftrag (leer=Ende): " no advancing
         accept OrdChoiceInput
         move zero to OrdFoundIdx
         if OrdChoiceInput not = spaces
           perform varying OrdIdx from 1 by 1
                   until OrdIdx > OrdMax or OrdFoundIdx > zero
             if OrdId(OrdIdx) = function numval(OrdChoiceInput)
                and OrdOpen(OrdIdx)
               move OrdIdx to OrdFoundIdx
             end-if
           end-perform
           if OrdFoundIdx = zero
             display "Kein offener Auftrag mit dieser Nummer"
           else
             perform DecideOrder
           end-if
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       DecideOrder.
       perform SignOnUser
       evaluate true
         when not SignedOn
           set RunFailed to true
         when SignedRole not = "A"
           display "Freigabe nur durch einen Administrator"
         when SignedUser = OrdReqUser(OrdFoundIdx)
           display "Eigene Auftraege muss ein anderer Benutzer "
                   "freigeben"
         when other
           display "[F]reigeben -- [A]blehnen -- [Z]urueck > "
                   no advancing
           accept OrdChoice
           if OrdApproveSelected or OrdRejectSelected
             if OrdApproveSelected
               set OrdApproved(OrdFoundIdx) to true
               display "Auftrag freigegeben"
             else
               set OrdRejected(OrdFoundIdx) to true
               display "Auftrag abgelehnt"
             end-if
             move SignedUser to OrdApprUser(OrdFoundIdx)
             perform SaveOrderTable
           end-if
       end-evaluate
       .

      *-----------------------------------------------------------------

       DisplayOrder.
       move OrdId(OrdIdx) to PrnId
       display " " PrnId "  ab " OrdValidFrom(OrdIdx)(7:2) "."
               OrdValidFrom(OrdIdx)(5:2) "." OrdValidFrom(OrdIdx)(1:4)
               "  erfasst von " OrdReqUser(OrdIdx)
       display "       alt: " function trim(OrdOldStreet(OrdIdx)) " / "
               OrdOldPlz(OrdIdx) " / "
               function trim(OrdOldLocation(OrdIdx))
       display "       neu: " function trim(OrdNewStreet(OrdIdx)) " / "
               OrdNewPlz(OrdIdx) " / "
               function trim(OrdNewLocation(OrdIdx))
       .

      *-----------------------------------------------------------------

       PreviewOrders.
       display "Vorschau der Sammelaenderungen"
       open input DataFile
       if not FileStatusOK and FileStatus not = "05"
         display "addressbook.dat nicht nutzbar: " FileStatus
         set RunFailed to true
       else
         perform LoadExtraTable
         open output RptFile
         move spaces to RptRec
         string "Sammelaenderungen - Vorschau, Stand "
                TodayNum(7:2) "." TodayNum(5:2) "." TodayNum(1:4)
                delimited by size into RptRec
         end-string
         write RptRec
         move all "=" to RptRec(1:60)
         write RptRec
         move zero to OrderDoneCount
         perform varying OrdIdx from 1 by 1 until OrdIdx > OrdMax
           if OrdOpen(OrdIdx) or OrdApproved(OrdIdx)
             add 1 to OrderDoneCount
             perform WriteOrderHeader
             perform PreviewMainEntries
             perform PreviewExtraEntries
           end-if
         end-perform
         if OrderDoneCount = zero
           move "Keine offenen oder freigegebenen Auftraege" to RptRec
           write RptRec
         end-if
         close RptFile
         display "Datei strassen.rpt geschrieben"
       end-if
       close DataFile
       .

      *-----------------------------------------------------------------

       WriteOrderHeader.
       move spaces to RptRec
       write RptRec
       move OrdId(OrdIdx) to PrnId
       move spaces to RptRec
       string "Auftrag " PrnId "  gueltig ab "
              OrdValidFrom(OrdIdx)(7:2) "." OrdValidFrom(OrdIdx)(5:2)
              "." OrdValidFrom(OrdIdx)(1:4) "  erfasst von "
              OrdReqUser(OrdIdx) "  Status " OrdState(OrdIdx)
              "  freigegeben von " OrdApprUser(OrdIdx)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       string "  alt: " function trim(OrdOldStreet(OrdIdx)) " / "
              OrdOldPlz(OrdIdx) " / "
              function trim(OrdOldLocation(OrdIdx))
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       string "  neu: " function trim(OrdNewStreet(OrdIdx)) " / "
              OrdNewPlz(OrdIdx) " / "
              function trim(OrdNewLocation(OrdIdx))
              delimited by size into RptRec
       end-string
       write RptRec
       move all "-" to RptRec(1:60)
       write RptRec
       .

      *-----------------------------------------------------------------

       PreviewMainEntries.
       move zero to MainCount
       move spaces to Name-D
       start DataFile key is greater than Name-D
         invalid key continue
       end-start
       if FileStatusOK
         read DataFile next record
         perform until not FileStatusOK
           if EntryActive-D
             move Street-D to CmpStreet
             move Plz-D to CmpPlz
             move Location-D to CmpLocation
             perform CheckEntryMatch
             if EntryMatches
               add 1 to MainCount
               perform WriteChangeLine
             end-if
           end-if
           read DataFile next record
         end-perform
       end-if
       move MainCount to PrnCount
       move spaces to RptRec
       string "  Eintraege im Adressbuch: " PrnCount
              delimited by size into RptRec
       end-string
       write RptRec
       .

      *-----------------------------------------------------------------

       PreviewExtraEntries.
       move zero to ExtraCount
       perform varying ExtraIdx from 1 by 1 until ExtraIdx > ExtraMax
         move ExtraStreet(ExtraIdx) to CmpStreet
         move ExtraPlz(ExtraIdx) to CmpPlz
         move ExtraLocation(ExtraIdx) to CmpLocation
         perform CheckEntryMatch
         if EntryMatches
           add 1 to ExtraCount
           move ExtraName(ExtraIdx) to Name-D
           perform WriteChangeLine
         end-if
       end-perform
       move ExtraCount to PrnCount
       move spaces to RptRec
       string "  Zusatzanschriften:       " PrnCount
              delimited by size into RptRec
       end-string
       write RptRec
       .

      *-----------------------------------------------------------------

       CheckEntryMatch.
      *  Vergleicht CmpStreet/CmpPlz/CmpLocation mit den alten Werten
      *  des Auftrags OrdIdx und liefert in ResStreet/ResPlz/
      *  ResLocation die neue Anschrift.
       move "Y" to MatchState
       move zero to OldStreetLen
       if OrdOldStreet(OrdIdx) not = spaces
         compute OldStreetLen =
                 function length(function trim(OrdOldStreet(OrdIdx)))
         if CmpStreet(1:OldStreetLen)
              not = OrdOldStreet(OrdIdx)(1:OldStreetLen)
           move "N" to MatchState
         else
           if OldStreetLen < 50
             if CmpStreet(OldStreetLen + 1:1) not = space
               move "N" to MatchState
             end-if
           end-if
         end-if
       end-if
       if OrdOldPlz(OrdIdx) not = spaces
          and CmpPlz not = OrdOldPlz(OrdIdx)
         move "N" to MatchState
       end-if
       if OrdOldLocation(OrdIdx) not = spaces
          and CmpLocation not = OrdOldLocation(OrdIdx)
         move "N" to MatchState
       end-if
       if EntryMatches
         move CmpStreet to ResStreet
         move CmpPlz to ResPlz
         move CmpLocation to ResLocation
         if OrdNewStreet(OrdIdx) not = spaces
           move spaces to ResStreet
           if OldStreetLen < 50
             string function trim(OrdNewStreet(OrdIdx))
                    CmpStreet(OldStreetLen + 1:50 - OldStreetLen)
                    delimited by size into ResStreet
             end-string
           else
             move OrdNewStreet(OrdIdx) to ResStreet
           end-if
         end-if
         if OrdNewPlz(OrdIdx) not = spaces
           move OrdNewPlz(OrdIdx) to ResPlz
         end-if
         if OrdNewLocation(OrdIdx) not = spaces
           move OrdNewLocation(OrdIdx) to ResLocation
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       WriteChangeLine.
       move spaces to RptRec
       string "  " Name-D(1:40) " " function trim(CmpStreet) ", "
              CmpPlz " " function trim(CmpLocation)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       string "      -> " function trim(ResStreet) ", "
              ResPlz " " function trim(ResLocation)
              delimited by size into RptRec
       end-string
       write RptRec
       .

      *-----------------------------------------------------------------

       RunOrders.
       display "Sammelaenderungen ausfuehren"
       perform ReadCheckpoint
       open i-o DataFile
       if not FileStatusOK and FileStatus not = "05"
         display "addressbook.dat nicht nutzbar: " FileStatus
         set RunFailed to true
       else
         open output RptFile
         move spaces to RptRec
         string "Sammelaenderungen - Durchfuehrung, Stand "
                TodayNum(7:2) "." TodayNum(5:2) "." TodayNum(1:4)
                delimited by size into RptRec
         end-string
         write RptRec
         move all "=" to RptRec(1:60)
         write RptRec
         move zero to OrderDoneCount
         perform varying OrdIdx from 1 by 1
                 until OrdIdx > OrdMax or RunFailed
           if OrdApproved(OrdIdx)
              and OrdValidFrom(OrdIdx) <= TodayNum
             perform RunOneOrder
           end-if
         end-perform
         if OrderDoneCount = zero
           move "Keine faelligen freigegebenen Auftraege" to RptRec
           write RptRec
         end-if
         close RptFile
         move OrderDoneCount to PrnCount
         display "Ausgefuehrte Auftraege: " PrnCount
         display "Datei strassen.rpt geschrieben"
       end-if
       close DataFile
       .

      *-----------------------------------------------------------------

       ReadCheckpoint.
       open input CkptFile
       if CkptStatusOK
         read CkptFile
           at end continue
           not at end
             set ResumeRun to true
             move CkOrdId-C to ResumeOrdId
             move CkPhase-C to ResumePhase
             move CkName-C  to ResumeName
             move ResumeOrdId to PrnId
             display "Wiederaufsetzen bei Auftrag " PrnId
         end-read
       end-if
       close CkptFile
       .

      *-----------------------------------------------------------------

       WriteCheckpoint.
       open output CkptFile
       move OrdId(OrdIdx) to CkOrdId-C
       move RunPhase to CkPhase-C
       move Name-D to CkName-C
       write CkptRec
       close CkptFile
       .

      *-----------------------------------------------------------------

       RunOneOrder.
       add 1 to OrderDoneCount
       perform WriteOrderHeader
       move zero to MainCount, ExtraCount, PlzCount
       set PhaseMain to true
       move spaces to Name-D
       if ResumeRun and ResumeOrdId = OrdId(OrdIdx)
         move ResumePhase to RunPhase
         move ResumeName to Name-D
         move "  Wiederaufsetzen nach Abbruch" to RptRec
         write RptRec
       end-if

       if PhaseMain
         perform RunMainEntries
       end-if
       if not RunFailed and (PhaseMain or PhaseExtra)
         set PhaseExtra to true
         move spaces to Name-D
         perform WriteCheckpoint
         perform RunExtraEntries
       end-if
       if not RunFailed
         set PhasePlz to true
         move spaces to Name-D
         perform WriteCheckpoint
         perform RunPlzDirectory
       end-if

       if not RunFailed
         set OrdDone(OrdIdx) to true
         move TodayNum to OrdDoneDate(OrdIdx)
         add MainCount to OrdCount(OrdIdx)
         perform SaveOrderTable
         call "CBL_DELETE_FILE" using "strassen.ckpt"
         end-call
         move "N" to ResumeState
         move MainCount to PrnCount
         move spaces to RptRec
         string "  geaendert: Adressbuch " PrnCount
                delimited by size into RptRec
         end-string
         move ExtraCount to PrnCount
         move PrnCount to RptRec(31:5)
         move "Zusatzanschriften" to RptRec(37:17)
         move PlzCount to PrnCount
         move PrnCount to RptRec(56:5)
         move "PLZ-Verzeichnis" to RptRec(62:15)
         write RptRec
       end-if
       .

      *-----------------------------------------------------------------

       RunMainEntries.
       open extend HistoryFile
       start DataFile key is greater than Name-D
         invalid key continue
       end-start
       if FileStatusOK
         read DataFile next record
         perform until not FileStatusOK or RunFailed
           if EntryActive-D
             move Street-D to CmpStreet
             move Plz-D to CmpPlz
             move Location-D to CmpLocation
             perform CheckEntryMatch
             if EntryMatches
               perform ApplyMainEntry
             end-if
           end-if
           if not RunFailed
             read DataFile next record
           end-if
         end-perform
       end-if
       close HistoryFile
       .

      *-----------------------------------------------------------------

       ApplyMainEntry.
       move "B" to HistAction-H
       move Name-D to HistName-H
       move Street-D   to HistOldStreet-H
       move Plz-D      to HistOldPlz-H
       move Location-D to HistOldLocation-H
       move ResStreet   to Street-D
       move ResPlz      to Plz-D
       move ResLocation to Location-D
       accept Date-D from date YYYYMMDD
       accept Time-D from time
       rewrite DataRec
         invalid key
           display "Fehler beim Aendern: " FileStatus " bei " Name-D
           set RunFailed to true
         not invalid key
           add 1 to MainCount
           perform WriteChangeLine
           move Street-D   to HistNewStreet-H
           move Plz-D      to HistNewPlz-H
           move Location-D to HistNewLocation-H
           accept HistDate-H from date YYYYMMDD
           accept HistTime-H from time
           move OrdReqUser(OrdIdx) to HistUser-H
           move OrdApprUser(OrdIdx) to HistApprover-H
           write HistoryRec
           perform WriteCheckpoint
       end-rewrite
       .

      *-----------------------------------------------------------------

       RunExtraEntries.
       perform LoadExtraTable
       if ExtraTabFull
         display "adressen-zusatz.dat hat mehr als 2000 Zeilen, "
                 & "Abbruch"
         set RunFailed to true
       else
         perform varying ExtraIdx from 1 by 1
                 until ExtraIdx > ExtraMax
           move ExtraStreet(ExtraIdx) to CmpStreet
           move ExtraPlz(ExtraIdx) to CmpPlz
           move ExtraLocation(ExtraIdx) to CmpLocation
           perform CheckEntryMatch
           if EntryMatches
             add 1 to ExtraCount
             move ExtraName(ExtraIdx) to Name-D
             perform WriteChangeLine
             move ResStreet to ExtraStreet(ExtraIdx)
             move ResPlz to ExtraPlz(ExtraIdx)
             move ResLocation to ExtraLocation(ExtraIdx)
           end-if
         end-perform
         if ExtraCount > zero
           perform SaveExtraFile
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       LoadExtraTable.
       move zero to ExtraMax
       move "N" to ExtraTabState
       open input ExtraAddrFile
       if ExtraAddrStatusOK
         read ExtraAddrFile
           at end set ExtraAddrStatusEOF to true
         end-read
         perform until ExtraAddrStatusEOF or ExtraMax >= 2000
           add 1 to ExtraMax
           move Name-Z     to ExtraName(ExtraMax)
           move AddrType-Z to ExtraType(ExtraMax)
           move Street-Z   to ExtraStreet(ExtraMax)
           move Plz-Z      to ExtraPlz(ExtraMax)
           move Location-Z to ExtraLocation(ExtraMax)
           read ExtraAddrFile
             at end set ExtraAddrStatusEOF to true
           end-read
         end-perform
         if not ExtraAddrStatusEOF
           set ExtraTabFull to true
         end-if
       end-if
       close ExtraAddrFile
       .

      *-----------------------------------------------------------------

       SaveExtraFile.
       open output NewExtraAddrFile
       perform varying ExtraIdx from 1 by 1 until ExtraIdx > ExtraMax
         move ExtraName(ExtraIdx)     to Name-Z
         move ExtraType(ExtraIdx)     to AddrType-Z
         move ExtraStreet(ExtraIdx)   to Street-Z
         move ExtraPlz(ExtraIdx)      to Plz-Z
         move ExtraLocation(ExtraIdx) to Location-Z
         write NewExtraAddrRec from ExtraAddrRec
       end-perform
       close NewExtraAddrFile
       call "CBL_DELETE_FILE" using "adressen-zusatz.dat"
       end-call
       call "CBL_RENAME_FILE"
            using "adressen-zusatz.tmp", "adressen-zusatz.dat"
       end-call
       .

      *-----------------------------------------------------------------

       RunPlzDirectory.
      *  Das PLZ-Verzeichnis wird nur bei einem neuen Ort angepasst;
      *  eine reine Strassenumbenennung laesst es unveraendert.
       if OrdNewLocation(OrdIdx) not = spaces
          and OrdOldLocation(OrdIdx) not = spaces
         perform LoadPlzDirTable
         if PlzDirTabFull
           display "plzverzeichnis.dat hat mehr als 5000 Zeilen, "
                   & "Abbruch"
           set RunFailed to true
         else
           perform varying PlzDirIdx from 1 by 1
                   until PlzDirIdx > PlzDirMax
             if PlzDirOrt(PlzDirIdx) = OrdOldLocation(OrdIdx)
                and (OrdOldPlz(OrdIdx) = spaces
                     or PlzDirPlz(PlzDirIdx) = OrdOldPlz(OrdIdx))
               add 1 to PlzCount
               move spaces to RptRec
               string "  PLZ-Verzeichnis: " PlzDirPlz(PlzDirIdx) " "
                      function trim(PlzDirOrt(PlzDirIdx)) " -> "
                      delimited by size into RptRec
               end-string
               if OrdNewPlz(OrdIdx) not = spaces
                 move OrdNewPlz(OrdIdx) to PlzDirPlz(PlzDirIdx)
               end-if
               move OrdNewLocation(OrdIdx) to PlzDirOrt(PlzDirIdx)
               move PlzDirPlz(PlzDirIdx) to RptRec(70:5)
               move PlzDirOrt(PlzDirIdx) to RptRec(76:45)
               write RptRec
             end-if
           end-perform
           if PlzCount > zero
             perform SavePlzDirFile
           end-if
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       LoadPlzDirTable.
       move zero to PlzDirMax
       move "N" to PlzDirTabState
       open input PlzDirFile
       if PlzDirStatusOK
         read PlzDirFile
           at end set PlzDirStatusEOF to true
         end-read
         perform until PlzDirStatusEOF or PlzDirMax >= 5000
           add 1 to PlzDirMax
           move Plz-P to PlzDirPlz(PlzDirMax)
           move Ort-P to PlzDirOrt(PlzDirMax)
           read PlzDirFile
             at end set PlzDirStatusEOF to true
           end-read
         end-perform
         if not PlzDirStatusEOF
           set PlzDirTabFull to true
         end-if
       end-if
       close PlzDirFile
       .

      *-----------------------------------------------------------------

       SavePlzDirFile.
       open output NewPlzDirFile
       perform varying PlzDirIdx from 1 by 1
               until PlzDirIdx > PlzDirMax
         move PlzDirPlz(PlzDirIdx) to Plz-P
         move PlzDirOrt(PlzDirIdx) to Ort-P
         write NewPlzDirRec from PlzDirRec
       end-perform
       close NewPlzDirFile
       call "CBL_DELETE_FILE" using "plzverzeichnis.dat"
       end-call
       call "CBL_RENAME_FILE"
            using "plzverzeichnis.tmp", "plzverzeichnis.dat"
       end-call
       .
