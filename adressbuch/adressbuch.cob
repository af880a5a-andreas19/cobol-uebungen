         select optional ExtraAddrFile assign to "adressen-zusatz.dat"
                organization is line sequential
                file status is ExtraAddrStatus.
         select optional CountryAddrFile assign to "adressen-land.dat"
                organization is line sequential
                file status is CtyStatus.
         select optional DistListFile assign to "verteiler.dat"
                organization is line sequential
                file status is DistListStatus.
         select optional NotesFile assign to "notizen.dat"
                organization is line sequential
                file status is NotesStatus.
         select optional UndelivFile assign to "unzustellbar.dat"
                organization is line sequential
                file status is UndelivStatus.
         select optional BlockFile assign to "kontaktsperren.dat"
                organization is line sequential
                file status is BlockStatus.
         select optional RateFile assign to "porto-tarife.dat"
                organization is line sequential
                file status is RateStatus.
         select optional PostCostFile assign to "porto-kosten.dat"
                organization is line sequential
                file status is PostCostStatus.
         select optional OrgFile assign to "organisationen.dat"
                organization is line sequential
                file status is OrgStatus.
         select optional OrgMemberFile
                assign to "organisation-personen.dat"
                organization is line sequential
                file status is OrgMemStatus.
         select optional AccessLogFile
                assign to "zugriffsprotokoll.dat"
                organization is line sequential
                file status is AccessStatus.
         select optional ApprovalFile assign to "freigaben.dat"
                organization is line sequential
                file status is ApvStatus.
         select NewApprovalFile assign to "freigaben.tmp"
                organization is line sequential.
         select optional CatFile assign to "kategorien.dat"
                organization is indexed
                access mode is dynamic
          02 TplDesc-TC pic X(30).

       FD LetterLogFile.
       copy briefprot replacing ==:tag:== by ==P==.

       FD LetterFile.
       01 LetterRec pic X(80).
          02 Plz-Z      pic X(5).
          02 Location-Z pic X(50).

       FD CountryAddrFile.
       copy landrec replacing ==:tag:== by ==C==.

       FD DistListFile.
       01 DistListRec.
          02 ListName-W pic X(20).
          02 NoteUser-N pic X(8).
          02 NoteText-N pic X(70).

       FD UndelivFile.
       copy unzustrec replacing ==:tag:== by ==X==.

       FD BlockFile.
       copy sperrrec replacing ==:tag:== by ==Q==.

       FD RateFile.
       copy portotarif replacing ==:tag:== by ==G==.

       FD PostCostFile.
       copy portokost replacing ==:tag:== by ==O==.

       FD OrgFile.
       copy orgrec replacing ==:tag:== by ==R==.

       FD OrgMemberFile.
       copy orgmitgl replacing ==:tag:== by ==M==.

       FD AccessLogFile.
       copy zugriffrec replacing ==:tag:== by ==Y==.

       FD ApprovalFile.
       copy freigabe replacing ==:tag:== by ==J==.

       FD NewApprovalFile.
       copy freigabe replacing ApprovalRec by NewApprovalRec
                               ==:tag:== by ==V==.

       FD CatFile.
       01 CatRec.
          02 CatId-K     pic X(10).
          88 AddrMainSelected values "S" "s" " ".
          88 AddrWorkSelected values "D" "d".
          88 AddrPrivSelected values "P" "p".
          88 AddrFirmSelected values "F" "f".
       01 OutStreet pic X(50).
       01 OutPlz pic X(5).
       01 OutLocation pic X(50).
       01 ResolvedState pic X value "N".
          88 AltAddressUsed value "Y".
       01 OutCountry pic X(2).
       01 OutPostcode pic X(10).
       01 OutForeignState pic X value "N".
          88 OutForeign value "Y".
       01 OutCountryName pic X(20).
       01 OutPlzText pic X(10).
       01 OutOrtText pic X(62).
       01 OutCityLine pic X(73).
       01 OutUpperOrt pic X(50).

       01 CtyStatus pic XX value spaces.
          88 CtyStatusOK  value "00".
          88 CtyStatusEOF value "10".
       01 CtyTable.
          02 CtyEntry occurs 500 times.
             03 CtyTabName     pic X(50).
             03 CtyTabCode     pic X(2).
             03 CtyTabPostcode pic X(10).
       01 CtyMax pic 999 value zero.
       01 CtyIdx pic 999.
       01 CtyFoundIdx pic 999 value zero.
       01 CtyTabState pic X value "N".
          88 CtyTabFull value "Y".
       copy laender.
       01 CountryIdx pic 99.
       01 CountryFoundIdx pic 99 value zero.
       01 EnteredCountry pic X(2).
       01 EnteredPostcode pic X(10).
       01 CountryInput pic X(10).
       01 CountryState pic X value "Y".
          88 CountryValid value "Y".
       01 PatternIdx pic 99.
       01 PatternChar pic X.
       01 PostcodeChar pic X.
       01 OrtLineCount pic 99.
       01 SearchOrt pic X(50).

       01 HouseholdAnswer pic X value "N".
             03 HHOrt      pic X(50).
             03 HHNameLine pic X(50).
             03 HHMembers  pic 999.
             03 HHCategory pic X(10).
             03 HHCountry  pic X(2).
             03 HHPostcode pic X(10).
       01 HHMax pic 999 value zero.
       01 HHIdx pic 999.
       01 HHFoundIdx pic 999 value zero.
       01 ZoneIdx pic 999.
       01 ZoneTotal pic 9(6) value zero.
       01 UnzonedCount pic 9(5) value zero.
       01 IntlCount pic 9(5) value zero.
       01 IntlPending pic 9(5) value zero.
       01 PrnZoneCount pic Z(4)9.
       01 PrnZoneNo pic 99.
       01 BundleMarker pic X(80).
       01 RestPos pic 999.
       01 PlaceholderText pic X(12).
       01 PlaceholderLen pic 99.
       01 ReplaceValue pic X(80).
       01 LetterCount pic 9(5) value zero.
       01 PrnLetterCount pic Z(4)9.

       01 LabelLine1 pic X(105).
       01 LabelLine2 pic X(105).
       01 LabelLine3 pic X(105).
       01 LabelLine4 pic X(105).
       01 LabelCity pic X(34).
       01 LabelCol pic 9 value zero.
       01 LabelPos pic 999.
          88 NotesStatusOK  value "00".
          88 NotesStatusEOF value "10".

       01 UndelivStatus pic XX value spaces.
          88 UndelivStatusOK  value "00".
          88 UndelivStatusEOF value "10".
       01 UndTable.
          02 UndEntry occurs 500 times.
             03 UndTabName     pic X(50).
             03 UndTabDate     pic X(8).
             03 UndTabReason   pic X(30).
             03 UndTabStreet   pic X(50).
             03 UndTabPlz      pic X(5).
             03 UndTabLocation pic X(50).
       01 UndMax pic 999 value zero.
       01 UndIdx pic 999.
       01 UndFoundIdx pic 999 value zero.
       01 UndTabState pic X value "N".
          88 UndTabFull value "Y".
       01 UndelivState pic X value "N".
          88 AddressUndeliverable value "Y".
       01 UndelivSkipped pic 9(5) value zero.

       01 BlockStatus pic XX value spaces.
          88 BlockStatusOK  value "00".
          88 BlockStatusEOF value "10".
       01 BlockTable.
          02 BlockEntry occurs 500 times.
             03 BlockTabName    pic X(50).
             03 BlockTabChannel pic X(1).
             03 BlockTabDate    pic X(8).
             03 BlockTabReason  pic X(40).
             03 BlockTabUser    pic X(8).
       01 BlockMax pic 999 value zero.
       01 BlockIdx pic 999.
       01 BlockFoundIdx pic 999 value zero.
       01 BlockTabState pic X value "N".
          88 BlockTabFull value "Y".
       01 BlockChoice pic X value space.
          88 BlockAddSelected    values "A" "a".
          88 BlockRemoveSelected values "E" "e".
          88 BlockListSelected   values "L" "l".
       01 CheckChannel pic X value space.
          88 ChannelValid values "B" "T" "E".
       01 ContactBlockState pic X value "N".
          88 ContactBlocked value "Y".
       01 BlockedSkipped pic 9(5) value zero.
       01 RecipientState pic X value "N".
          88 RecipientSuppressed value "Y".

       01 RateStatus pic XX value spaces.
          88 RateStatusOK  value "00".
          88 RateStatusEOF value "10".
       01 PostCostStatus pic XX value spaces.
          88 PostCostStatusOK  value "00".
          88 PostCostStatusEOF value "10".
       01 PostCatTable.
          02 PostCatEntry occurs 100 times.
             03 PostCatId     pic X(10).
             03 PostCatPieces pic 9(5).
             03 PostCatSaved  pic 9(5).
       01 PostCatMax pic 999 value zero.
       01 PostCatIdx pic 999.
       01 PostCatFoundIdx pic 999 value zero.
       01 PostCategory pic X(10).
       01 PostSaved pic 9(5).
       01 PostKind pic X value "B".
       01 PostTplId pic X(10).
       01 PostProduct pic X(10).
       01 PostWeight pic X(10).
       01 PostInput pic X(10).
       01 PostTime pic X(6).
       01 PostRate pic 9(3)V99 value zero.
       01 PostRateFrom pic X(8).
       01 PostRateState pic X value "N".
          88 PostRateFound value "Y".
       01 PostPieces pic 9(5) value zero.
       01 PostTotal pic 9(7)V99 value zero.
       01 PrnPostRate pic ZZ9.99.
       01 PrnPostTotal pic Z(6)9.99.

       01 OrgStatus pic XX value spaces.
          88 OrgStatusOK  value "00".
          88 OrgStatusEOF value "10".
       01 OrgTable.
          02 OrgEntry occurs 500 times.
             03 OrgTabId       pic X(10).
             03 OrgTabName     pic X(50).
             03 OrgTabStreet   pic X(50).
             03 OrgTabPlz      pic X(5).
             03 OrgTabLocation pic X(50).
             03 OrgTabPhone    pic X(20).
             03 OrgTabCategory pic X(10).
       01 OrgMax pic 999 value zero.
       01 OrgIdx pic 999.
       01 OrgFoundIdx pic 999 value zero.
       01 OrgTabState pic X value "N".
          88 OrgTabFull value "Y".
       01 OrgMemStatus pic XX value spaces.
          88 OrgMemStatusOK  value "00".
          88 OrgMemStatusEOF value "10".
       01 OrgMemTable.
          02 OrgMemEntry occurs 500 times.
             03 OrgMemName     pic X(50).
             03 OrgMemOrgId    pic X(10).
             03 OrgMemFunction pic X(30).
             03 OrgMemUseAddr  pic X(1).
       01 OrgMemMax pic 999 value zero.
       01 OrgMemIdx pic 999.
       01 OrgMemFoundIdx pic 999 value zero.
       01 OrgMemTabState pic X value "N".
          88 OrgMemTabFull value "Y".
       01 OrgChoice pic X value space.
          88 OrgAddSelected     values "A" "a".
          88 OrgEditSelected    values "B" "b".
          88 OrgAssignSelected  values "Z" "z".
          88 OrgDetachSelected  values "L" "l".
          88 OrgPersonsSelected values "P" "p".
          88 OrgListSelected    values "V" "v".
       01 OrgIdInput pic X(10).
       01 OrgInput.
          02 OrgInName     pic X(50).
          02 OrgInStreet   pic X(50).
          02 OrgInPlz      pic X(5).
          02 OrgInLocation pic X(50).
          02 OrgInPhone    pic X(20).
          02 OrgInCategory pic X(10).
       01 OrgAnswer pic X.
       01 OrgCount pic 9(5) value zero.
       01 FirmState pic X value "N".
          88 FirmAddressUsed value "Y".

       01 AccessStatus pic XX value spaces.
       01 AccessFunction pic X(12).
       01 AccessName pic X(50).
       01 AccessCount pic 9(5) value zero.
       01 AccessStamp.
          02 AccessDate pic X(8).
          02 AccessTime pic X(6).

       01 ApvStatus pic XX value spaces.
          88 ApvStatusOK  value "00".
          88 ApvStatusEOF value "10".
       01 ApprovalMode pic X value "N".
          88 ApplyingApproval value "Y".
       01 ApvCurrentId pic 9(6) value zero.
       01 ApvCurrentPos pic 9(5) value zero.
       01 ApvRequester pic X(8) value spaces.
       01 ApvInput.
          02 ApvInKind     pic X(1).
          02 ApvInName     pic X(50).
          02 ApvInName2    pic X(50).
          02 ApvInStreet   pic X(50).
          02 ApvInPlz      pic X(5).
          02 ApvInLocation pic X(50).
          02 ApvInNewValue pic X(50).
       01 ApvChoiceInput pic X(6).
       01 ApvChoiceId pic 9(6) value zero.
       01 ApvChoice pic X value space.
          88 ApvApproveSelected values "F" "f".
          88 ApvRejectSelected  values "A" "a".
       01 ApvGroup.
          02 ApvGrpId    pic 9(6).
          02 ApvGrpKind  pic X(1).
          02 ApvGrpUser  pic X(8).
          02 ApvGrpDate  pic X(8).
          02 ApvGrpName  pic X(50).
          02 ApvGrpCount pic 9(5).
          02 ApvGrpState pic X(1).
             88 ApvGrpOpen value "O".
       01 ApvKindText pic X(16).
       01 ApvOpenCount pic 9(5) value zero.
       01 ApvDoneCount pic 9(5) value zero.
       01 PrnApvId pic Z(5)9.

       01 NoteChoice pic X value space.
          88 NoteAddSelected  values "A" "a".
          88 NoteListSelected values "L" "l".
       01 BrowseChoice pic X value space.
          88 BrowseNameSelected   values "N" "n".
          88 BrowseStreetSelected values "S" "s".
          88 BrowseOrgSelected    values "O" "o".
       01 SearchText pic X(30).
       01 SearchLen pic 99.
       01 HitTable.
          88 MergeDupSelected values "Y" "y".
          88 PasswordSelected values "Q" "q".
          88 VerteilerSelected value "1".
          88 SperrenSelected value "2".
          88 OrganisationenSelected value "3".
          88 FreigabenSelected value "4".
          88 ExitSelected   values "X" "x".

       01 AddressRec.
           display "Zusammenfuehren: Y"
           display "Kennwort:   Q"
           display "Verteiler:  1"
           display "Kontaktsperren: 2"
           display "Organisationen: 3"
           display "Freigaben:  4"
           display "Beenden:    X"
           display "> " no advancing
           accept MainMenuSeletion
             when MergeDupSelected perform MergeDuplicates
             when PasswordSelected perform ChangePassword
             when VerteilerSelected perform MaintainDistLists
             when SperrenSelected perform MaintainContactBlocks
             when OrganisationenSelected perform MaintainOrganizations
             when FreigabenSelected perform ReviewApprovals
           end-evaluate
           end-if
           display space
       display space
       display "Neuer Eintrag"
       move "J" to SaveChoice
       perform LoadCountryTable
       move "DE" to EnteredCountry
       move spaces to EnteredPostcode
       if not BatchMode
         move spaces to Name-A, Street-A, Plz-A, Location-A,
                        Phone-A, Reminder-A, Category-A
         display EntryForm
         accept EntryForm
         perform AskCountry
         if Location-A equal to spaces and Plz-A not equal to spaces
            and EnteredCountry = "DE"
           move Plz-A to LookupPlzValue
           perform LookupPlz
           if PlzFound
           display "Strasse und Ort sind Pflichtfelder"
         else
           perform CheckCategory
           perform CheckCountryEntry
           if not CategoryValid
             display "Unbekannte oder inaktive Kategorie: " Category-A
           else
             if not CountryValid
               display "Nicht gespeichert"
             else
               if EnteredCountry = "DE"
                 perform CheckPlzOrt
               end-if
               perform CheckDuplicateAddress
               accept Date-A from date YYYYMMDD
               accept Time-A from time
               move "1" to Active-A
               write DataRec from AddressRec
                 invalid key
                   if FileStatusKeyExists
                     display "Name existiert bereits"
                   else
                     display "Fehler: " FileStatus
                   end-if
                 not invalid key
                   display "Adresse hinzugefuegt"
                   move "N" to HistAction-H
                   move Name-A to HistName-H
                   move spaces to HistOldStreet-H HistOldPlz-H
                                   HistOldLocation-H
                   move Street-A to HistNewStreet-H
                   move Plz-A to HistNewPlz-H
                   move Location-A to HistNewLocation-H
                   perform WriteHistory
                   perform SaveEntryCountry
                   perform OfferExtraAddresses
               end-write
             end-if
           end-if
         end-if
       end-if
           move Location-D to HistOldLocation-H
           move Active-D   to Active-A
           move "J" to SaveChoice
           perform LoadCountryTable
           perform FindCountryOfEntry
           if CtyFoundIdx = zero
             move "DE" to EnteredCountry
             move spaces to EnteredPostcode
           else
             move CtyTabCode(CtyFoundIdx) to EnteredCountry
             move CtyTabPostcode(CtyFoundIdx) to EnteredPostcode
           end-if
           if not BatchMode
             move Name-D     to Name-A
             move Street-D   to Street-A
             move Category-D to Category-A
             display EditForm
             accept EditForm
             perform AskCountry
           end-if
           if Street-A equal to spaces
             move Street-D to Street-A
             display "Strasse und Ort sind Pflichtfelder"
           else
             perform CheckCategory
             perform CheckCountryEntry
             if not CategoryValid
               display "Unbekannte oder inaktive Kategorie: "
                       Category-A
             else
               if not CountryValid
                 display "Nicht gespeichert"
               else
                 if EnteredCountry = "DE"
                   perform CheckPlzOrt
                 end-if
                 perform CheckDuplicateAddress
                 accept Date-A from date YYYYMMDD
                 accept Time-A from time
                 rewrite DataRec from AddressRec
                   invalid key display "Fehler: " FileStatus
                   not invalid key
                     move "B" to HistAction-H
                     move Name-A to HistName-H
                     move Street-A to HistNewStreet-H
                     move Plz-A to HistNewPlz-H
                     move Location-A to HistNewLocation-H
                     perform WriteHistory
                     perform SaveEntryCountry
                     if Street-A not = HistOldStreet-H
                        or Plz-A not = HistOldPlz-H
                        or Location-A not = HistOldLocation-H
                       perform ClearUndeliverable
                     end-if
                     perform OfferExtraAddresses
                 end-rewrite
               end-if
             end-if
           end-if
           end-if
       DeleteEntry.
       display space
       display "Eintrag entfernen"
       if not BatchMode and not ApplyingApproval
         display " Name: " no advancing
         accept Name-A
       end-if
       if FileStatusOK and EntryInactive-D
         display "Eintrag ist bereits entfernt"
       else
         if FileStatusOK and not ApplyingApproval
           move zero to ApvCurrentId
           move spaces to ApvInput
           move "E" to ApvInKind
           move Name-D to ApvInName
           move Street-D to ApvInStreet
           move Plz-D to ApvInPlz
           move Location-D to ApvInLocation
           perform RequestApproval
         end-if
         if FileStatusOK and ApplyingApproval
           move Street-D   to HistOldStreet-H
           move Plz-D      to HistOldPlz-H
           move Location-D to HistOldLocation-H
         move Category-A to FilterCategory
       end-if
       move Location-D to SearchOrt
       move "SUCHE-ORT" to AccessFunction
       perform BeginAccessLog
       read DataFile
         key is Location-D
         invalid key
             and (FilterCategory = spaces
                  or Category-D = FilterCategory)
             display space Name-D
             move Name-D to AccessName
             perform LogAccessName
           end-if
           read DataFile next record
         end-perform
             and (FilterCategory = spaces
                  or Category-D = FilterCategory)
             display space Name-D " (Zusatzadresse)"
             move Name-D to AccessName
             perform LogAccessName
           end-if
         end-if
       end-perform
       perform EndAccessLog
       .

      *-----------------------------------------------------------------
       display "Suche nach Telefonnummer"
       display "Telefon: " no advancing
       accept Phone-D
       move "SUCHE-TEL" to AccessFunction
       perform BeginAccessLog
       read DataFile
         key is Phone-D
         invalid key
                       or Phone-D not equal to PrevPhone
           if EntryActive-D
             display space Name-D
             move Name-D to AccessName
             perform LogAccessName
           end-if
           read DataFile next record
         end-perform
       end-if
       perform EndAccessLog
       .

      *-----------------------------------------------------------------
         accept Plz-D
       end-if
       move Plz-D to PrevPlz
       move "SUCHE-PLZ" to AccessFunction
       perform BeginAccessLog
       start DataFile key is equal to Plz-D
         invalid key
           if FileStatusKeyNotExists
         perform until FileStatusEOF or Plz-D not equal to PrevPlz
           if EntryActive-D
             display space Name-D " " Location-D
             move Name-D to AccessName
             perform LogAccessName
           end-if
           read DataFile next record
         end-perform
           if FileStatusOK and EntryActive-D
             display space Name-D " "
                     ExtraLocation(ExtraIdx) " (Zusatzadresse)"
             move Name-D to AccessName
             perform LogAccessName
           end-if
         end-if
       end-perform
       perform EndAccessLog
       .

      *-----------------------------------------------------------------
       PrintEntries.
       display space
       display "Ausgabe"
       move "AUSGABE" to AccessFunction
       perform BeginAccessLog
       move spaces to Name-D
       start DataFile key is greater than Name-D
         invalid key
             display " Zeit:    " no advancing
             display Time-D(1:2) ":" Time-D(3:2) ":" Time-D(5:2)
             perform ShowNotesForName
             move Name-D to AccessName
             perform LogAccessName
           end-if
           read DataFile next record
         end-perform
       end-if
       perform EndAccessLog
       .

      *-----------------------------------------------------------------
       display "CSV-Export"
       display "Kategorie (leer=alle): " no advancing
       accept FilterCategory
       perform LoadBlockTable
       move "E" to CheckChannel
       move zeros to BlockedSkipped
       move "CSV-EXPORT" to AccessFunction
       perform BeginAccessLog
       open output CsvFile
       move "Name,Strasse,PLZ,Ort,Datum,Zeit,Kategorie" to CsvRec
       write CsvRec
           if EntryActive-D
             and (FilterCategory = spaces
                  or Category-D = FilterCategory)
             perform CheckContactBlock
             if ContactBlocked
               add 1 to BlockedSkipped
             else
               string function trim(Name-D)     delimited by size
                      ","                       delimited by size
                      function trim(Street-D)   delimited by size
                      ","                       delimited by size
                      function trim(Plz-D)      delimited by size
                      ","                       delimited by size
                      function trim(Location-D) delimited by size
                      ","                       delimited by size
                      Date-D(7:2) "." Date-D(5:2) "." Date-D(1:4)
                                                 delimited by size
                      ","                       delimited by size
                      Time-D(1:2) ":" Time-D(3:2) ":" Time-D(5:2)
                                                 delimited by size
                      ","                       delimited by size
                      function trim(Category-D) delimited by size
                      into CsvRec
               end-string
               write CsvRec
               add 1 to AccessCount
             end-if
           end-if
           read DataFile next record
         end-perform
         move BlockedSkipped to PrnLetterCount
         display "Kontaktsperre, uebergangen: " PrnLetterCount
         display "Datei adressbuch.csv geschrieben"
       end-if
       close CsvFile
       perform EndAccessLog
       .

      *-----------------------------------------------------------------
                 no advancing
         accept PresortAnswer
         display "Adresstyp: [S]tamm -- [P]rivat -- " &
                 "[D]ienstlich -- [F]irma z. Hd. > " no advancing
         accept AddrTypeChoice
         perform LoadExtraTable
         perform LoadOrgTables
         perform LoadCountryTable
         display "Haushalts-Modus (ein Brief je Haushalt)? [jN] "
                 no advancing
         accept HouseholdAnswer
         if AddrFirmSelected and HouseholdWanted
           display "Haushalts-Modus nicht mit Firmenanschrift, " &
                   "es werden Einzelbriefe geschrieben"
           move "N" to HouseholdAnswer
         end-if
         perform LoadUndelivTable
         perform LoadBlockTable
         move "B" to CheckChannel
         open output LetterFile
         open extend LetterLogFile
         move zeros to LetterCount, UndelivSkipped, BlockedSkipped,
                       PostCatMax
         if PresortWanted or HouseholdWanted
           move spaces to LabelFilterOrt, LabelFilterPlz
           evaluate true
         close LetterFile, LetterLogFile
         move LetterCount to PrnLetterCount
         display "Briefe geschrieben: " PrnLetterCount
         move UndelivSkipped to PrnLetterCount
         display "Unzustellbar, uebergangen: " PrnLetterCount
         move BlockedSkipped to PrnLetterCount
         display "Kontaktsperre, uebergangen: " PrnLetterCount
         display "Datei serienbriefe.txt geschrieben"
         move "SERIENBRIEF" to AccessFunction
         perform BeginAccessLog
         move LetterCount to AccessCount
         perform EndAccessLog
         move "B" to PostKind
         move ChosenTplId to PostTplId
         perform RecordPostage
       end-if
       .

         read DataFile next record
         perform until FileStatusEOF
           if EntryActive-D
             perform CheckMailRecipient
             if not RecipientSuppressed
               perform WriteLetter
             end-if
           end-if
           read DataFile next record
         end-perform
         perform until FileStatusEOF
                       or Location-D not equal to PrevLocation
           if EntryActive-D
             perform CheckMailRecipient
             if not RecipientSuppressed
               perform WriteLetter
             end-if
           end-if
           read DataFile next record
         end-perform
         read DataFile next record
         perform until FileStatusEOF or Plz-D not equal to PrevPlz
           if EntryActive-D
             perform CheckMailRecipient
             if not RecipientSuppressed
               perform WriteLetter
             end-if
           end-if
           read DataFile next record
         end-perform
             if EntryActive-D
               perform CheckListMember
               if IsListMember
                 perform CheckMailRecipient
                 if not RecipientSuppressed
                   perform WriteLetter
                 end-if
               end-if
             end-if
             read DataFile next record
         perform until FileStatusEOF
           if EntryActive-D
             perform CheckLabelFilter
             if LabelWanted
               perform CheckMailRecipient
               if RecipientSuppressed
                 move "N" to LabelMatch
               end-if
             end-if
             if LabelWanted
               perform ResolveAddress
               if OutForeign
                 add 1 to IntlPending
               else
                 move OutPlz(1:2) to CurrZone
                 if CurrZone not = PrevZone
                   and PrevZone not = spaces
                   perform WriteLetterBundleBreak
                 end-if
                 move CurrZone to PrevZone
                 perform WriteLetter
                 perform CountPlzZone
               end-if
             end-if
           end-if
           read DataFile next record
         end-perform
       end-if
       if IntlPending > zero
         perform MergeInternational
       end-if
       perform WriteEinlieferungsliste
       .

      *-----------------------------------------------------------------

      *  Auslandssendungen bilden nach den Leitregionen ein eigenes
      *  Bund International; unterdrueckte Empfaenger sind schon im
      *  ersten Durchlauf gezaehlt.
       MergeInternational.
       move spaces to Plz-Location-D
       start DataFile key is greater than Plz-Location-D
         invalid key continue
       end-start
       if FileStatusOK
         read DataFile next record
         perform until FileStatusEOF
           if EntryActive-D
             perform CheckLabelFilter
             if LabelWanted
               perform CheckContactBlock
               if ContactBlocked
                 move "N" to LabelMatch
               else
                 perform CheckUndeliverable
                 if AddressUndeliverable
                   move "N" to LabelMatch
                 end-if
               end-if
             end-if
             if LabelWanted
               perform ResolveAddress
               if OutForeign
                 move "IN" to CurrZone
                 if CurrZone not = PrevZone
                   and PrevZone not = spaces
                   perform WriteLetterBundleBreak
                 end-if
                 move CurrZone to PrevZone
                 perform WriteLetter
                 perform CountPlzZone
               end-if
             end-if
           end-if
           read DataFile next record
         end-perform
       end-if
       .

      *-----------------------------------------------------------------

       MergeHouseholds.
         perform until FileStatusEOF
           if EntryActive-D
             perform CheckLabelFilter
             if LabelWanted
               perform CheckMailRecipient
               if RecipientSuppressed
                 move "N" to LabelMatch
               end-if
             end-if
             if LabelWanted
               if Plz-Location-D not = PrevPlzLocation
                 and PrevPlzLocation not = spaces
         if HHStreet(HHIdx) = OutStreet
           and HHPlz(HHIdx) = OutPlz
           and HHOrt(HHIdx) = OutLocation
           and HHCountry(HHIdx) = OutCountry
           and HHPostcode(HHIdx) = OutPostcode
           move HHIdx to HHFoundIdx
         end-if
       end-perform
           move OutLocation to HHOrt(HHFoundIdx)
           move Name-D to HHNameLine(HHFoundIdx)
           move 1 to HHMembers(HHFoundIdx)
           move Category-D to HHCategory(HHFoundIdx)
           move OutCountry to HHCountry(HHFoundIdx)
           move OutPostcode to HHPostcode(HHFoundIdx)
         end-if
       else
         add 1 to HHMembers(HHFoundIdx)
         move HHStreet(HHIdx) to OutStreet
         move HHPlz(HHIdx) to OutPlz
         move HHOrt(HHIdx) to OutLocation
         move HHCountry(HHIdx) to OutCountry
         move HHPostcode(HHIdx) to OutPostcode
         perform FormatCityLine
         move HHNameLine(HHIdx) to CombinedName
         add 1 to HouseholdCount
         if PresortWanted
           if OutForeign
             move "IN" to CurrZone
           else
             move OutPlz(1:2) to CurrZone
           end-if
           if CurrZone not = PrevZone and PrevZone not = spaces
             if HouseholdLetters
               perform WriteLetterBundleBreak
         else
           perform FillHouseholdLabelSlot
         end-if
         move HHCategory(HHIdx) to PostCategory
         compute PostSaved = HHMembers(HHIdx) - 1
         perform CountPostagePiece
       end-perform
       move zeros to HHMax
       .
         move 6 to PlaceholderLen
         move CombinedName to ReplaceValue
         perform ReplacePlaceholder
         move "<FUNKTION>" to PlaceholderText
         move 10 to PlaceholderLen
         move spaces to ReplaceValue
         perform ReplacePlaceholder
         move "<STRASSE>" to PlaceholderText
         move 9 to PlaceholderLen
         move OutStreet to ReplaceValue
         perform ReplacePlaceholder
         move "<PLZ>" to PlaceholderText
         move 5 to PlaceholderLen
         move OutPlzText to ReplaceValue
         perform ReplacePlaceholder
         move "<ORT>" to PlaceholderText
         move 5 to PlaceholderLen
         move OutOrtText to ReplaceValue
         perform ReplacePlaceholder
         move "<TELEFON>" to PlaceholderText
         move 9 to PlaceholderLen
         move SenderValue to ReplaceValue
         perform ReplacePlaceholder
         write LetterRec from MergeLine
         perform WriteCountryLine
       end-perform
       accept LogDate-P from date YYYYMMDD
       accept LogTime-P from time
       compute LabelPos = (LabelCol - 1) * 35 + 1
       move CombinedName(1:34) to LabelLine1(LabelPos:34)
       move OutStreet(1:34) to LabelLine2(LabelPos:34)
       move OutCityLine to LabelCity
       move LabelCity to LabelLine3(LabelPos:34)
       move OutCountryName to LabelLine4(LabelPos:34)
       add 1 to LabelCount
       if LabelCol = 3
         perform FlushLabelRow

       InitPlzZones.
       move spaces to PrevZone
       move zeros to ZoneCounts, ZoneTotal, UnzonedCount, IntlCount,
                     IntlPending
       .

      *-----------------------------------------------------------------

       CountPlzZone.
       if OutForeign
         add 1 to IntlCount
       else
       if OutPlz(1:2) numeric
         compute ZoneIdx = function numval(OutPlz(1:2)) + 1
         add 1 to ZoneCount(ZoneIdx)
       else
         add 1 to UnzonedCount
       end-if
       end-if
       add 1 to ZoneTotal
       .

      *-----------------------------------------------------------------

       WriteLetterBundleBreak.
       perform SetBundleMarker
       write LetterRec from BundleMarker
       .

      *-----------------------------------------------------------------

       SetBundleMarker.
       move spaces to BundleMarker
       if PrevZone = "IN"
         move "======== Bund International Ende ========"
           to BundleMarker
       else
         string "======== Bund Leitregion " PrevZone
                " Ende ========"
                delimited by size
                into BundleMarker
         end-string
       end-if
       .

      *-----------------------------------------------------------------

       WriteEinlieferungsliste.
         end-string
         write EinliefRec
       end-if
       if IntlCount > zero
         move IntlCount to PrnZoneCount
         move spaces to EinliefRec
         string " International   : " PrnZoneCount " Sendungen"
                delimited by size
                into EinliefRec
         end-string
         write EinliefRec
       end-if
       move spaces to EinliefRec
       write EinliefRec
       move ZoneTotal to PrnZoneCount
       display "Datei einlieferungsliste.rpt geschrieben"
       .

      *-----------------------------------------------------------------

      *  Zaehlt eine Sendung je Kategorie des Empfaengers fuer den
      *  Portonachweis; Haushaltssendungen tragen die Kategorie des
      *  ersten Mitglieds und die ersparten Sendungen.
       CountPostagePiece.
       move zeros to PostCatFoundIdx
       perform varying PostCatIdx from 1 by 1
               until PostCatIdx > PostCatMax or PostCatFoundIdx > zero
         if PostCatId(PostCatIdx) = PostCategory
           move PostCatIdx to PostCatFoundIdx
         end-if
       end-perform
       if PostCatFoundIdx = zero
         if PostCatMax >= 100
           move 100 to PostCatFoundIdx
           move "SONSTIGE" to PostCatId(PostCatFoundIdx)
         else
           add 1 to PostCatMax
           move PostCatMax to PostCatFoundIdx
           move PostCategory to PostCatId(PostCatFoundIdx)
           move zeros to PostCatPieces(PostCatFoundIdx),
                         PostCatSaved(PostCatFoundIdx)
         end-if
       end-if
       add 1 to PostCatPieces(PostCatFoundIdx)
       add PostSaved to PostCatSaved(PostCatFoundIdx)
       .

      *-----------------------------------------------------------------

       RecordPostage.
       if PostCatMax = zero
         display "Keine Sendungen, kein Portonachweis"
       else
         move "PORTOPRODUKT" to KonfigKey
         perform KonfigLookup
         if KonfigValueFound
           move KonfigValue to PostProduct
         else
           move "BRIEF" to PostProduct
         end-if
         move "PORTOGEWICHT" to KonfigKey
         perform KonfigLookup
         if KonfigValueFound
           move KonfigValue to PostWeight
         else
           move "STANDARD" to PostWeight
         end-if
         display "Portoprodukt (leer=" function trim(PostProduct)
                 "): " no advancing
         accept PostInput
         if PostInput not = spaces
           move PostInput to PostProduct
         end-if
         display "Gewichtsklasse (leer=" function trim(PostWeight)
                 "): " no advancing
         accept PostInput
         if PostInput not = spaces
           move PostInput to PostWeight
         end-if
         accept TodayNum from date YYYYMMDD
         perform LookupPostageRate
         if not PostRateFound
           display "Kein Portotarif fuer " function trim(PostProduct)
                   "/" function trim(PostWeight)
                   ", Kosten mit 0,00 erfasst"
         end-if
         move zeros to PostPieces, PostTotal
         accept PostTime from time
         open extend PostCostFile
         perform varying PostCatIdx from 1 by 1
                 until PostCatIdx > PostCatMax
           move spaces to PostageCostRec
           move TodayNum to CostDate-O
           move PostTime to CostTime-O
           move PostKind to CostKind-O
           move PostTplId to CostTplId-O
           move CurrentUser to CostUser-O
           move PostCatId(PostCatIdx) to CostCategory-O
           move PostCatPieces(PostCatIdx) to CostPieces-O
           move PostCatSaved(PostCatIdx) to CostSaved-O
           move PostProduct to CostProduct-O
           move PostWeight to CostWeight-O
           move PostRate to CostRate-O
           compute CostTotal-O = CostPieces-O * PostRate
           write PostageCostRec
           add CostPieces-O to PostPieces
           add CostTotal-O to PostTotal
         end-perform
         close PostCostFile
         move PostPieces to PrnLetterCount
         move PostRate to PrnPostRate
         move PostTotal to PrnPostTotal
         display "Porto: " PrnLetterCount " Sendungen zu "
                 PrnPostRate " = " PrnPostTotal " EUR"
         display "Nachweis in porto-kosten.dat"
       end-if
       .

      *-----------------------------------------------------------------

      *  Es gilt der juengste Tarif des Produkts und der Gewichts-
      *  klasse, der am Versandtag bereits gueltig ist.
       LookupPostageRate.
       move "N" to PostRateState
       move zero to PostRate
       move spaces to PostRateFrom
       open input RateFile
       if RateStatusOK
         read RateFile
           at end set RateStatusEOF to true
         end-read
         perform until RateStatusEOF
           if RateProduct-G = PostProduct
             and RateWeight-G = PostWeight
             and RateValidFrom-G <= TodayNum
             and (RateValidFrom-G > PostRateFrom or not PostRateFound)
             set PostRateFound to true
             move RatePrice-G to PostRate
             move RateValidFrom-G to PostRateFrom
           end-if
           read RateFile
             at end set RateStatusEOF to true
           end-read
         end-perform
       end-if
       close RateFile
       .

      *-----------------------------------------------------------------

       WriteLetter.
         move TemplateLine(TemplateIdx) to MergeLine
         move "<NAME>" to PlaceholderText
         move 6 to PlaceholderLen
         if FirmAddressUsed
           move spaces to ReplaceValue
           string function trim(OrgTabName(OrgFoundIdx))
                  ", z. Hd. " function trim(Name-D)
                  delimited by size
                  into ReplaceValue
           end-string
         else
           move Name-D to ReplaceValue
         end-if
         perform ReplacePlaceholder
         move "<FUNKTION>" to PlaceholderText
         move 10 to PlaceholderLen
         if FirmAddressUsed
           move OrgMemFunction(OrgMemFoundIdx) to ReplaceValue
         else
           move spaces to ReplaceValue
         end-if
         perform ReplacePlaceholder
         move "<STRASSE>" to PlaceholderText
         move 9 to PlaceholderLen
         perform ReplacePlaceholder
         move "<PLZ>" to PlaceholderText
         move 5 to PlaceholderLen
         move OutPlzText to ReplaceValue
         perform ReplacePlaceholder
         move "<ORT>" to PlaceholderText
         move 5 to PlaceholderLen
         move OutOrtText to ReplaceValue
         perform ReplacePlaceholder
         move "<TELEFON>" to PlaceholderText
         move 9 to PlaceholderLen
         move SenderValue to ReplaceValue
         perform ReplacePlaceholder
         write LetterRec from MergeLine
         perform WriteCountryLine
       end-perform
       accept LogDate-P from date YYYYMMDD
       accept LogTime-P from time
       move Name-D to LogName-P
       move CurrentUser to LogUser-P
       write LetterLogRec
       move Category-D to PostCategory
       move zero to PostSaved
       perform CountPostagePiece
       .

      *-----------------------------------------------------------------

      *  Auslandsanschrift: unter der Ortszeile der Vorlage folgt die
      *  Laenderzeile, eingerueckt wie die Ortszeile.
       WriteCountryLine.
       if OutForeign
         move zeros to OrtLineCount
         inspect TemplateLine(TemplateIdx)
                 tallying OrtLineCount for all "<ORT>"
         if OrtLineCount > zero
           move zeros to ScanCount
           inspect TemplateLine(TemplateIdx)
                   tallying ScanCount for leading spaces
           move spaces to MergeLine
           move OutCountryName to MergeLine(ScanCount + 1:)
           write LetterRec from MergeLine
         end-if
       end-if
       .

      *-----------------------------------------------------------------
                 "[D]ienstlich > " no advancing
         accept AddrTypeChoice
         perform LoadExtraTable
         perform LoadOrgTables
         perform LoadCountryTable
         perform LoadUndelivTable
         perform LoadBlockTable
         move "B" to CheckChannel
         display "Haushalts-Modus (ein Etikett je Haushalt)? [jN] "
                 no advancing
         accept HouseholdAnswer
         open output LabelFile
         move zeros to LabelCol, LabelCount, UndelivSkipped,
                       BlockedSkipped, PostCatMax
         move spaces to LabelLine1, LabelLine2, LabelLine3,
                        LabelLine4
         perform InitPlzZones
         if HouseholdWanted
           move "E" to HouseholdMode
             perform until FileStatusEOF
               if EntryActive-D
                 perform CheckLabelFilter
                 if LabelWanted
                   perform CheckMailRecipient
                   if RecipientSuppressed
                     move "N" to LabelMatch
                   end-if
                 end-if
                 if LabelWanted
                   if PresortWanted
                     perform ResolveAddress
                     if OutForeign
                       move "IN" to CurrZone
                     else
                       move OutPlz(1:2) to CurrZone
                     end-if
                     if CurrZone not = PrevZone
                       and PrevZone not = spaces
                       perform WriteLabelBundleBreak
         close LabelFile
         move LabelCount to PrnLetterCount
         display "Etiketten geschrieben: " PrnLetterCount
         move UndelivSkipped to PrnLetterCount
         display "Unzustellbar, uebergangen: " PrnLetterCount
         move BlockedSkipped to PrnLetterCount
         display "Kontaktsperre, uebergangen: " PrnLetterCount
         display "Datei etiketten.txt geschrieben"
         move "ETIKETTEN" to AccessFunction
         perform BeginAccessLog
         move LabelCount to AccessCount
         perform EndAccessLog
         move "E" to PostKind
         move "ETIKETTEN" to PostTplId
         perform RecordPostage
       end-if
       .

       compute LabelPos = (LabelCol - 1) * 35 + 1
       move Name-D(1:34) to LabelLine1(LabelPos:34)
       move OutStreet(1:34) to LabelLine2(LabelPos:34)
       move OutCityLine to LabelCity
       move LabelCity to LabelLine3(LabelPos:34)
       move OutCountryName to LabelLine4(LabelPos:34)
       add 1 to LabelCount
       if LabelCol = 3
         perform FlushLabelRow
       end-if
       move Category-D to PostCategory
       move zero to PostSaved
       perform CountPostagePiece
       .

      *-----------------------------------------------------------------
       if LabelCol > zero
         perform FlushLabelRow
       end-if
       perform SetBundleMarker
       write LabelRec from BundleMarker
       move spaces to LabelRec
       write LabelRec
       write LabelRec from LabelLine1
       write LabelRec from LabelLine2
       write LabelRec from LabelLine3
       write LabelRec from LabelLine4
       move spaces to LabelLine1, LabelLine2, LabelLine3, LabelLine4
       move zeros to LabelCol
       .

         read ImportFile
           at end set ImportStatusEOF to true
         end-read
         move zero to ApvCurrentId
         perform until ImportStatusEOF
           move Name-I to Name-D
           read DataFile
             key is Name-D
             invalid key continue
           end-read
           if FileStatusOK
             add 1 to RejectCount
             display " Dublette uebersprungen: " Name-I
           else
             move spaces to ApvInput
             move "I" to ApvInKind
             move Name-I to ApvInName
             move Street-I to ApvInStreet
             move Plz-I to ApvInPlz
             move Location-I to ApvInLocation
             perform RequestApproval
             add 1 to ImportCount
           end-if
           read ImportFile
             at end set ImportStatusEOF to true
           end-read
         end-perform
         close ImportFile
         display " Zur Freigabe: " ImportCount
         display " Dubletten:    " RejectCount
       end-if
       .

      *-----------------------------------------------------------------

       ApproveImport.
       move ApvName-J     to Name-A
       move ApvStreet-J   to Street-A
       move ApvPlz-J      to Plz-A
       move ApvLocation-J to Location-A
       move spaces    to Phone-A
       move spaces    to Reminder-A
       move spaces    to Category-A
       accept Date-A from date YYYYMMDD
       accept Time-A from time
       move "1" to Active-A
       write DataRec from AddressRec
         invalid key
           if FileStatusKeyExists
             display " Dublette uebersprungen: " Name-A
           else
             display " Fehler: " FileStatus " bei " Name-A
           end-if
         not invalid key
           display " Importiert: " function trim(Name-A)
           move "N" to HistAction-H
           move Name-A to HistName-H
           move spaces to HistOldStreet-H HistOldPlz-H
                           HistOldLocation-H
           move Street-A to HistNewStreet-H
           move Plz-A to HistNewPlz-H
           move Location-A to HistNewLocation-H
           perform WriteHistory
       end-write
       .

      *-----------------------------------------------------------------

       OfferExtraAddresses.

      *-----------------------------------------------------------------

      *  Land eines Eintrags: ohne Satz in adressen-land.dat gilt die
      *  Anschrift als Inlandsanschrift (DE) mit Plz-D aus dem Stamm.
       AskCountry.
       display " Land (leer=" EnteredCountry "): " no advancing
       move spaces to CountryInput
       accept CountryInput
       if CountryInput not = spaces
         move function upper-case(CountryInput(1:2)) to EnteredCountry
       end-if
       if EnteredCountry = "DE"
         move spaces to EnteredPostcode
       else
         if EnteredPostcode = spaces
           move Plz-A to EnteredPostcode
         end-if
         display " Postleitzahl im Ausland (leer="
                 function trim(EnteredPostcode) "): " no advancing
         move spaces to CountryInput
         accept CountryInput
         if CountryInput not = spaces
           move CountryInput to EnteredPostcode
         end-if
       end-if
       .

      *-----------------------------------------------------------------

      *  Auslandsanschriften werden nicht gegen plzverzeichnis.dat,
      *  sondern gegen das Postleitzahlmuster des Landes geprueft;
      *  Plz-D erhaelt die ersten fuenf Stellen fuer die Sortierung.
       CheckCountryEntry.
       move "Y" to CountryState
       if EnteredCountry = spaces
         move "DE" to EnteredCountry
       end-if
       move function upper-case(EnteredCountry) to EnteredCountry
       move function upper-case(EnteredPostcode) to EnteredPostcode
       perform FindCountry
       if CountryFoundIdx = zero
         move "N" to CountryState
         display "Unbekanntes Land: " EnteredCountry
       else
         if EnteredCountry not = "DE"
           if EnteredPostcode = spaces
             move "N" to CountryState
             display "Postleitzahl fuer "
                     function trim(CountryName(CountryFoundIdx))
                     " fehlt"
           else
             perform CheckPostcodePattern
             if CountryValid
               move EnteredPostcode to Plz-A
             else
               display "Postleitzahl " function trim(EnteredPostcode)
                       " ungueltig fuer "
                       function trim(CountryName(CountryFoundIdx))
                       ", erwartet "
                       function trim(CountryPattern(CountryFoundIdx))
             end-if
           end-if
         end-if
       end-if
       .

      *-----------------------------------------------------------------

      *  Muster: 9 = Ziffer, A = Buchstabe, jedes andere Zeichen muss
      *  genau so vorkommen; ein leeres Muster wird nicht geprueft.
       CheckPostcodePattern.
       if CountryPattern(CountryFoundIdx) not = spaces
         perform varying PatternIdx from 1 by 1
                 until PatternIdx > 10 or not CountryValid
           move CountryPattern(CountryFoundIdx)(PatternIdx:1)
             to PatternChar
           move EnteredPostcode(PatternIdx:1) to PostcodeChar
           evaluate true
             when PatternChar = "9"
               if PostcodeChar not numeric
                 move "N" to CountryState
               end-if
             when PatternChar = "A"
               if PostcodeChar not alphabetic or PostcodeChar = space
                 move "N" to CountryState
               end-if
             when other
               if PostcodeChar not = PatternChar
                 move "N" to CountryState
               end-if
           end-evaluate
         end-perform
       end-if
       .

      *-----------------------------------------------------------------

       FindCountry.
       move zeros to CountryFoundIdx
       perform varying CountryIdx from 1 by 1
               until CountryIdx > CountryCount
                     or CountryFoundIdx not = zero
         if CountryCode(CountryIdx) = EnteredCountry
           move CountryIdx to CountryFoundIdx
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       FindCountryOfEntry.
       move zeros to CtyFoundIdx
       perform varying CtyIdx from 1 by 1
               until CtyIdx > CtyMax or CtyFoundIdx not = zero
         if CtyTabName(CtyIdx) = Name-D
           move CtyIdx to CtyFoundIdx
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       LoadCountryTable.
       move zeros to CtyMax
       move "N" to CtyTabState
       open input CountryAddrFile
       if CtyStatusOK
         read CountryAddrFile
           at end set CtyStatusEOF to true
         end-read
         perform until CtyStatusEOF or CtyMax >= 500
           add 1 to CtyMax
           move CtyName-C     to CtyTabName(CtyMax)
           move CtyCode-C     to CtyTabCode(CtyMax)
           move CtyPostcode-C to CtyTabPostcode(CtyMax)
           read CountryAddrFile
             at end set CtyStatusEOF to true
           end-read
         end-perform
         if not CtyStatusEOF
           set CtyTabFull to true
         end-if
       end-if
       close CountryAddrFile
       .

      *-----------------------------------------------------------------

      *  Nach dem Speichern eines Eintrags: Inlandsanschriften haben
      *  keinen Satz, Auslandsanschriften genau einen.
       SaveEntryCountry.
       perform FindCountryOfEntry
       if EnteredCountry = "DE"
         if CtyFoundIdx not = zero
           perform varying CtyIdx from CtyFoundIdx by 1
                   until CtyIdx >= CtyMax
             move CtyEntry(CtyIdx + 1) to CtyEntry(CtyIdx)
           end-perform
           subtract 1 from CtyMax
           perform SaveCountryFile
         end-if
       else
         if CtyFoundIdx = zero
           if CtyMax >= 500
             display "Laendertabelle voll, Land nicht gespeichert"
           else
             add 1 to CtyMax
             move CtyMax to CtyFoundIdx
           end-if
         end-if
         if CtyFoundIdx not = zero
           move Name-D          to CtyTabName(CtyFoundIdx)
           move EnteredCountry  to CtyTabCode(CtyFoundIdx)
           move EnteredPostcode to CtyTabPostcode(CtyFoundIdx)
           perform SaveCountryFile
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       SaveCountryFile.
      *  Eine unvollstaendig geladene Tabelle darf die Datei nicht
      *  ueberschreiben, sonst gehen Laenderangaben verloren.
       if CtyTabFull
         display "adressen-land.dat unvollstaendig geladen, " &
                 "Aenderung nicht gespeichert"
       else
         open output CountryAddrFile
         perform varying CtyIdx from 1 by 1 until CtyIdx > CtyMax
           move CtyTabName(CtyIdx)     to CtyName-C
           move CtyTabCode(CtyIdx)     to CtyCode-C
           move CtyTabPostcode(CtyIdx) to CtyPostcode-C
           write CountryAddrRec
         end-perform
         close CountryAddrFile
       end-if
       .

      *-----------------------------------------------------------------

      *  Land der Anschrift fuer die Ausgabe; Zusatz- und Organisations-
      *  anschriften sind Inlandsanschriften.
       SetOutCountry.
       move "DE" to OutCountry
       move OutPlz to OutPostcode
       move "N" to OutForeignState
       if not AltAddressUsed
         perform FindCountryOfEntry
         if CtyFoundIdx not = zero
           move CtyTabCode(CtyFoundIdx) to OutCountry
           move CtyTabPostcode(CtyFoundIdx) to OutPostcode
         end-if
       end-if
       perform FormatCityLine
       .

      *-----------------------------------------------------------------

      *  Ortszeile nach den Regeln des Ziellandes: im Ausland Ort in
      *  Grossbuchstaben, Postleitzahl vor oder nach dem Ort, darunter
      *  die Laenderzeile.
       FormatCityLine.
       move OutCountry to EnteredCountry
       perform FindCountry
       move spaces to OutCountryName
       move "N" to OutForeignState
       if OutCountry not = "DE" and CountryFoundIdx not = zero
         set OutForeign to true
         move CountryName(CountryFoundIdx) to OutCountryName
       end-if
       move spaces to OutCityLine
       if OutForeign
         move function upper-case(OutLocation) to OutUpperOrt
         if PostcodeAfterCity(CountryFoundIdx)
           move spaces to OutPlzText
           move spaces to OutOrtText
           string function trim(OutUpperOrt) delimited by size
                  " "                        delimited by size
                  function trim(OutPostcode) delimited by size
                  into OutOrtText
           end-string
           move OutOrtText to OutCityLine
         else
           move OutPostcode to OutPlzText
           move OutUpperOrt to OutOrtText
           string function trim(OutPostcode) delimited by size
                  " "                        delimited by size
                  OutUpperOrt                delimited by size
                  into OutCityLine
           end-string
         end-if
       else
         move OutPlz to OutPlzText
         move OutLocation to OutOrtText
         string function trim(OutPlz) delimited by size
                " "                   delimited by size
                OutLocation           delimited by size
                into OutCityLine
         end-string
       end-if
       .

      *-----------------------------------------------------------------

       ResolveAddress.
       move Street-D   to OutStreet
       move Plz-D      to OutPlz
       move Location-D to OutLocation
       move "N" to ResolvedState
       move "N" to FirmState
       if AddrWorkSelected or AddrPrivSelected
         if AddrWorkSelected
           move "D" to EnteredAddrType
         else
           move "P" to EnteredAddrType
         end-if
         move zeros to ExtraFoundIdx
         perform varying ExtraIdx from 1 by 1
                 until ExtraIdx > ExtraMax
                       or ExtraFoundIdx not = zero
           if ExtraName(ExtraIdx) = Name-D
             and ExtraType(ExtraIdx) = EnteredAddrType
             move ExtraIdx to ExtraFoundIdx
           end-if
         end-perform
         if ExtraFoundIdx not = zero
           move ExtraStreet(ExtraFoundIdx)   to OutStreet
           move ExtraPlz(ExtraFoundIdx)      to OutPlz
           move ExtraLocation(ExtraFoundIdx) to OutLocation
           set AltAddressUsed to true
         end-if
       end-if
      *  Dienstlich ohne eigene Zusatzadresse und Firma z. Hd. nehmen
      *  die Anschrift der Organisation des Eintrags.
       if (AddrWorkSelected and not AltAddressUsed)
          or AddrFirmSelected
         perform FindOrgOfEntry
         if OrgFoundIdx not = zero
           move OrgTabStreet(OrgFoundIdx)   to OutStreet
           move OrgTabPlz(OrgFoundIdx)      to OutPlz
           move OrgTabLocation(OrgFoundIdx) to OutLocation
           set AltAddressUsed to true
           if AddrFirmSelected
             set FirmAddressUsed to true
           end-if
         end-if
       end-if
       perform SetOutCountry
       .

      *-----------------------------------------------------------------

      *  Serienbrief und Etiketten: Kontaktsperre fuer den Kanal Brief
      *  geht dem Vermerk unzustellbar vor; jeder unterdrueckte
      *  Empfaenger wird genau einmal gezaehlt.
       CheckMailRecipient.
       move "N" to RecipientState
       perform CheckContactBlock
       if ContactBlocked
         add 1 to BlockedSkipped
         set RecipientSuppressed to true
       else
         perform CheckUndeliverable
         if AddressUndeliverable
           add 1 to UndelivSkipped
           set RecipientSuppressed to true
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       LoadUndelivTable.
       move zeros to UndMax
       move "N" to UndTabState
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

      *  Ein Vermerk sperrt den Eintrag nur, solange dieser noch die
      *  Anschrift traegt, an die die Sendung zurueckgekommen ist.
       CheckUndeliverable.
       move "N" to UndelivState
       perform varying UndIdx from 1 by 1
               until UndIdx > UndMax or AddressUndeliverable
         if UndTabName(UndIdx) = Name-D
           and UndTabStreet(UndIdx) = Street-D
           and UndTabPlz(UndIdx) = Plz-D
           and UndTabLocation(UndIdx) = Location-D
           set AddressUndeliverable to true
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       ClearUndeliverable.
       perform LoadUndelivTable
       move zeros to UndFoundIdx
       perform varying UndIdx from 1 by 1
               until UndIdx > UndMax or UndFoundIdx not = zero
         if UndTabName(UndIdx) = Name-A
           move UndIdx to UndFoundIdx
         end-if
       end-perform
       if UndFoundIdx not = zero
         perform varying UndIdx from UndFoundIdx by 1
                 until UndIdx >= UndMax
           move UndEntry(UndIdx + 1) to UndEntry(UndIdx)
         end-perform
         subtract 1 from UndMax
         perform SaveUndelivFile
         display "Vermerk unzustellbar aufgehoben"
       end-if
       .

      *-----------------------------------------------------------------

       SaveUndelivFile.
      *  Eine unvollstaendig geladene Tabelle darf die Datei nicht
      *  ueberschreiben, sonst gehen Vermerke verloren.
       if UndTabFull
         display "unzustellbar.dat unvollstaendig geladen, " &
                 "Aenderung nicht gespeichert"
       else
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
       end-if
       .

      *-----------------------------------------------------------------

       MaintainContactBlocks.
       display space
       display "Kontaktsperren pflegen"
       display "[A]nlegen -- [E]ntfernen -- [L]iste > " no advancing
       accept BlockChoice
       perform LoadBlockTable
       evaluate true
         when BlockAddSelected perform AddContactBlock
         when BlockRemoveSelected perform RemoveContactBlock
         when BlockListSelected perform ListContactBlocks
         when other display "Unbekannte Auswahl"
       end-evaluate
       .

      *-----------------------------------------------------------------

       AddContactBlock.
       display " Name: " no advancing
       accept Name-A
       move Name-A to Name-D
       read DataFile
         key is Name-D
         invalid key continue
       end-read
       if not FileStatusOK
         display "Name existiert nicht im Adressbuch"
       else
         display " Kanal [B]rief -- [T]elefon -- [E]xport: "
                 no advancing
         accept CheckChannel
         if CheckChannel = "b" move "B" to CheckChannel end-if
         if CheckChannel = "t" move "T" to CheckChannel end-if
         if CheckChannel = "e" move "E" to CheckChannel end-if
         if not ChannelValid
           display "Unbekannter Kanal"
         else
           perform CheckContactBlock
           if ContactBlocked
             display "Sperre fuer diesen Kanal besteht bereits"
           else
             if BlockMax >= 500
               display "Tabelle voll"
             else
               add 1 to BlockMax
               move Name-A to BlockTabName(BlockMax)
               move CheckChannel to BlockTabChannel(BlockMax)
               accept BlockTabDate(BlockMax) from date YYYYMMDD
               move CurrentUser to BlockTabUser(BlockMax)
               display " Grund: " no advancing
               accept BlockTabReason(BlockMax)
               if BlockTabReason(BlockMax) = spaces
                 display "Grund ist Pflichtfeld, Sperre nicht " &
                         "gespeichert"
                 perform LoadBlockTable
               else
                 perform SaveBlockFile
                 display "Kontaktsperre gespeichert"
               end-if
             end-if
           end-if
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       RemoveContactBlock.
       display " Name: " no advancing
       accept Name-D
       display " Kanal [B]rief -- [T]elefon -- [E]xport: "
               no advancing
       accept CheckChannel
       if CheckChannel = "b" move "B" to CheckChannel end-if
       if CheckChannel = "t" move "T" to CheckChannel end-if
       if CheckChannel = "e" move "E" to CheckChannel end-if
       perform CheckContactBlock
       if not ContactBlocked
         display "Keine solche Kontaktsperre vorhanden"
       else
         perform varying BlockIdx from BlockFoundIdx by 1
                 until BlockIdx >= BlockMax
           move BlockEntry(BlockIdx + 1) to BlockEntry(BlockIdx)
         end-perform
         subtract 1 from BlockMax
         perform SaveBlockFile
         display "Kontaktsperre aufgehoben"
       end-if
       .

      *-----------------------------------------------------------------

       ListContactBlocks.
       display " Name (leer=alle): " no advancing
       accept MemberNameInput
       move zeros to BlockFoundIdx
       perform varying BlockIdx from 1 by 1 until BlockIdx > BlockMax
         if MemberNameInput = spaces
           or BlockTabName(BlockIdx) = MemberNameInput
           add 1 to BlockFoundIdx
           display " " BlockTabChannel(BlockIdx) " "
                   BlockTabDate(BlockIdx)(7:2) "."
                   BlockTabDate(BlockIdx)(5:2) "."
                   BlockTabDate(BlockIdx)(1:4) " "
                   function trim(BlockTabName(BlockIdx))
                   " [" BlockTabUser(BlockIdx) "]"
           display "   " function trim(BlockTabReason(BlockIdx))
         end-if
       end-perform
       if BlockFoundIdx = zero
         display " Keine Kontaktsperren vorhanden"
       end-if
       .

      *-----------------------------------------------------------------

       LoadBlockTable.
       move zeros to BlockMax
       move "N" to BlockTabState
       open input BlockFile
       if BlockStatusOK
         read BlockFile
           at end set BlockStatusEOF to true
         end-read
         perform until BlockStatusEOF or BlockMax >= 500
           add 1 to BlockMax
           move BlockName-Q    to BlockTabName(BlockMax)
           move BlockChannel-Q to BlockTabChannel(BlockMax)
           move BlockDate-Q    to BlockTabDate(BlockMax)
           move BlockReason-Q  to BlockTabReason(BlockMax)
           move BlockUser-Q    to BlockTabUser(BlockMax)
           read BlockFile
             at end set BlockStatusEOF to true
           end-read
         end-perform
         if not BlockStatusEOF
           set BlockTabFull to true
         end-if
       end-if
       close BlockFile
       .

      *-----------------------------------------------------------------

       CheckContactBlock.
       move "N" to ContactBlockState
       move zeros to BlockFoundIdx
       perform varying BlockIdx from 1 by 1
               until BlockIdx > BlockMax or ContactBlocked
         if BlockTabName(BlockIdx) = Name-D
           and BlockTabChannel(BlockIdx) = CheckChannel
           set ContactBlocked to true
           move BlockIdx to BlockFoundIdx
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       SaveBlockFile.
      *  Eine unvollstaendig geladene Tabelle darf die Datei nicht
      *  ueberschreiben, sonst gehen Kontaktsperren verloren.
       if BlockTabFull
         display "kontaktsperren.dat unvollstaendig geladen, " &
                 "Aenderung nicht gespeichert"
       else
         open output BlockFile
         perform varying BlockIdx from 1 by 1 until BlockIdx > BlockMax
           move BlockTabName(BlockIdx)    to BlockName-Q
           move BlockTabChannel(BlockIdx) to BlockChannel-Q
           move BlockTabDate(BlockIdx)    to BlockDate-Q
           move BlockTabReason(BlockIdx)  to BlockReason-Q
           move BlockTabUser(BlockIdx)    to BlockUser-Q
           write ContactBlockRec
         end-perform
         close BlockFile
       end-if
       .

      *-----------------------------------------------------------------

       MaintainOrganizations.
       display space
       display "Organisationen pflegen"
       display "[A]nlegen -- [B]earbeiten -- [Z]uordnen -- " &
               "[L]oesen -- [P]ersonen -- [V]erzeichnis > "
               no advancing
       accept OrgChoice
       perform LoadOrgTables
       evaluate true
         when OrgAddSelected perform AddOrganization
         when OrgEditSelected perform EditOrganization
         when OrgAssignSelected perform AssignOrgMember
         when OrgDetachSelected perform DetachOrgMember
         when OrgPersonsSelected perform ListOrgPersons
         when OrgListSelected perform ListOrganizations
         when other display "Unbekannte Auswahl"
       end-evaluate
       .

      *-----------------------------------------------------------------

       AddOrganization.
       display " Kurzzeichen: " no advancing
       accept OrgIdInput
       perform FindOrganization
       evaluate true
         when OrgIdInput = spaces
           display "Kurzzeichen ist Pflichtfeld"
         when OrgFoundIdx not = zero
           display "Kurzzeichen existiert bereits"
         when OrgMax >= 500
           display "Tabelle voll"
         when other
           move spaces to OrgInput
           display " Name:      " no advancing
           accept OrgInName
           display " Strasse:   " no advancing
           accept OrgInStreet
           display " PLZ:       " no advancing
           accept OrgInPlz
           display " Ort:       " no advancing
           accept OrgInLocation
           display " Telefon:   " no advancing
           accept OrgInPhone
           display " Kategorie: " no advancing
           accept OrgInCategory
           move OrgInCategory to Category-A
           perform CheckCategory
           if OrgInName = spaces or OrgInStreet = spaces
              or OrgInLocation = spaces
             display "Name, Strasse und Ort sind Pflichtfelder, " &
                     "Organisation nicht gespeichert"
           else
             if not CategoryValid
               display "Unbekannte oder inaktive Kategorie: "
                       OrgInCategory
             else
               add 1 to OrgMax
               move OrgIdInput    to OrgTabId(OrgMax)
               move OrgInName     to OrgTabName(OrgMax)
               move OrgInStreet   to OrgTabStreet(OrgMax)
               move OrgInPlz      to OrgTabPlz(OrgMax)
               move OrgInLocation to OrgTabLocation(OrgMax)
               move OrgInPhone    to OrgTabPhone(OrgMax)
               move OrgInCategory to OrgTabCategory(OrgMax)
               perform SaveOrgFile
               display "Organisation gespeichert"
             end-if
           end-if
       end-evaluate
       .

      *-----------------------------------------------------------------

      *  Eine geaenderte Anschrift der Organisation wird in die
      *  Stammanschrift aller Personen uebernommen, die ihr folgen.
       EditOrganization.
       display " Kurzzeichen: " no advancing
       accept OrgIdInput
       perform FindOrganization
       if OrgFoundIdx = zero
         display "Unbekannte Organisation"
       else
         display " Bisher: " function trim(OrgTabName(OrgFoundIdx))
         display "         " function trim(OrgTabStreet(OrgFoundIdx))
                 ", " OrgTabPlz(OrgFoundIdx) " "
                 function trim(OrgTabLocation(OrgFoundIdx))
         display "         Tel. " OrgTabPhone(OrgFoundIdx)
                 "  Kategorie " OrgTabCategory(OrgFoundIdx)
         display " Neue Werte (leer=unveraendert)"
         move spaces to OrgInput
         display " Name:      " no advancing
         accept OrgInName
         display " Strasse:   " no advancing
         accept OrgInStreet
         display " PLZ:       " no advancing
         accept OrgInPlz
         display " Ort:       " no advancing
         accept OrgInLocation
         display " Telefon:   " no advancing
         accept OrgInPhone
         display " Kategorie: " no advancing
         accept OrgInCategory
         if OrgInName = spaces
           move OrgTabName(OrgFoundIdx) to OrgInName
         end-if
         if OrgInStreet = spaces
           move OrgTabStreet(OrgFoundIdx) to OrgInStreet
         end-if
         if OrgInPlz = spaces
           move OrgTabPlz(OrgFoundIdx) to OrgInPlz
         end-if
         if OrgInLocation = spaces
           move OrgTabLocation(OrgFoundIdx) to OrgInLocation
         end-if
         if OrgInPhone = spaces
           move OrgTabPhone(OrgFoundIdx) to OrgInPhone
         end-if
         if OrgInCategory = spaces
           move OrgTabCategory(OrgFoundIdx) to OrgInCategory
         end-if
         move OrgInCategory to Category-A
         perform CheckCategory
         if not CategoryValid
           display "Unbekannte oder inaktive Kategorie: "
                   OrgInCategory
         else
           if OrgInStreet = OrgTabStreet(OrgFoundIdx)
              and OrgInPlz = OrgTabPlz(OrgFoundIdx)
              and OrgInLocation = OrgTabLocation(OrgFoundIdx)
             move "N" to OrgAnswer
           else
             move "J" to OrgAnswer
           end-if
           move OrgInName     to OrgTabName(OrgFoundIdx)
           move OrgInStreet   to OrgTabStreet(OrgFoundIdx)
           move OrgInPlz      to OrgTabPlz(OrgFoundIdx)
           move OrgInLocation to OrgTabLocation(OrgFoundIdx)
           move OrgInPhone    to OrgTabPhone(OrgFoundIdx)
           move OrgInCategory to OrgTabCategory(OrgFoundIdx)
           perform SaveOrgFile
           display "Organisation gespeichert"
           if OrgAnswer = "J" and not OrgTabFull
             move zeros to OrgCount
             perform varying OrgMemIdx from 1 by 1
                     until OrgMemIdx > OrgMemMax
               if OrgMemOrgId(OrgMemIdx) = OrgTabId(OrgFoundIdx)
                 and OrgMemUseAddr(OrgMemIdx) = "J"
                 perform ApplyOrgAddress
               end-if
             end-perform
             move OrgCount to PrnOrtCount
             display "Anschrift uebernommen bei Personen: "
                     PrnOrtCount
           end-if
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       ApplyOrgAddress.
       move OrgMemName(OrgMemIdx) to Name-D
       read DataFile record with lock
         key is Name-D
         invalid key continue
       end-read
       if FileStatusLocked
         display "Satz wird von anderer Sitzung bearbeitet: "
                 function trim(Name-D)
       end-if
       if FileStatusOK and EntryActive-D
         and (Street-D not = OrgTabStreet(OrgFoundIdx)
              or Plz-D not = OrgTabPlz(OrgFoundIdx)
              or Location-D not = OrgTabLocation(OrgFoundIdx))
         move Street-D   to HistOldStreet-H
         move Plz-D      to HistOldPlz-H
         move Location-D to HistOldLocation-H
         move OrgTabStreet(OrgFoundIdx)   to Street-D
         move OrgTabPlz(OrgFoundIdx)      to Plz-D
         move OrgTabLocation(OrgFoundIdx) to Location-D
         accept Date-D from date YYYYMMDD
         accept Time-D from time
         rewrite DataRec
           invalid key display "Fehler: " FileStatus
           not invalid key
             add 1 to OrgCount
             move "B" to HistAction-H
             move Name-D to HistName-H
             move Street-D to HistNewStreet-H
             move Plz-D to HistNewPlz-H
             move Location-D to HistNewLocation-H
             perform WriteHistory
             move Name-D to Name-A
             perform ClearUndeliverable
         end-rewrite
       end-if
       unlock DataFile
       .

      *-----------------------------------------------------------------

       AssignOrgMember.
       display " Name: " no advancing
       accept Name-A
       move Name-A to Name-D
       read DataFile
         key is Name-D
         invalid key continue
       end-read
       if not FileStatusOK
         display "Name existiert nicht im Adressbuch"
       else
         display " Kurzzeichen der Organisation: " no advancing
         accept OrgIdInput
         perform FindOrganization
         if OrgFoundIdx = zero
           display "Unbekannte Organisation"
         else
           perform FindOrgMember
           if OrgMemFoundIdx = zero
             if OrgMemMax >= 500
               display "Tabelle voll"
             else
               add 1 to OrgMemMax
               move OrgMemMax to OrgMemFoundIdx
               move Name-A to OrgMemName(OrgMemFoundIdx)
             end-if
           end-if
           if OrgMemFoundIdx not = zero
             move OrgIdInput to OrgMemOrgId(OrgMemFoundIdx)
             display " Funktion/Abteilung: " no advancing
             accept OrgMemFunction(OrgMemFoundIdx)
             display " Anschrift der Organisation uebernehmen? [jN] "
                     no advancing
             accept OrgAnswer
             if OrgAnswer = "J" or "j"
               move "J" to OrgMemUseAddr(OrgMemFoundIdx)
             else
               move "N" to OrgMemUseAddr(OrgMemFoundIdx)
             end-if
             perform SaveOrgMemFile
             display "Zuordnung gespeichert"
             if OrgMemUseAddr(OrgMemFoundIdx) = "J"
               and not OrgMemTabFull
               move zeros to OrgCount
               move OrgMemFoundIdx to OrgMemIdx
               perform ApplyOrgAddress
               if OrgCount > zero
                 display "Stammanschrift auf Organisation umgestellt"
               end-if
             end-if
           end-if
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       DetachOrgMember.
       display " Name: " no advancing
       accept Name-A
       perform FindOrgMember
       if OrgMemFoundIdx = zero
         display "Keine Zuordnung vorhanden"
       else
         perform varying OrgMemIdx from OrgMemFoundIdx by 1
                 until OrgMemIdx >= OrgMemMax
           move OrgMemEntry(OrgMemIdx + 1) to OrgMemEntry(OrgMemIdx)
         end-perform
         subtract 1 from OrgMemMax
         perform SaveOrgMemFile
         display "Zuordnung geloest, Anschrift bleibt unveraendert"
       end-if
       .

      *-----------------------------------------------------------------

       ListOrgPersons.
       display " Organisation (Kurzzeichen oder Namensteil): "
               no advancing
       accept SearchText
       if SearchText = spaces
         display "Kein Suchbegriff eingegeben"
       else
         compute SearchLen = function length(function trim(SearchText))
         move zeros to OrgCount
         perform varying OrgIdx from 1 by 1 until OrgIdx > OrgMax
           move zeros to MatchTally
           inspect OrgTabName(OrgIdx) tallying MatchTally
                   for all SearchText(1:SearchLen)
           if MatchTally > zero or OrgTabId(OrgIdx) = SearchText
             add 1 to OrgCount
             perform ShowOrgPersons
           end-if
         end-perform
         if OrgCount = zero
           display "Keine Organisation gefunden"
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       ShowOrgPersons.
       display space
       display " " OrgTabId(OrgIdx) " "
               function trim(OrgTabName(OrgIdx))
       display "   " function trim(OrgTabStreet(OrgIdx)) ", "
               OrgTabPlz(OrgIdx) " "
               function trim(OrgTabLocation(OrgIdx))
               "  Tel. " OrgTabPhone(OrgIdx)
       move zeros to OrgMemFoundIdx
       perform varying OrgMemIdx from 1 by 1
               until OrgMemIdx > OrgMemMax
         if OrgMemOrgId(OrgMemIdx) = OrgTabId(OrgIdx)
           add 1 to OrgMemFoundIdx
           move OrgMemName(OrgMemIdx) to Name-D
           read DataFile
             key is Name-D
             invalid key move spaces to Phone-D
           end-read
           display "   - " function trim(OrgMemName(OrgMemIdx))
                   " (" function trim(OrgMemFunction(OrgMemIdx))
                   ")  " Phone-D
         end-if
       end-perform
       if OrgMemFoundIdx = zero
         display "   Keine Personen zugeordnet"
       end-if
       .

      *-----------------------------------------------------------------

       ListOrganizations.
       perform varying OrgIdx from 1 by 1 until OrgIdx > OrgMax
         move zeros to OrgCount
         perform varying OrgMemIdx from 1 by 1
                 until OrgMemIdx > OrgMemMax
           if OrgMemOrgId(OrgMemIdx) = OrgTabId(OrgIdx)
             add 1 to OrgCount
           end-if
         end-perform
         move OrgCount to PrnOrtCount
         display " " OrgTabId(OrgIdx) " "
                 OrgTabName(OrgIdx)(1:30) " "
                 OrgTabLocation(OrgIdx)(1:20) " Personen: "
                 PrnOrtCount
       end-perform
       if OrgMax = zero
         display " Keine Organisationen vorhanden"
       end-if
       .

      *-----------------------------------------------------------------

       BrowseOrgMembers.
       perform LoadOrgTables
       perform varying OrgIdx from 1 by 1
               until OrgIdx > OrgMax or HitCount >= 100
         move zeros to MatchTally
         inspect OrgTabName(OrgIdx) tallying MatchTally
                 for all SearchText(1:SearchLen)
         if MatchTally > zero or OrgTabId(OrgIdx) = SearchText
           perform varying OrgMemIdx from 1 by 1
                   until OrgMemIdx > OrgMemMax or HitCount >= 100
             if OrgMemOrgId(OrgMemIdx) = OrgTabId(OrgIdx)
               add 1 to HitCount
               move OrgMemName(OrgMemIdx) to HitName(HitCount)
               move HitCount to PrnHitIdx
               display " " PrnHitIdx "  "
                       function trim(OrgMemName(OrgMemIdx)) " ("
                       function trim(OrgTabName(OrgIdx)) ", "
                       function trim(OrgMemFunction(OrgMemIdx)) ")"
               move OrgMemName(OrgMemIdx) to AccessName
               perform LogAccessName
             end-if
           end-perform
         end-if
       end-perform
       if HitCount >= 100
         display "Trefferliste voll, Suchbegriff verfeinern"
       end-if
       .

      *-----------------------------------------------------------------

       FindOrganization.
       move zeros to OrgFoundIdx
       perform varying OrgIdx from 1 by 1
               until OrgIdx > OrgMax or OrgFoundIdx not = zero
         if OrgTabId(OrgIdx) = OrgIdInput
           move OrgIdx to OrgFoundIdx
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       FindOrgMember.
       move zeros to OrgMemFoundIdx
       perform varying OrgMemIdx from 1 by 1
               until OrgMemIdx > OrgMemMax or OrgMemFoundIdx not = zero
         if OrgMemName(OrgMemIdx) = Name-A
           move OrgMemIdx to OrgMemFoundIdx
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       FindOrgOfEntry.
       move zeros to OrgFoundIdx, OrgMemFoundIdx
       perform varying OrgMemIdx from 1 by 1
               until OrgMemIdx > OrgMemMax or OrgMemFoundIdx not = zero
         if OrgMemName(OrgMemIdx) = Name-D
           move OrgMemIdx to OrgMemFoundIdx
         end-if
       end-perform
       if OrgMemFoundIdx not = zero
         perform varying OrgIdx from 1 by 1
                 until OrgIdx > OrgMax or OrgFoundIdx not = zero
           if OrgTabId(OrgIdx) = OrgMemOrgId(OrgMemFoundIdx)
             move OrgIdx to OrgFoundIdx
           end-if
         end-perform
       end-if
       .

      *-----------------------------------------------------------------

       LoadOrgTables.
       move zeros to OrgMax
       move "N" to OrgTabState
       open input OrgFile
       if OrgStatusOK
         read OrgFile
           at end set OrgStatusEOF to true
         end-read
         perform until OrgStatusEOF or OrgMax >= 500
           add 1 to OrgMax
           move OrgId-R       to OrgTabId(OrgMax)
           move OrgName-R     to OrgTabName(OrgMax)
           move OrgStreet-R   to OrgTabStreet(OrgMax)
           move OrgPlz-R      to OrgTabPlz(OrgMax)
           move OrgLocation-R to OrgTabLocation(OrgMax)
           move OrgPhone-R    to OrgTabPhone(OrgMax)
           move OrgCategory-R to OrgTabCategory(OrgMax)
           read OrgFile
             at end set OrgStatusEOF to true
           end-read
         end-perform
         if not OrgStatusEOF
           set OrgTabFull to true
         end-if
       end-if
       close OrgFile

       move zeros to OrgMemMax
       move "N" to OrgMemTabState
       open input OrgMemberFile
       if OrgMemStatusOK
         read OrgMemberFile
           at end set OrgMemStatusEOF to true
         end-read
         perform until OrgMemStatusEOF or OrgMemMax >= 500
           add 1 to OrgMemMax
           move MemName-M       to OrgMemName(OrgMemMax)
           move MemOrgId-M      to OrgMemOrgId(OrgMemMax)
           move MemFunction-M   to OrgMemFunction(OrgMemMax)
           move MemUseOrgAddr-M to OrgMemUseAddr(OrgMemMax)
           read OrgMemberFile
             at end set OrgMemStatusEOF to true
           end-read
         end-perform
         if not OrgMemStatusEOF
           set OrgMemTabFull to true
         end-if
       end-if
       close OrgMemberFile
       .

      *-----------------------------------------------------------------

       SaveOrgFile.
      *  Eine unvollstaendig geladene Tabelle darf die Datei nicht
      *  ueberschreiben, sonst gehen Organisationen verloren.
       if OrgTabFull
         display "organisationen.dat unvollstaendig geladen, " &
                 "Aenderung nicht gespeichert"
       else
         open output OrgFile
         perform varying OrgIdx from 1 by 1 until OrgIdx > OrgMax
           move OrgTabId(OrgIdx)       to OrgId-R
           move OrgTabName(OrgIdx)     to OrgName-R
           move OrgTabStreet(OrgIdx)   to OrgStreet-R
           move OrgTabPlz(OrgIdx)      to OrgPlz-R
           move OrgTabLocation(OrgIdx) to OrgLocation-R
           move OrgTabPhone(OrgIdx)    to OrgPhone-R
           move OrgTabCategory(OrgIdx) to OrgCategory-R
           write OrganizationRec
         end-perform
         close OrgFile
       end-if
       .

      *-----------------------------------------------------------------

       SaveOrgMemFile.
       if OrgMemTabFull
         display "organisation-personen.dat unvollstaendig geladen, "
                 & "Aenderung nicht gespeichert"
       else
         open output OrgMemberFile
         perform varying OrgMemIdx from 1 by 1
                 until OrgMemIdx > OrgMemMax
           move OrgMemName(OrgMemIdx)     to MemName-M
           move OrgMemOrgId(OrgMemIdx)    to MemOrgId-M
           move OrgMemFunction(OrgMemIdx) to MemFunction-M
           move OrgMemUseAddr(OrgMemIdx)  to MemUseOrgAddr-M
           write OrgMemberRec
         end-perform
         close OrgMemberFile
       end-if
       .

      *-----------------------------------------------------------------

       MaintainDistLists.
       display space
       display "Verteilerlisten pflegen"
       display "[A]ufnehmen -- [E]ntfernen -- [L]iste -- " &
               "[P]ruefen > " no advancing
       accept DistChoice
       evaluate true
         when DistAddSelected perform AddListMember
         when DistRemoveSelected perform RemoveListMember
           set SweepListSelected to true
         end-if
         move zeros to PlzViolationCount, SweepApplied, SweepSkipped
         move zero to ApvCurrentId
         move spaces to Name-D
         start DataFile key is greater than Name-D
           invalid key
               display "Fehler: " FileStatus
             end-if
         end-start
         perform LoadCountryTable
         if FileStatusOK
           read DataFile next record
           perform until FileStatusEOF
             move "N" to PlzLookupState
             perform FindCountryOfEntry
             if CtyFoundIdx = zero or CtyTabCode(CtyFoundIdx) = "DE"
               move Plz-D to LookupPlzValue
               perform LookupPlz
             end-if
             if PlzFound and Location-D not equal to ProposedOrt
               add 1 to PlzViolationCount
               display " " Name-D
         display "Abweichungen: " PrnOrtCount
         if SweepFixSelected
           move SweepApplied to PrnOrtCount
           display "Vorgemerkt:   " PrnOrtCount
           move SweepSkipped to PrnOrtCount
           display "Uebergangen:  " PrnOrtCount
         end-if
      *-----------------------------------------------------------------

       ApplySweepFix.
       if BatchMode or ApplyingApproval
         move "J" to SweepAnswer
       else
         display "   Ort uebernehmen? [jN] " no advancing
         accept SweepAnswer
       end-if
       if (SweepAnswer = "J" or "j") and not ApplyingApproval
         move spaces to ApvInput
         move "P" to ApvInKind
         move Name-D to ApvInName
         move Street-D to ApvInStreet
         move Plz-D to ApvInPlz
         move Location-D to ApvInLocation
         move ProposedOrt to ApvInNewValue
         perform RequestApproval
         add 1 to SweepApplied
       else
         if SweepAnswer = "J" or "j"
           move Street-D   to HistOldStreet-H
           move Plz-D      to HistOldPlz-H
           move Location-D to HistOldLocation-H
           move ProposedOrt to Location-D
           accept Date-D from date YYYYMMDD
           accept Time-D from time
           rewrite DataRec
             invalid key
               display "   Fehler: " FileStatus
               add 1 to SweepSkipped
             not invalid key
               add 1 to SweepApplied
               move "B" to HistAction-H
               move Name-D to HistName-H
               move Street-D to HistNewStreet-H
               move Plz-D to HistNewPlz-H
               move Location-D to HistNewLocation-H
               perform WriteHistory
           end-rewrite
         else
           add 1 to SweepSkipped
         end-if
       end-if
       .

       BrowseSearch.
       display space
       display "Teilsuche"
       display "Feld: [N]ame -- [S]trasse -- [O]rganisation > "
               no advancing
       accept BrowseChoice
       if not BrowseNameSelected and not BrowseStreetSelected
          and not BrowseOrgSelected
         display "Unbekannte Auswahl"
       else
         display "Suchbegriff: " no advancing
           compute SearchLen =
                   function length(function trim(SearchText))
           move zeros to HitCount
           move "TEILSUCHE" to AccessFunction
           perform BeginAccessLog
           if BrowseOrgSelected
             perform BrowseOrgMembers
           else
             move spaces to Name-D
             start DataFile key is greater than Name-D
               invalid key
                 if FileStatusKeyNotExists
                   display "Keine Eintraege vorhanden"
                 else
                   display "Fehler: " FileStatus
                 end-if
             end-start
             if FileStatusOK
               read DataFile next record
               perform until FileStatusEOF or HitCount >= 100
                 if EntryActive-D
                   move zeros to MatchTally
                   if BrowseNameSelected
                     inspect Name-D tallying MatchTally
                             for all SearchText(1:SearchLen)
                   else
                     inspect Street-D tallying MatchTally
                             for all SearchText(1:SearchLen)
                   end-if
                   if MatchTally > zero
                     add 1 to HitCount
                     move Name-D to HitName(HitCount)
                     move HitCount to PrnHitIdx
                     display " " PrnHitIdx "  " Name-D
                     move Name-D to AccessName
                     perform LogAccessName
                   end-if
                 end-if
                 read DataFile next record
               end-perform
               if HitCount >= 100
                 display "Trefferliste voll, Suchbegriff verfeinern"
               end-if
             end-if
           end-if
           if BrowseStreetSelected
                 move HitCount to PrnHitIdx
                 display " " PrnHitIdx "  " ExtraName(ExtraIdx)
                         " (Zusatzadresse)"
                 move ExtraName(ExtraIdx) to AccessName
                 perform LogAccessName
               end-if
             end-perform
           end-if
               perform ShowHitEntry
             end-if
           end-if
           perform EndAccessLog
         end-if
       end-if
       .
         invalid key display "Fehler: " FileStatus
       end-read
       if FileStatusOK
         move "ANZEIGE" to AccessFunction
         move Name-D to AccessName
         perform LogAccessName
         subtract 1 from AccessCount
         move "TEILSUCHE" to AccessFunction
         display space
         display " Name:    " Name-D
         display " Strasse: " Street-D
         display " PLZ:     " Plz-D
         display " Ort:     " Location-D
         perform LoadCountryTable
         perform FindCountryOfEntry
         if CtyFoundIdx not = zero
           display " Land:    " CtyTabCode(CtyFoundIdx) "  PLZ "
                   function trim(CtyTabPostcode(CtyFoundIdx))
         end-if
         display " Telefon: " Phone-D
         display " Erinnerung: " Reminder-D
         display " Kategorie:  " Category-D
         perform LoadOrgTables
         perform FindOrgOfEntry
         if OrgFoundIdx not = zero
           display " Organisation: "
                   function trim(OrgTabName(OrgFoundIdx)) " ("
                   function trim(OrgMemFunction(OrgMemFoundIdx)) ")"
         end-if
         perform ShowNotesForName
         if not RoleReadOnly
           display "Bearbeiten? [jN] " no advancing
       accept HistFilterTo

       move zeros to HistLineCount
       move "HISTORIE" to AccessFunction
       perform BeginAccessLog
       open input HistoryFile
       if not HistoryStatusOK
         display "Keine Historie vorhanden"
         display "Eintraege im Bericht: " PrnOrtCount
         display "Datei historie-auskunft.rpt geschrieben"
       end-if
       perform EndAccessLog
       .

      *-----------------------------------------------------------------
       end-if
       .

      *-----------------------------------------------------------------

       BeginAccessLog.
       accept AccessDate from date yyyymmdd
       accept AccessTime from time
       move zeros to AccessCount
       .

      *-----------------------------------------------------------------

       LogAccessName.
       open extend AccessLogFile
       move spaces to AccessLogRec
       move AccessDate to AccDate-Y
       move AccessTime to AccTime-Y
       move CurrentUser to AccUser-Y
       move AccessFunction to AccFunction-Y
       set AccNameShown-Y to true
       move AccessName to AccName-Y
       move 1 to AccCount-Y
       write AccessLogRec
       close AccessLogFile
       add 1 to AccessCount
       .

      *-----------------------------------------------------------------

       EndAccessLog.
       open extend AccessLogFile
       move spaces to AccessLogRec
       move AccessDate to AccDate-Y
       move AccessTime to AccTime-Y
       move CurrentUser to AccUser-Y
       move AccessFunction to AccFunction-Y
       set AccSummary-Y to true
       move AccessCount to AccCount-Y
       write AccessLogRec
       close AccessLogFile
       .

      *-----------------------------------------------------------------

       WriteHistReportEntry.
       add 1 to HistLineCount
       move HistName-H to AccessName
       perform LogAccessName
       evaluate HistAction-H
         when "N" move "Angelegt"          to HistActionText
         when "B" move "Geaendert"         to HistActionText
         when "E" move "Entfernt"          to HistActionText
         when "W" move "Wiederhergestellt" to HistActionText
         when "Z" move "Zusammengefuehrt"  to HistActionText
         when "R" move "Unzustellbar"      to HistActionText
         when other move "Unbekannt"       to HistActionText
       end-evaluate
       move spaces to HistRptRec
              into HistRptRec
       end-string
       write HistRptRec
       if HistApprover-H not = spaces
         move spaces to HistRptRec
         string "   Freigegeben durch: " HistApprover-H
                delimited by size
                into HistRptRec
         end-string
         write HistRptRec
       end-if
       move spaces to HistRptRec
       string "   Strasse alt: " HistOldStreet-H
              "  neu: " HistNewStreet-H
                 "[D]ienstlich > " no advancing
         accept AddrTypeChoice
         perform LoadExtraTable
         perform LoadOrgTables
         perform LoadCountryTable
         perform LoadBlockTable
         move "E" to CheckChannel
         open output VcfExportFile
         move zeros to VcardCount, BlockedSkipped
         move spaces to Name-D
         start DataFile key is greater than Name-D
           invalid key
             if EntryActive-D
               perform CheckLabelFilter
               if LabelWanted
                 perform CheckContactBlock
                 if ContactBlocked
                   add 1 to BlockedSkipped
                 else
                   perform WriteVcard
                 end-if
               end-if
             end-if
             read DataFile next record
         close VcfExportFile
         move VcardCount to PrnLetterCount
         display "vCards geschrieben: " PrnLetterCount
         move BlockedSkipped to PrnLetterCount
         display "Kontaktsperre, uebergangen: " PrnLetterCount
         display "Datei adressbuch.vcf geschrieben"
         move "VCARD-EXPORT" to AccessFunction
         perform BeginAccessLog
         move VcardCount to AccessCount
         perform EndAccessLog
       end-if
       .

         string "ADR;TYPE=WORK:;;"
                function trim(OutStreet) ";"
                function trim(OutLocation) ";;"
                function trim(OutPostcode) ";"
                function trim(OutCountryName)
                delimited by size
                into VcfExportRec
         end-string
         string "ADR;TYPE=HOME:;;"
                function trim(OutStreet) ";"
                function trim(OutLocation) ";;"
                function trim(OutPostcode) ";"
                function trim(OutCountryName)
                delimited by size
                into VcfExportRec
         end-string
       if FileStatusOK and EntryInactive-D
         display "Aufgehender Eintrag ist bereits entfernt"
       else
         if FileStatusOK and not ApplyingApproval
           move zero to ApvCurrentId
           move spaces to ApvInput
           move "Z" to ApvInKind
           move Name-A to ApvInName
           move LoserName to ApvInName2
           move Street-D to ApvInStreet
           move Plz-D to ApvInPlz
           move Location-D to ApvInLocation
           perform RequestApproval
         end-if
         if FileStatusOK and ApplyingApproval
           move Street-D   to LoserStreet
           move Plz-D      to LoserPlz
           move Location-D to LoserLocation
       end-if
       .

      *-----------------------------------------------------------------

       RequestApproval.
      *  Die erste Position eines Vorgangs holt die naechste freie
      *  Vorgangsnummer, weitere Positionen haengen sich an.
       if ApvCurrentId = zero
         open input ApprovalFile
         if ApvStatusOK
           read ApprovalFile
             at end set ApvStatusEOF to true
           end-read
           perform until ApvStatusEOF
             if ApvId-J > ApvCurrentId
               move ApvId-J to ApvCurrentId
             end-if
             read ApprovalFile
               at end set ApvStatusEOF to true
             end-read
           end-perform
         end-if
         close ApprovalFile
         add 1 to ApvCurrentId
         move zero to ApvCurrentPos
         move ApvCurrentId to PrnApvId
         display "Zur Freigabe vorgemerkt, Vorgang " PrnApvId
       end-if
       add 1 to ApvCurrentPos
       move spaces to ApprovalRec
       move ApvCurrentId  to ApvId-J
       move ApvCurrentPos to ApvPos-J
       move ApvInKind     to ApvKind-J
       set ApvOpen-J to true
       accept ApvReqDate-J from date YYYYMMDD
       accept ApvReqTime-J from time
       move CurrentUser   to ApvReqUser-J
       move ApvInName     to ApvName-J
       move ApvInName2    to ApvName2-J
       move ApvInStreet   to ApvStreet-J
       move ApvInPlz      to ApvPlz-J
       move ApvInLocation to ApvLocation-J
       move ApvInNewValue to ApvNewValue-J
       open extend ApprovalFile
       write ApprovalRec
       close ApprovalFile
       .

      *-----------------------------------------------------------------

       ReviewApprovals.
       display space
       display "Freigaben"
       perform ListOpenApprovals
       if ApvOpenCount = zero
         display "Keine offenen Vorgaenge"
       else
         display "Vorgang (leer=zurueck): " no advancing
         accept ApvChoiceInput
         if ApvChoiceInput not = spaces
           move function numval(ApvChoiceInput) to ApvChoiceId
           perform ShowApprovalItems
           evaluate true
             when ApvGrpCount = zero or not ApvGrpOpen
               display "Kein offener Vorgang mit dieser Nummer"
             when ApvGrpUser = CurrentUser
               display "Eigene Vorgaenge muss ein anderer Benutzer "
                       "freigeben"
             when other
               display "[F]reigeben -- [A]blehnen -- "
                       "[Z]urueck > " no advancing
               accept ApvChoice
               if ApvApproveSelected or ApvRejectSelected
                 perform DecideApproval
               end-if
           end-evaluate
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       ListOpenApprovals.
      *  Die Positionen eines Vorgangs stehen hintereinander in der
      *  Datei, deshalb genuegt ein Gruppenwechsel auf die Nummer.
       move zero to ApvOpenCount
       move zero to ApvGrpId
       open input ApprovalFile
       if ApvStatusOK
         read ApprovalFile
           at end set ApvStatusEOF to true
         end-read
         perform until ApvStatusEOF
           if ApvId-J not = ApvGrpId
             perform ShowApprovalGroup
             move ApvId-J      to ApvGrpId
             move ApvKind-J    to ApvGrpKind
             move ApvReqUser-J to ApvGrpUser
             move ApvReqDate-J to ApvGrpDate
             move ApvName-J    to ApvGrpName
             move ApvState-J   to ApvGrpState
             move zero to ApvGrpCount
           end-if
           add 1 to ApvGrpCount
           read ApprovalFile
             at end set ApvStatusEOF to true
           end-read
         end-perform
         perform ShowApprovalGroup
       end-if
       close ApprovalFile
       .

      *-----------------------------------------------------------------

       ShowApprovalGroup.
       if ApvGrpId not = zero and ApvGrpOpen
         add 1 to ApvOpenCount
         perform SetApprovalKindText
         move ApvGrpId to PrnApvId
         move ApvGrpCount to PrnOrtCount
         display " " PrnApvId "  " ApvKindText " "
                 ApvGrpDate(7:2) "." ApvGrpDate(5:2) "."
                 ApvGrpDate(1:4) "  " ApvGrpUser "  "
                 PrnOrtCount " Pos.  " function trim(ApvGrpName)
       end-if
       .

      *-----------------------------------------------------------------

       SetApprovalKindText.
       evaluate ApvGrpKind
         when "E" move "Entfernen"       to ApvKindText
         when "Z" move "Zusammenfuehren" to ApvKindText
         when "P" move "PLZ-Korrektur"   to ApvKindText
         when "I" move "Import"          to ApvKindText
         when other move "Unbekannt"     to ApvKindText
       end-evaluate
       .

      *-----------------------------------------------------------------

       ShowApprovalItems.
       move zero to ApvGrpCount
       move space to ApvGrpState
       open input ApprovalFile
       if ApvStatusOK
         read ApprovalFile
           at end set ApvStatusEOF to true
         end-read
         perform until ApvStatusEOF
           if ApvId-J = ApvChoiceId
             add 1 to ApvGrpCount
             move ApvKind-J    to ApvGrpKind
             move ApvReqUser-J to ApvGrpUser
             move ApvState-J   to ApvGrpState
             evaluate true
               when ApvMerge-J
                 display "  " function trim(ApvName2-J)
                         " geht auf in " function trim(ApvName-J)
               when ApvPlzFix-J
                 display "  " function trim(ApvName-J) ": "
                         ApvPlz-J " " function trim(ApvLocation-J)
                         " -> " function trim(ApvNewValue-J)
               when other
                 display "  " function trim(ApvName-J) ", "
                         function trim(ApvStreet-J) ", "
                         ApvPlz-J " " function trim(ApvLocation-J)
             end-evaluate
           end-if
           read ApprovalFile
             at end set ApvStatusEOF to true
           end-read
         end-perform
       end-if
       close ApprovalFile
       .

      *-----------------------------------------------------------------

       DecideApproval.
      *  freigaben.dat wird ueber freigaben.tmp neu geschrieben; bei
      *  Freigabe wird jede Position dabei ausgefuehrt.
       move zero to ApvDoneCount
       open input ApprovalFile
       open output NewApprovalFile
       if ApvStatusOK
         read ApprovalFile
           at end set ApvStatusEOF to true
         end-read
         perform until ApvStatusEOF
           if ApvId-J = ApvChoiceId and ApvOpen-J
             accept ApvDecDate-J from date YYYYMMDD
             accept ApvDecTime-J from time
             move CurrentUser to ApvDecUser-J
             if ApvApproveSelected
               set ApvApproved-J to true
               perform ApplyApprovalItem
             else
               set ApvRejected-J to true
             end-if
             add 1 to ApvDoneCount
           end-if
           write NewApprovalRec from ApprovalRec
           read ApprovalFile
             at end set ApvStatusEOF to true
           end-read
         end-perform
       end-if
       close ApprovalFile, NewApprovalFile
       call "CBL_DELETE_FILE" using "freigaben.dat"
       end-call
       call "CBL_RENAME_FILE" using "freigaben.tmp", "freigaben.dat"
       end-call
       move ApvDoneCount to PrnOrtCount
       if ApvApproveSelected
         display "Freigegeben, Positionen: " PrnOrtCount
       else
         display "Abgelehnt, Positionen: " PrnOrtCount
       end-if
       .

      *-----------------------------------------------------------------

       ApplyApprovalItem.
       set ApplyingApproval to true
       move ApvReqUser-J to ApvRequester
       evaluate true
         when ApvDelete-J
           move ApvName-J to Name-A
           perform DeleteEntry
         when ApvMerge-J
           perform ApproveMerge
         when ApvPlzFix-J
           perform ApprovePlzFix
         when ApvImport-J
           perform ApproveImport
       end-evaluate
       move "N" to ApprovalMode
       .

      *-----------------------------------------------------------------

       ApproveMerge.
       move ApvName-J to Name-A, Name-D
       read DataFile
         key is Name-D
         invalid key
           display "Bleibender Eintrag existiert nicht: "
                   function trim(Name-A)
       end-read
       if FileStatusOK and EntryInactive-D
         display "Bleibender Eintrag ist entfernt: "
                 function trim(Name-A)
       else
         if FileStatusOK
           move ApvName2-J to LoserName
           perform MergeReadLoser
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       ApprovePlzFix.
       move ApvName-J to Name-D
       read DataFile record with lock
         key is Name-D
         invalid key
           display "Name existiert nicht: " function trim(Name-D)
       end-read
       if FileStatusLocked
         display "Satz wird von anderer Sitzung bearbeitet"
       end-if
       if FileStatusOK
         if EntryActive-D and Plz-D = ApvPlz-J
            and Location-D = ApvLocation-J
           move ApvNewValue-J to ProposedOrt
           perform ApplySweepFix
           display " " function trim(Name-D) ": Ort "
                   function trim(Location-D)
         else
           display " " function trim(Name-D)
                   ": inzwischen geaendert, uebergangen"
         end-if
       end-if
       unlock DataFile
       .

      *-----------------------------------------------------------------

       ContactNotes.
       CheckAccess.
       set AccessAllowed to true
       evaluate true
         when KategorienSelected or VcardImportSelected
              or FreigabenSelected
           if not RoleAdmin
             set AccessDenied to true
           end-if
         when NewSelected or EditSelected or RestoreSelected
              or VerteilerSelected or SperrenSelected
              or OrganisationenSelected or DeleteSelected
              or ImportSelected or MergeDupSelected
           if RoleReadOnly
             set AccessDenied to true
           end-if
       WriteHistory.
       accept HistDate-H from date YYYYMMDD
       accept HistTime-H from time
       if ApplyingApproval
         move ApvRequester to HistUser-H
         move CurrentUser to HistApprover-H
       else
         move CurrentUser to HistUser-H
         move spaces to HistApprover-H
       end-if
       open extend HistoryFile
       write HistoryRec
       close HistoryFile
