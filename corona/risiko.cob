              file status is DistrictStatus.
       select ResidualFile assign to "risiko-unzuordenbar.rpt"
              organization is line sequential.
       select optional BlockFile assign to "kontaktsperren.dat"
              organization is line sequential
              file status is BlockStatus.

      *=================================================================

       fd ResidualFile.
       01 ResidualRec pic X(120).

       fd BlockFile.
       copy sperrrec replacing ==:tag:== by ==Q==.

       fd ControlOutFile.
       01 ControlOutRec.
          02 CtlCommand-C  pic X(1).

       01 ResidualCount pic 9(5) value zero.

       01 BlockStatus pic XX value spaces.
          88 BlockStatusOK  value "00".
          88 BlockStatusEOF value "10".
       01 BlockMax pic 9(4) value zero.
       01 BlockTable.
          02 BlockName-T occurs 2000 times pic X(50).
       01 BlockIdx pic 9(4).
       01 BlockState pic X value "N".
          88 ContactBlocked value "Y".
       01 BlockedCount pic 9(5) value zero.

       01 FollowUpDays pic 999 value zero.
       01 TodayNum pic 9(8).
       01 FollowUpInt pic S9(9).

       perform LoadPlzKreisMap
       perform LoadKreisNames
       perform LoadPhoneBlocks

       open input DataFile
       open output RptFile

           if MatchFound
             generate DetailLine
             perform CheckPhoneBlock
             if ContactBlocked
               add 1 to BlockedCount
             else
               perform WriteControlRec
             end-if
           else
             if not PlzMapped
               perform CheckOrtIsKreis
       move ControlCount to PrnCount
       display "Nachfass-Steuersaetze geschrieben: " PrnCount
       display "Datei risiko-nachfass.ctl geschrieben"
       move BlockedCount to PrnCount
       display "Kontaktsperre Telefon, ohne Nachfass: " PrnCount
       move ResidualCount to PrnCount
       display "Kontakte ohne Kreis-Zuordnung:     " PrnCount
       display "Datei risiko-unzuordenbar.rpt geschrieben"
       end-perform
       .

      *-----------------------------------------------------------------

      *  Der Nachfass-Satz fuehrt zu einem Anruf; Kontakte mit einer
      *  Sperre fuer den Kanal Telefon bekommen keinen.
       LoadPhoneBlocks.
       open input BlockFile
       if BlockStatusOK
         read BlockFile
           at end set BlockStatusEOF to true
         end-read
         perform until BlockStatusEOF or BlockMax >= 2000
           if BlockPhone-Q
             add 1 to BlockMax
             move BlockName-Q to BlockName-T(BlockMax)
           end-if
           read BlockFile
             at end set BlockStatusEOF to true
           end-read
         end-perform
       end-if
       close BlockFile
       .

      *-----------------------------------------------------------------

       CheckPhoneBlock.
       move "N" to BlockState
       perform varying BlockIdx from 1 by 1
               until BlockIdx > BlockMax or ContactBlocked
         if BlockName-T(BlockIdx) = Name-D
           set ContactBlocked to true
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       WriteResidual.
