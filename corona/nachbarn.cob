       identification division.
       program-id. Corona-Nachbarn.
       author. Andreas Suhre.

      *=================================================================
      *  Pflege der Nachbarschaften zwischen Kreisen
      *  (kreis-nachbarn.dat). Jedes Paar benachbarter Kreise steht
      *  einmal in der Datei, die kleinere Kreis-ID vorn; beide IDs
      *  muessen in kreise.dat vorkommen. Grundlage fuer die
      *  Cluster-Auswertung Corona-Cluster.
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select optional NeighbourFile assign to "kreis-nachbarn.dat"
              organization is line sequential
              file status is NeighbourStatus.
       select DistrictFile assign to "kreise.dat"
              organization is line sequential
              file status is DistrictStatus.
       select LaufProtokollFile assign to "lauf.log"
              organization is line sequential.

      *=================================================================

       data division.
       file section.
       fd NeighbourFile.
       01 NeighbourRec.
          02 FirstId-NB  pic 9(5).
          02 SecondId-NB pic 9(5).

       fd DistrictFile.
       01 DistrictRec.
          02 DistrictId-D pic 9(5).
          02 DistrictName-D pic X(40).

       fd LaufProtokollFile.
       copy laufprotokoll.

      *-----------------------------------------------------------------

       working-storage section.
       01 NeighbourStatus pic XX value spaces.
          88 NeighbourStatusOK  value "00".
          88 NeighbourStatusEOF value "10".

       01 DistrictStatus pic XX value spaces.
          88 DistrictStatusOK  value "00".
          88 DistrictStatusEOF value "10".

       01 RunOutcome pic X value "Y".
          88 RunSucceeded value "Y".
          88 RunFailed    value "N".

       01 MenuChoice pic X value space.
          88 ListSelected   values "L" "l".
          88 AddSelected    values "N" "n".
          88 DeleteSelected values "E" "e".
          88 CheckSelected  values "P" "p".
          88 EndSelected    values "X" "x".

       01 PairMax pic 9(4) value zero.
       01 PairTable.
          02 PairEntry-T occurs 5000 times.
             03 FirstId-T  pic 9(5).
             03 SecondId-T pic 9(5).
       01 PairTabState pic X value "N".
          88 PairTabFull value "Y".
       01 PairIdx pic 9(4).
       01 InsIdx pic 9(4).
       01 FoundIdx pic 9(4) value zero.

       01 KnownMax pic 9(4) value zero.
       01 KnownTable.
          02 KnownId-T occurs 1000 times pic 9(5).
       01 KnownIdx pic 9(4).
       01 KnownState pic X value "N".
          88 DistrictKnown value "Y".
       01 LinkCount pic 9(4).

       01 ChangedState pic X value "N".
          88 TableChanged value "Y".

       01 EnteredIdX pic X(10).
       01 EnteredId pic 9(5).
       01 FirstId pic 9(5).
       01 SecondId pic 9(5).
       01 SwapId pic 9(5).

       01 DistrictName pic X(40).
       01 DistrictName2 pic X(40).
       01 UnknownCount pic 9(5) value zero.
       01 IsolatedCount pic 9(5) value zero.
       01 PrnCount pic Z(4)9.

      *=================================================================

       procedure division.

       move "CORONA-NACHBARN" to Programm-L
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time

       perform LoadPairs
       perform LoadKnownDistricts
       display "Pflege Kreis-Nachbarschaften (kreis-nachbarn.dat)"
       move PairMax to PrnCount
       display "Paare geladen: " PrnCount

       perform until EndSelected
         display space
         display "Liste:          L"
         display "Neu:            N"
         display "Entfernen:      E"
         display "Pruefen:        P"
         display "Beenden:        X"
         display "> " no advancing
         accept MenuChoice
         evaluate true
           when ListSelected perform ListPairs
           when AddSelected perform AddPair
           when DeleteSelected perform DeletePair
           when CheckSelected perform CrossCheck
           when EndSelected continue
           when other display "Unbekannte Auswahl"
         end-evaluate
       end-perform

       if TableChanged
         perform SavePairs
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

       LoadPairs.
       open input NeighbourFile
       if NeighbourStatusOK
         read NeighbourFile
           at end set NeighbourStatusEOF to true
         end-read
         perform until NeighbourStatusEOF or PairMax >= 5000
           add 1 to PairMax
           move FirstId-NB to FirstId-T(PairMax)
           move SecondId-NB to SecondId-T(PairMax)
           read NeighbourFile
             at end set NeighbourStatusEOF to true
           end-read
         end-perform
         if not NeighbourStatusEOF
           set PairTabFull to true
           display "kreis-nachbarn.dat: mehr als 5000 Paare, " &
                   "Rest nicht geladen"
         end-if
       end-if
       close NeighbourFile
       .

      *-----------------------------------------------------------------

       LoadKnownDistricts.
       open input DistrictFile
       if not DistrictStatusOK
         display "Hinweis: kreise.dat nicht lesbar, Kreis-IDs " &
                 "werden nicht geprueft"
       else
         read DistrictFile
           at end set DistrictStatusEOF to true
         end-read
         if not DistrictStatusEOF
           read DistrictFile
             at end set DistrictStatusEOF to true
           end-read
         end-if
         perform until DistrictStatusEOF or KnownMax >= 1000
           add 1 to KnownMax
           move DistrictId-D to KnownId-T(KnownMax)
           read DistrictFile
             at end set DistrictStatusEOF to true
           end-read
         end-perform
       end-if
       close DistrictFile
       .

      *-----------------------------------------------------------------

       ListPairs.
       perform varying PairIdx from 1 by 1 until PairIdx > PairMax
         call "Corona-Districts"
              using by content FirstId-T(PairIdx)
              by reference DistrictName
         call "Corona-Districts"
              using by content SecondId-T(PairIdx)
              by reference DistrictName2
         display " " FirstId-T(PairIdx) " " DistrictName(1:30)
                 " -- " SecondId-T(PairIdx) " " DistrictName2(1:30)
       end-perform
       .

      *-----------------------------------------------------------------

       AcceptDistrictId.
       display " Kreis-ID: " no advancing
       accept EnteredIdX
       if EnteredIdX(1:5) numeric and EnteredIdX(6:5) = spaces
         move EnteredIdX(1:5) to EnteredId
       else
         move zeros to EnteredId
         display "Ungueltige Kreis-ID: " EnteredIdX
       end-if
       .

      *-----------------------------------------------------------------

       CheckKnown.
       move "N" to KnownState
       if KnownMax = zero
         set DistrictKnown to true
       end-if
       perform varying KnownIdx from 1 by 1
               until KnownIdx > KnownMax or DistrictKnown
         if KnownId-T(KnownIdx) = EnteredId
           set DistrictKnown to true
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

      *  Liest zwei Kreis-IDs ein und legt sie mit der kleineren
      *  ID vorn in FirstId / SecondId ab.
       AcceptPair.
       move zeros to FirstId, SecondId
       perform AcceptDistrictId
       if EnteredId not = zeros
         perform CheckKnown
         if not DistrictKnown
           display "Kreis " EnteredId " nicht in kreise.dat"
         else
           move EnteredId to FirstId
           perform AcceptDistrictId
           if EnteredId not = zeros
             perform CheckKnown
             if not DistrictKnown
               display "Kreis " EnteredId " nicht in kreise.dat"
               move zeros to FirstId
             else
               move EnteredId to SecondId
             end-if
           else
             move zeros to FirstId
           end-if
         end-if
       end-if
       if FirstId not = zeros and FirstId = SecondId
         display "Ein Kreis ist nicht sein eigener Nachbar"
         move zeros to FirstId, SecondId
       end-if
       if FirstId > SecondId
         move FirstId to SwapId
         move SecondId to FirstId
         move SwapId to SecondId
       end-if
       .

      *-----------------------------------------------------------------

       FindPair.
       move zeros to FoundIdx
       perform varying PairIdx from 1 by 1
               until PairIdx > PairMax or FoundIdx not = zero
         if FirstId-T(PairIdx) = FirstId
            and SecondId-T(PairIdx) = SecondId
           move PairIdx to FoundIdx
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       AddPair.
       display space
       display "Nachbarschaft neu anlegen"
       perform AcceptPair
       if FirstId not = zeros
         perform FindPair
         if FoundIdx not = zeros
           display "Paar bereits vorhanden"
         else
           if PairMax >= 5000
             display "Tabelle voll"
           else
             perform InsertSorted
             set TableChanged to true
             display "Angelegt"
           end-if
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       InsertSorted.
       add 1 to PairMax
       move PairMax to InsIdx
       perform until InsIdx = 1
                     or FirstId-T(InsIdx - 1) < FirstId
                     or (FirstId-T(InsIdx - 1) = FirstId
                         and SecondId-T(InsIdx - 1) < SecondId)
         move PairEntry-T(InsIdx - 1) to PairEntry-T(InsIdx)
         subtract 1 from InsIdx
       end-perform
       move FirstId to FirstId-T(InsIdx)
       move SecondId to SecondId-T(InsIdx)
       .

      *-----------------------------------------------------------------

       DeletePair.
       display space
       display "Nachbarschaft entfernen"
       perform AcceptPair
       if FirstId not = zeros
         perform FindPair
         if FoundIdx = zeros
           display "Paar nicht vorhanden"
         else
           perform varying PairIdx from FoundIdx by 1
                   until PairIdx >= PairMax
             move PairEntry-T(PairIdx + 1) to PairEntry-T(PairIdx)
           end-perform
           subtract 1 from PairMax
           set TableChanged to true
           display "Entfernt"
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       CrossCheck.
       display space
       display "Abgleich gegen kreise.dat"
       move zeros to UnknownCount, IsolatedCount
       perform varying PairIdx from 1 by 1 until PairIdx > PairMax
         move FirstId-T(PairIdx) to EnteredId
         perform CheckKnown
         if DistrictKnown
           move SecondId-T(PairIdx) to EnteredId
           perform CheckKnown
         end-if
         if not DistrictKnown
           add 1 to UnknownCount
           display " Unbekannter Kreis im Paar: "
                   FirstId-T(PairIdx) " -- " SecondId-T(PairIdx)
         end-if
       end-perform
       perform varying KnownIdx from 1 by 1 until KnownIdx > KnownMax
         move zeros to LinkCount
         perform varying PairIdx from 1 by 1 until PairIdx > PairMax
           if FirstId-T(PairIdx) = KnownId-T(KnownIdx)
              or SecondId-T(PairIdx) = KnownId-T(KnownIdx)
             add 1 to LinkCount
           end-if
         end-perform
         if LinkCount = zero
           add 1 to IsolatedCount
           call "Corona-Districts"
                using by content KnownId-T(KnownIdx)
                by reference DistrictName
           display " Ohne Nachbarn: " KnownId-T(KnownIdx)
                   " " DistrictName
         end-if
       end-perform
       move UnknownCount to PrnCount
       display "Paare mit unbekanntem Kreis: " PrnCount
       move IsolatedCount to PrnCount
       display "Kreise ohne Nachbarn:        " PrnCount
       .

      *-----------------------------------------------------------------

       SavePairs.
      *  Eine unvollstaendig geladene Tabelle darf die Datei nicht
      *  ueberschreiben, sonst gehen Paare verloren.
       if PairTabFull
         display "kreis-nachbarn.dat unvollstaendig geladen, " &
                 "nicht gespeichert"
         set RunFailed to true
       else
         open output NeighbourFile
         perform varying PairIdx from 1 by 1 until PairIdx > PairMax
           move FirstId-T(PairIdx) to FirstId-NB
           move SecondId-T(PairIdx) to SecondId-NB
           write NeighbourRec
         end-perform
         close NeighbourFile
         move PairMax to PrnCount
         display "kreis-nachbarn.dat geschrieben, Paare: " PrnCount
       end-if
       .
