       identification division.
       program-id. Corona-Cluster is initial.
       author. Andreas Suhre.

      *=================================================================
      *  Cluster benachbarter Hotspot-Kreise: fasst die Kreise ueber
      *  der Warnschwelle (warnstufe.dat), die ueber die
      *  Nachbarschaften in kreis-nachbarn.dat zusammenhaengen, zu
      *  Clustern zusammen und weist je Cluster die gemeinsame
      *  Einwohnerzahl (einwohner.dat), die gemeinsame
      *  Fenster-Inzidenz und die Mitgliedskreise aus. Kreise unter
      *  der Schwelle, die an zwei oder mehr Hotspot-Kreise grenzen,
      *  werden als gefaehrdet gelistet. Ausgabe cluster.rpt.
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select AverageFile assign to AverageFileName
              organization is line sequential.
       select optional WarnFile assign to "warnstufe.dat"
              organization is line sequential
              file status is WarnStatus.
       select optional NeighbourFile assign to "kreis-nachbarn.dat"
              organization is line sequential
              file status is NeighbourStatus.
       select RptFile assign to "cluster.rpt"
              organization is line sequential.

      *=================================================================

       data division.
       file section.
       fd AverageFile.
       copy datarec replacing DataRec by AverageRec
                              ==:tag:== by ==AF==.

       fd WarnFile.
       01 WarnRec.
          02 DistrictId-WN pic 9(5).
          02 FILLER pic X.
          02 DistrictName-WN pic X(40).
          02 FILLER pic X.
          02 Cases-WN pic Z(5)9.
          02 FILLER pic X.
          02 OutbreakPct-WN pic ZZ9.

       fd NeighbourFile.
       01 NeighbourRec.
          02 FirstId-NB  pic 9(5).
          02 SecondId-NB pic 9(5).

       fd RptFile.
       01 RptRec pic X(120).

      *-----------------------------------------------------------------

       working-storage section.
       01 WarnStatus pic XX value spaces.
          88 WarnStatusOK  value "00".
          88 WarnStatusEOF value "10".

       01 NeighbourStatus pic XX value spaces.
          88 NeighbourStatusOK  value "00".
          88 NeighbourStatusEOF value "10".

       01 WindowDays pic 99 value 7.
       01 PrnWindow pic Z9.

       01 PrnDate.
          02 PrnDay pic 99.
          02 FILLER pic X value ".".
          02 PrnMonth pic 99.
          02 FILLER pic X value ".".
          02 PrnYear pic 9999.

      *  Kreise des Fenster-Durchschnitts mit Hotspot-Kennzeichen,
      *  Cluster-Nummer und Zahl der angrenzenden Hotspot-Kreise
       01 DistMax pic 9(4) value zero.
       01 DistTable.
          02 DistEntry-T occurs 1000 times.
             03 DistId-T      pic 9(5).
             03 DistCases-T   pic 9(6).
             03 DistHot-T     pic X.
                88 DistIsHot value "Y".
             03 DistCluster-T pic 9(4).
             03 DistHotNb-T   pic 9(3).
       01 DistIdx pic 9(4).
       01 FoundIdx pic 9(4).
       01 SearchId pic 9(5).

      *  Nachbarschaften als Paar von Tabellenindizes
       01 PairMax pic 9(4) value zero.
       01 PairTable.
          02 PairEntry-T occurs 5000 times.
             03 FirstIdx-T  pic 9(4).
             03 SecondIdx-T pic 9(4).
       01 PairIdx pic 9(4).
       01 IdxA pic 9(4).
       01 IdxB pic 9(4).

       01 ClusterCount pic 9(4) value zero.
       01 ClusterNo pic 9(4).
       01 ClusterState pic X.
          88 ClusterGrew value "Y".

       01 DistrictName pic X(40).
       01 Population pic 9(8).
       01 MemberCount pic 9(4).
       01 ClusterPop pic 9(9).
       01 ClusterCases pic 9(9).
       01 NoPopCount pic 9(5) value zero.
       01 HotCount pic 9(5) value zero.
       01 RiskCount pic 9(5) value zero.
       01 UnmatchedCount pic 9(5) value zero.

       01 BasePop pic 9(9).
       01 BaseCases pic 9(9).
       01 Incidence pic 9(6)V9.
       01 PrnInc pic ZZZZZ9.9.
       01 PrnAvg pic Z(7)9.
       01 PrnPop pic Z(8)9.
       01 PrnCluster pic ZZZ9.
       01 PrnMembers pic ZZZ9.
       01 PrnHotNb pic ZZ9.
       01 PrnCount pic Z(4)9.

      *-----------------------------------------------------------------

       linkage section.
       01 AverageFileName pic X(27).
       01 WindowParam pic 99.

      *=================================================================

       procedure division using AverageFileName,
                                 optional WindowParam.

       if WindowParam not omitted
         if WindowParam >= 1 and WindowParam <= 31
           move WindowParam to WindowDays
         end-if
       end-if

       perform LoadAverages
       perform LoadHotspots
       perform LoadNeighbours
       perform BuildClusters
       perform CountHotNeighbours

       open output RptFile
       perform WriteRptHeading
       perform WriteClusters
       perform WriteAtRisk
       close RptFile

       move ClusterCount to PrnCount
       display "Cluster im Bericht: " PrnCount
       move RiskCount to PrnCount
       display "Gefaehrdete Kreise: " PrnCount
       if UnmatchedCount > zero
         move UnmatchedCount to PrnCount
         display "Nachbarpaare ohne Fallzahlen: " PrnCount
       end-if
       if NoPopCount > zero
         move NoPopCount to PrnCount
         display "Kreise ohne Einwohnerzahl: " PrnCount
       end-if
       display "Datei cluster.rpt geschrieben"

       exit program.

      *-----------------------------------------------------------------

       LoadAverages.
       open input AverageFile
       read AverageFile
         at end set EndOf-AF to true
       end-read
       if not EndOf-AF
         move Day-AF to PrnDay
         move Month-AF to PrnMonth
         move Year-AF to PrnYear
       end-if
       perform until EndOf-AF or DistMax >= 1000
         add 1 to DistMax
         move DistrictId-AF to DistId-T(DistMax)
         move Cases-AF to DistCases-T(DistMax)
         move "N" to DistHot-T(DistMax)
         move zeros to DistCluster-T(DistMax), DistHotNb-T(DistMax)
         read AverageFile
           at end set EndOf-AF to true
         end-read
       end-perform
       close AverageFile
       .

      *-----------------------------------------------------------------

       FindDistrict.
       move zeros to FoundIdx
       perform varying DistIdx from 1 by 1
               until DistIdx > DistMax or FoundIdx not = zero
         if DistId-T(DistIdx) = SearchId
           move DistIdx to FoundIdx
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       LoadHotspots.
       open input WarnFile
       if WarnStatusOK
         read WarnFile
           at end set WarnStatusEOF to true
         end-read
         perform until WarnStatusEOF
           move DistrictId-WN to SearchId
           perform FindDistrict
           if FoundIdx not = zero
             set DistIsHot(FoundIdx) to true
             add 1 to HotCount
           end-if
           read WarnFile
             at end set WarnStatusEOF to true
           end-read
         end-perform
       else
         display "Hinweis: warnstufe.dat fehlt, keine Hotspot-Kreise"
       end-if
       close WarnFile
       .

      *-----------------------------------------------------------------

       LoadNeighbours.
       open input NeighbourFile
       if NeighbourStatusOK
         read NeighbourFile
           at end set NeighbourStatusEOF to true
         end-read
         perform until NeighbourStatusEOF or PairMax >= 5000
           move FirstId-NB to SearchId
           perform FindDistrict
           move FoundIdx to IdxA
           move SecondId-NB to SearchId
           perform FindDistrict
           move FoundIdx to IdxB
           if IdxA = zero or IdxB = zero
             add 1 to UnmatchedCount
           else
             add 1 to PairMax
             move IdxA to FirstIdx-T(PairMax)
             move IdxB to SecondIdx-T(PairMax)
           end-if
           read NeighbourFile
             at end set NeighbourStatusEOF to true
           end-read
         end-perform
       else
         display "Hinweis: kreis-nachbarn.dat fehlt, " &
                 "jeder Hotspot-Kreis bildet ein eigenes Cluster"
       end-if
       close NeighbourFile
       .

      *-----------------------------------------------------------------

      *  Jeder noch keinem Cluster zugeordnete Hotspot-Kreis eroeffnet
      *  ein neues Cluster; angrenzende Hotspot-Kreise werden so lange
      *  uebernommen, bis das Cluster nicht mehr waechst.
       BuildClusters.
       perform varying DistIdx from 1 by 1 until DistIdx > DistMax
         if DistIsHot(DistIdx) and DistCluster-T(DistIdx) = zero
           add 1 to ClusterCount
           move ClusterCount to DistCluster-T(DistIdx)
           move ClusterCount to ClusterNo
           set ClusterGrew to true
           perform until not ClusterGrew
             move "N" to ClusterState
             perform GrowCluster
           end-perform
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       GrowCluster.
       perform varying PairIdx from 1 by 1 until PairIdx > PairMax
         move FirstIdx-T(PairIdx) to IdxA
         move SecondIdx-T(PairIdx) to IdxB
         if DistIsHot(IdxA) and DistIsHot(IdxB)
           if DistCluster-T(IdxA) = ClusterNo
              and DistCluster-T(IdxB) = zero
             move ClusterNo to DistCluster-T(IdxB)
             set ClusterGrew to true
           end-if
           if DistCluster-T(IdxB) = ClusterNo
              and DistCluster-T(IdxA) = zero
             move ClusterNo to DistCluster-T(IdxA)
             set ClusterGrew to true
           end-if
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       CountHotNeighbours.
       perform varying PairIdx from 1 by 1 until PairIdx > PairMax
         move FirstIdx-T(PairIdx) to IdxA
         move SecondIdx-T(PairIdx) to IdxB
         if DistIsHot(IdxA) and not DistIsHot(IdxB)
           add 1 to DistHotNb-T(IdxB)
         end-if
         if DistIsHot(IdxB) and not DistIsHot(IdxA)
           add 1 to DistHotNb-T(IdxA)
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       WriteRptHeading.
       move "Cluster benachbarter Hotspot-Kreise" to RptRec
       write RptRec
       move spaces to RptRec
       move all "=" to RptRec(1:60)
       write RptRec
       move WindowDays to PrnWindow
       move HotCount to PrnCount
       move spaces to RptRec
       string "Stand: " PrnDate "   Fenster:" PrnWindow " Tage"
              "   Hotspot-Kreise:" PrnCount
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Kreis                                           " &
            "Einwohner  Fenster-Schnitt  Fenster-Inz/100Tsd"
            to RptRec
       write RptRec
       .

      *-----------------------------------------------------------------

       WriteClusters.
       perform varying ClusterNo from 1 by 1
               until ClusterNo > ClusterCount
         move zeros to MemberCount, ClusterPop, ClusterCases
         perform varying DistIdx from 1 by 1 until DistIdx > DistMax
           if DistCluster-T(DistIdx) = ClusterNo
             call "Corona-Population"
                  using by content DistId-T(DistIdx)
                  by reference Population
             add 1 to MemberCount
             add Population to ClusterPop
             add DistCases-T(DistIdx) to ClusterCases
           end-if
         end-perform

         move spaces to RptRec
         write RptRec
         move ClusterNo to PrnCluster
         move MemberCount to PrnMembers
         move ClusterPop to BasePop
         move ClusterCases to BaseCases
         perform ComputeIncidence
         move spaces to RptRec
         string "Cluster " PrnCluster ":" PrnMembers " Kreise"
                "                        "
                PrnPop "         " PrnAvg "            " PrnInc
                delimited by size into RptRec
         end-string
         write RptRec

         perform varying DistIdx from 1 by 1 until DistIdx > DistMax
           if DistCluster-T(DistIdx) = ClusterNo
             perform WriteMemberLine
           end-if
         end-perform
       end-perform
       if ClusterCount = zero
         move spaces to RptRec
         write RptRec
         move "Keine Kreise ueber der Warnschwelle" to RptRec
         write RptRec
       end-if
       .

      *-----------------------------------------------------------------

       WriteMemberLine.
       call "Corona-Districts"
            using by content DistId-T(DistIdx)
            by reference DistrictName
       call "Corona-Population"
            using by content DistId-T(DistIdx)
            by reference Population
       if Population = zero
         add 1 to NoPopCount
       end-if
       move Population to BasePop
       move DistCases-T(DistIdx) to BaseCases
       perform ComputeIncidence
       move spaces to RptRec
       string "  " DistId-T(DistIdx) " " DistrictName(1:39) " "
              PrnPop "         " PrnAvg "            " PrnInc
              delimited by size into RptRec
       end-string
       write RptRec
       .

      *-----------------------------------------------------------------

       WriteAtRisk.
       move spaces to RptRec
       write RptRec
       write RptRec
       move "Gefaehrdete Kreise (unter der Schwelle, an zwei oder " &
            "mehr Hotspot-Kreise angrenzend)" to RptRec
       write RptRec
       move spaces to RptRec
       move all "-" to RptRec(1:60)
       write RptRec
       move "Kreis                                           " &
            "Einwohner  Fenster-Schnitt  Fenster-Inz/100Tsd" &
            "  Hotspot-Nachbarn" to RptRec
       write RptRec
       perform varying DistIdx from 1 by 1 until DistIdx > DistMax
         if DistHotNb-T(DistIdx) >= 2
           call "Corona-Districts"
                using by content DistId-T(DistIdx)
                by reference DistrictName
           call "Corona-Population"
                using by content DistId-T(DistIdx)
                by reference Population
           move Population to BasePop
           move DistCases-T(DistIdx) to BaseCases
           perform ComputeIncidence
           move DistHotNb-T(DistIdx) to PrnHotNb
           move spaces to RptRec
           string DistId-T(DistIdx) " " DistrictName "  "
                  PrnPop "         " PrnAvg "            " PrnInc
                  "               " PrnHotNb
                  delimited by size into RptRec
           end-string
           write RptRec
           add 1 to RiskCount
         end-if
       end-perform
       if RiskCount = zero
         move "Keine" to RptRec
         write RptRec
       end-if
       .

      *-----------------------------------------------------------------

      *  Fenster-Inzidenz: Faelle im ganzen Fenster (Durchschnitt mal
      *  Fensterlaenge) je 100.000 Einwohner.
       ComputeIncidence.
       if BasePop = zero
         move zeros to Incidence
       else
         compute Incidence rounded =
                 BaseCases * WindowDays * 100000 / BasePop
           on size error move 999999.9 to Incidence
         end-compute
       end-if
       move BasePop to PrnPop
       move BaseCases to PrnAvg
       move Incidence to PrnInc
       .

       end program Corona-Cluster.
