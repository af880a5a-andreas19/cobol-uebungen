       01 CriticalCount pic 9(5) value zero.
       01 PrnCount pic Z(4)9.

       01 RecState pic X value "N".
          88 RecSelected value "Y".
       01 FilterIdx pic 99.
       01 FilterInfo pic X(40) value "alle Kreise".
       01 LocalFilter.
          02 LocalFilterType pic X(1) value "N".
             88 LocalFilterNone     value "N".
             88 LocalFilterState    value "L".
             88 LocalFilterDistrict value "K".
          02 LocalStateId pic 99 value zeros.
          02 LocalIdCount pic 99 value zeros.
          02 LocalId occurs 20 times pic 9(5).

      *-----------------------------------------------------------------

       linkage section.
       copy filterspec.

      *=================================================================

       procedure division using optional FilterSpec.

       if FilterSpec not omitted
         move FilterText-FS to FilterInfo
         move FilterType-FS to LocalFilterType
         move FilterStateId-FS to LocalStateId
         move FilterIdCount-FS to LocalIdCount
         perform varying FilterIdx from 1 by 1
                 until FilterIdx > LocalIdCount
           move FilterId-FS(FilterIdx) to LocalId(FilterIdx)
         end-perform
       else
         move "N" to LocalFilterType
       end-if

       sort SortFile on descending key Percent-SF
            input procedure is LoadIcu
                using by content DistrictId-D
                by reference Beds
                by reference Occupied
           perform CheckFilter
           if RecSelected and (Beds > zeros or Occupied > zeros)
             move DistrictId-D to DistrictId-SF
             move Beds to Beds-SF
             move Occupied to Occupied-SF
       move all "=" to RptRec(1:60)
       write RptRec
       move spaces to RptRec
       string "Auswahl: " function trim(FilterInfo)
              delimited by size into RptRec
       end-string
       write RptRec
       move spaces to RptRec
       write RptRec
       move "Kreis                                         " &
            "Betten  Belegt  Auslastung" to RptRec
       display "Datei intensiv-belegung.rpt geschrieben"
       .

      *-----------------------------------------------------------------

       CheckFilter.
       move "N" to RecState
       move DistrictId-D to DistrictIdX
       evaluate true
         when LocalFilterNone
           set RecSelected to true
         when LocalFilterState
           if DistrictIdX(1:2) = LocalStateId
             set RecSelected to true
           end-if
         when LocalFilterDistrict
           perform varying FilterIdx from 1 by 1
                   until FilterIdx > LocalIdCount or RecSelected
             if LocalId(FilterIdx) = DistrictId-D
               set RecSelected to true
             end-if
           end-perform
         when other
           set RecSelected to true
       end-evaluate
       .

       end program Corona-Belegung.
