       01 RuralCount pic 999 value zero.
       01 PrnTypCount pic ZZ9.

       01 WindowDays pic 99 value 7.
       01 OutbreakCases pic 9(6).
       01 OutbreakCount pic 9(3).
       01 OutbreakPct pic 9(3).
       01 OutbreakDistricts pic 999 value zero.

       01 RecState pic X value "N".
          88 RecSelected value "Y".
       01 FilterIdx pic 99.
       01 AverageFileName pic X(27).
       01 TopNParam pic 999.
       copy filterspec.
       01 WindowParam pic 99.

      *-----------------------------------------------------------------

             03 column 10 pic X(40) value "Kreis".
             03 column 60 pic X(14) value "Durchschnitt".
             03 column 76 pic X(8) value "F/100km2".
             03 column 86 pic X(8) value "Ausbr. %".
          02 line is plus 1.
             03 column 1 pic X(6) value "-----".
             03 column 10 pic X(40)
                value "----------------------------------------".
             03 column 60 pic X(14) value "--------------".
             03 column 76 pic X(8) value "--------".
             03 column 86 pic X(8) value "--------".

       01 type is page footing.
          02 line is 60.
             03 column 10 pic X(40) source DistrictName.
             03 column 62 pic Z(5)9 source Cases-SF.
             03 column 76 pic ZZZZ9.9 source Density.
             03 column 88 pic ZZ9 source OutbreakPct.

      *=================================================================

       procedure division using AverageFileName, optional TopNParam,
                                 optional FilterSpec,
                                 optional WindowParam.
       if WindowParam not omitted
         if WindowParam > zero
           move WindowParam to WindowDays
         end-if
       end-if
       if FilterSpec not omitted
         move FilterText-FS to FilterInfo
         move FilterType-FS to LocalFilterType
             when other continue
           end-evaluate

           perform ComputeOutbreakShare

           generate DetailLine
         end-if

       move UrbanCount to PrnTypCount
       display "Stadtkreise in der Rangliste: " PrnTypCount
       move RuralCount to PrnTypCount
       display "Landkreise in der Rangliste:  " PrnTypCount
       move OutbreakDistricts to PrnTypCount
       display "Kreise mit offenen Ausbruechen: " PrnTypCount.

      *-----------------------------------------------------------------

      *  Anteil der Faelle offener Ausbrueche an den Faellen des
      *  Fensters (Durchschnitt mal Fenstertage), hoechstens 100 %.
       ComputeOutbreakShare.
       call "Corona-Ausbruchsfaelle"
            using by content DistrictId-SF
            by reference OutbreakCases
            by reference OutbreakCount
       move zero to OutbreakPct
       if OutbreakCount > zero
         add 1 to OutbreakDistricts
         if Cases-SF = zero
           move 100 to OutbreakPct
         else
           compute OutbreakPct rounded =
                   OutbreakCases * 100 / (Cases-SF * WindowDays)
             on size error move 100 to OutbreakPct
           end-compute
           if OutbreakPct > 100
             move 100 to OutbreakPct
           end-if
         end-if
       end-if.

      *-----------------------------------------------------------------

