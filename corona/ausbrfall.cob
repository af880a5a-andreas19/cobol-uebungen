       identification division.
       program-id. Corona-Ausbruchsfaelle.
       author. Andreas Suhre.

      *=================================================================
      *  Liefert fuer einen Kreis die Zahl der offenen Ausbrueche und
      *  die Summe der ihnen zugeordneten Faelle aus ausbrueche.dat.
      *  Das Register wird beim ersten Aufruf je Kreis verdichtet
      *  geladen; fehlt die Datei, sind alle Werte null.
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select optional OutbreakFile assign to "ausbrueche.dat"
              organization is line sequential
              file status is OutbreakStatus.

      *=================================================================

       data division.
       file section.
       fd OutbreakFile.
       copy ausbruch replacing ==:tag:== by ==OB==.

      *-----------------------------------------------------------------

       working-storage section.
       01 OutbreakStatus pic XX value spaces.
          88 OutbreakStatusOK  value "00".
          88 OutbreakStatusEOF value "10".

       01 FILLER pic 9 value zero.
          88 TableInitialized value 1.

       01 ObDistrictMax pic 9(3) value zero.
       01 ObDistrictTable.
          02 ObDistrict-T occurs 500 times.
             03 ObDistrictId-T pic 9(5).
             03 ObOpenCases-T  pic 9(6).
             03 ObOpenCount-T  pic 9(3).
       01 ObIdx pic 9(3).
       01 ObFoundIdx pic 9(3).
       01 SearchId pic 9(5).

      *-----------------------------------------------------------------

       linkage section.
       01 DistrictId pic 9(5).
       01 OpenCases pic 9(6).
       01 OpenCount pic 9(3).

      *=================================================================

       procedure division using DistrictId, OpenCases, OpenCount.
       if not TableInitialized
         perform LoadOutbreaks
         set TableInitialized to true
       end-if

       move DistrictId to SearchId
       perform FindDistrict
       if ObFoundIdx = zero
         move zero to OpenCases, OpenCount
       else
         move ObOpenCases-T(ObFoundIdx) to OpenCases
         move ObOpenCount-T(ObFoundIdx) to OpenCount
       end-if

       exit program.

      *-----------------------------------------------------------------

       LoadOutbreaks.
       open input OutbreakFile
       if OutbreakStatusOK
         read OutbreakFile
           at end set OutbreakStatusEOF to true
         end-read
         perform until OutbreakStatusEOF
           if ObOpen-OB
             move ObDistrict-OB to SearchId
             perform FindDistrict
             if ObFoundIdx = zero and ObDistrictMax < 500
               add 1 to ObDistrictMax
               move ObDistrictMax to ObFoundIdx
               move ObDistrict-OB to ObDistrictId-T(ObFoundIdx)
               move zero to ObOpenCases-T(ObFoundIdx)
                            ObOpenCount-T(ObFoundIdx)
             end-if
             if ObFoundIdx not = zero
               add ObCases-OB to ObOpenCases-T(ObFoundIdx)
               add 1 to ObOpenCount-T(ObFoundIdx)
             end-if
           end-if
           read OutbreakFile
             at end set OutbreakStatusEOF to true
           end-read
         end-perform
       end-if
       close OutbreakFile
       .

      *-----------------------------------------------------------------

       FindDistrict.
       move zero to ObFoundIdx
       perform varying ObIdx from 1 by 1
               until ObIdx > ObDistrictMax or ObFoundIdx not = zero
         if ObDistrictId-T(ObIdx) = SearchId
           move ObIdx to ObFoundIdx
         end-if
       end-perform
       .
