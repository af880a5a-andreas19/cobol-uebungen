       identification division.
       program-id. Corona-HistLesen.
       author. Andreas Suhre.

      *=================================================================
      *  Lesezugriff auf die Fallzahlen-Historie ueber alle Teile:
      *  fallzahlen-historie.dat haelt das offene Jahr, die
      *  abgeschlossenen Jahre stehen in fallzahlen-historie-JJJJ.dat
      *  (Verzeichnis fallzahlen-historie-jahre.dat). Die Saetze
      *  werden in Schluesselfolge Kreis/Tag geliefert, als laege
      *  nur eine Datei vor.
      *
      *  Funktionen:
      *    O  oeffnen; Tag im Satz = fruehester benoetigter Tag,
      *       Jahresdateien davor werden nicht gelesen (Null = alle)
      *    S  auf den Schluessel im Satz positionieren (>=)
      *    N  naechsten Satz lesen, Status "10" am Ende
      *    L  juengsten Tag im Bestand ermitteln (Tag im Satz)
      *    C  schliessen
      *=================================================================

       environment division.
       input-output section.
       file-control.
       select CurrFile assign to "fallzahlen-historie.dat"
              organization is indexed
              access mode is dynamic
              record key is HistKey-C
              file status is CurrStatus.
       select optional YearFile1 assign to YearName1
              organization is indexed
              access mode is dynamic
              record key is HistKey-Y1
              file status is YearStatus1.
       select optional YearFile2 assign to YearName2
              organization is indexed
              access mode is dynamic
              record key is HistKey-Y2
              file status is YearStatus2.
       select optional YearFile3 assign to YearName3
              organization is indexed
              access mode is dynamic
              record key is HistKey-Y3
              file status is YearStatus3.
       select optional YearFile4 assign to YearName4
              organization is indexed
              access mode is dynamic
              record key is HistKey-Y4
              file status is YearStatus4.
       select optional YearFile5 assign to YearName5
              organization is indexed
              access mode is dynamic
              record key is HistKey-Y5
              file status is YearStatus5.
       select optional YearCatFile
              assign to "fallzahlen-historie-jahre.dat"
              organization is line sequential
              file status is YearCatStatus.

      *=================================================================

       data division.
       file section.
       fd CurrFile.
       copy fallhist replacing HistStoreRec by CurrRec
                               ==:tag:== by ==C==.

       fd YearFile1.
       copy fallhist replacing HistStoreRec by YearRec1
                               ==:tag:== by ==Y1==.

       fd YearFile2.
       copy fallhist replacing HistStoreRec by YearRec2
                               ==:tag:== by ==Y2==.

       fd YearFile3.
       copy fallhist replacing HistStoreRec by YearRec3
                               ==:tag:== by ==Y3==.

       fd YearFile4.
       copy fallhist replacing HistStoreRec by YearRec4
                               ==:tag:== by ==Y4==.

       fd YearFile5.
       copy fallhist replacing HistStoreRec by YearRec5
                               ==:tag:== by ==Y5==.

       fd YearCatFile.
       copy histjahr replacing ==:tag:== by ==HJ==.

      *-----------------------------------------------------------------

       working-storage section.
       01 CurrStatus pic XX value spaces.
          88 CurrStatusOK value "00".
       01 YearStatus1 pic XX value spaces.
       01 YearStatus2 pic XX value spaces.
       01 YearStatus3 pic XX value spaces.
       01 YearStatus4 pic XX value spaces.
       01 YearStatus5 pic XX value spaces.
       01 YearCatStatus pic XX value spaces.
          88 YearCatStatusOK  value "00".
          88 YearCatStatusEOF value "10".

       01 YearName1 pic X(40) value spaces.
       01 YearName2 pic X(40) value spaces.
       01 YearName3 pic X(40) value spaces.
       01 YearName4 pic X(40) value spaces.
       01 YearName5 pic X(40) value spaces.
       01 YearName pic X(40).

      *  Platz 1 = offenes Jahr, Plaetze 2 bis 6 = Jahresdateien
       01 SlotTable.
          02 Slot-T occurs 6 times.
             03 SlotOpen-T pic X.
                88 SlotIsOpen value "Y".
             03 SlotFull-T pic X.
                88 SlotHasRecord value "Y".
             03 SlotRec-T pic X(20).
       01 SlotIdx pic 9.
       01 MinIdx pic 9.
       01 SlotStatus pic XX.

       01 ReaderState pic X value "N".
          88 ReaderOpen value "Y".

       01 YearCount pic 99 value zero.
       01 YearTable.
          02 Year-T occurs 50 times pic 9(4).
       01 YearIdx pic 99.
       01 FirstSel pic 99.
       01 FromYear pic 9(4).
       01 SelCount pic 9.
       01 SelYears.
          02 SelYear occurs 5 times pic 9(4).
       01 LatestDate pic 9(8).

      *-----------------------------------------------------------------

       linkage section.
       01 HistFunction pic X.
       copy fallhist replacing HistStoreRec by HistReadRec
                               ==:tag:== by ==HL==.
       01 HistReadStatus pic XX.

      *=================================================================

       procedure division using HistFunction, HistReadRec,
                                 HistReadStatus.
       move "00" to HistReadStatus
       evaluate HistFunction
         when "O" perform OpenReader
         when "S" perform StartReader
         when "N" perform NextRecord
         when "L" perform FindLatest
         when "C" perform CloseReader
         when other
           display "Corona-HistLesen: unbekannte Funktion "
                   HistFunction
           move "90" to HistReadStatus
       end-evaluate
       exit program.

      *-----------------------------------------------------------------

       OpenReader.
       if ReaderOpen
         perform CloseReader
       end-if
       perform LoadYearCatalogue
       move Year-HL to FromYear

       move zeros to SelCount
       move 1 to FirstSel
       perform varying YearIdx from 1 by 1 until YearIdx > YearCount
         if Year-T(YearIdx) < FromYear
           add 1 to FirstSel
         end-if
       end-perform
       if YearCount - FirstSel + 1 > 5
         compute FirstSel = YearCount - 4
         display "Hinweis: Fallzahlen-Historie vor "
                 Year-T(FirstSel) " wird nicht gelesen"
       end-if
       perform varying YearIdx from FirstSel by 1
               until YearIdx > YearCount
         add 1 to SelCount
         move Year-T(YearIdx) to SelYear(SelCount)
       end-perform

       perform varying SlotIdx from 1 by 1 until SlotIdx > 6
         move "N" to SlotOpen-T(SlotIdx), SlotFull-T(SlotIdx)
       end-perform

       open input CurrFile
       if not CurrStatusOK
         move CurrStatus to HistReadStatus
         close CurrFile
       else
         move "Y" to SlotOpen-T(1)
         perform varying SlotIdx from 2 by 1
                 until SlotIdx > SelCount + 1
           perform OpenYearSlot
         end-perform
         set ReaderOpen to true
         perform varying SlotIdx from 1 by 1 until SlotIdx > 6
           if SlotIsOpen(SlotIdx)
             perform ReadSlot
           end-if
         end-perform
       end-if
       .

      *-----------------------------------------------------------------

       LoadYearCatalogue.
       move zeros to YearCount
       open input YearCatFile
       if YearCatStatusOK
         read YearCatFile
           at end set YearCatStatusEOF to true
         end-read
         perform until YearCatStatusEOF or YearCount >= 50
           if Year-HJ numeric
             add 1 to YearCount
             move Year-HJ to Year-T(YearCount)
           end-if
           read YearCatFile
             at end set YearCatStatusEOF to true
           end-read
         end-perform
       end-if
       close YearCatFile
       .

      *-----------------------------------------------------------------

       OpenYearSlot.
       move spaces to YearName
       string "fallzahlen-historie-" SelYear(SlotIdx - 1) ".dat"
              delimited by size into YearName
       end-string
       evaluate SlotIdx
         when 2
           move YearName to YearName1
           open input YearFile1
           move YearStatus1 to SlotStatus
         when 3
           move YearName to YearName2
           open input YearFile2
           move YearStatus2 to SlotStatus
         when 4
           move YearName to YearName3
           open input YearFile3
           move YearStatus3 to SlotStatus
         when 5
           move YearName to YearName4
           open input YearFile4
           move YearStatus4 to SlotStatus
         when 6
           move YearName to YearName5
           open input YearFile5
           move YearStatus5 to SlotStatus
       end-evaluate
       if SlotStatus = "00"
         move "Y" to SlotOpen-T(SlotIdx)
       else
         display "Jahresdatei nicht lesbar: " function trim(YearName)
                 " (" SlotStatus ")"
       end-if
       .

      *-----------------------------------------------------------------

       ReadSlot.
       move "N" to SlotFull-T(SlotIdx)
       evaluate SlotIdx
         when 1
           read CurrFile next record
             not at end
               move CurrRec to SlotRec-T(SlotIdx)
               move "Y" to SlotFull-T(SlotIdx)
           end-read
         when 2
           read YearFile1 next record
             not at end
               move YearRec1 to SlotRec-T(SlotIdx)
               move "Y" to SlotFull-T(SlotIdx)
           end-read
         when 3
           read YearFile2 next record
             not at end
               move YearRec2 to SlotRec-T(SlotIdx)
               move "Y" to SlotFull-T(SlotIdx)
           end-read
         when 4
           read YearFile3 next record
             not at end
               move YearRec3 to SlotRec-T(SlotIdx)
               move "Y" to SlotFull-T(SlotIdx)
           end-read
         when 5
           read YearFile4 next record
             not at end
               move YearRec4 to SlotRec-T(SlotIdx)
               move "Y" to SlotFull-T(SlotIdx)
           end-read
         when 6
           read YearFile5 next record
             not at end
               move YearRec5 to SlotRec-T(SlotIdx)
               move "Y" to SlotFull-T(SlotIdx)
           end-read
       end-evaluate
       .

      *-----------------------------------------------------------------

       StartReader.
       perform varying SlotIdx from 1 by 1 until SlotIdx > 6
         if SlotIsOpen(SlotIdx)
           move "N" to SlotFull-T(SlotIdx)
           move "00" to SlotStatus
           evaluate SlotIdx
             when 1
               move HistKey-HL to HistKey-C
               start CurrFile key is greater than or equal to HistKey-C
                 invalid key move "23" to SlotStatus
               end-start
             when 2
               move HistKey-HL to HistKey-Y1
               start YearFile1
                     key is greater than or equal to HistKey-Y1
                 invalid key move "23" to SlotStatus
               end-start
             when 3
               move HistKey-HL to HistKey-Y2
               start YearFile2
                     key is greater than or equal to HistKey-Y2
                 invalid key move "23" to SlotStatus
               end-start
             when 4
               move HistKey-HL to HistKey-Y3
               start YearFile3
                     key is greater than or equal to HistKey-Y3
                 invalid key move "23" to SlotStatus
               end-start
             when 5
               move HistKey-HL to HistKey-Y4
               start YearFile4
                     key is greater than or equal to HistKey-Y4
                 invalid key move "23" to SlotStatus
               end-start
             when 6
               move HistKey-HL to HistKey-Y5
               start YearFile5
                     key is greater than or equal to HistKey-Y5
                 invalid key move "23" to SlotStatus
               end-start
           end-evaluate
           if SlotStatus = "00"
             perform ReadSlot
           end-if
         end-if
       end-perform
       perform FindMinimum
       if MinIdx = zero
         move "23" to HistReadStatus
       end-if
       .

      *-----------------------------------------------------------------

       FindMinimum.
       move zero to MinIdx
       perform varying SlotIdx from 1 by 1 until SlotIdx > 6
         if SlotHasRecord(SlotIdx)
           if MinIdx = zero
             move SlotIdx to MinIdx
           else
             if SlotRec-T(SlotIdx)(1:13) < SlotRec-T(MinIdx)(1:13)
               move SlotIdx to MinIdx
             end-if
           end-if
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

       NextRecord.
       perform FindMinimum
       if MinIdx = zero
         move "10" to HistReadStatus
       else
         move SlotRec-T(MinIdx) to HistReadRec
         move MinIdx to SlotIdx
         perform ReadSlot
       end-if
       .

      *-----------------------------------------------------------------

      *  Der juengste Tag steht im offenen Jahr; ist es noch leer,
      *  wird die Jahresdatei des zuletzt abgeschlossenen Jahres
      *  durchsucht.
       FindLatest.
       if ReaderOpen
         perform CloseReader
       end-if
       move zeros to LatestDate
       open input CurrFile
       if not CurrStatusOK
         move CurrStatus to HistReadStatus
       else
         read CurrFile next record
           at end continue
         end-read
         perform until not CurrStatusOK
           if Date-C > LatestDate
             move Date-C to LatestDate
           end-if
           read CurrFile next record
             at end continue
           end-read
         end-perform
       end-if
       close CurrFile

       if LatestDate = zeros and HistReadStatus = "00"
         perform LoadYearCatalogue
         if YearCount > zero
           move spaces to YearName1
           string "fallzahlen-historie-" Year-T(YearCount) ".dat"
                  delimited by size into YearName1
           end-string
           open input YearFile1
           if YearStatus1 = "00"
             read YearFile1 next record
               at end continue
             end-read
             perform until YearStatus1 not = "00"
               if Date-Y1 > LatestDate
                 move Date-Y1 to LatestDate
               end-if
               read YearFile1 next record
                 at end continue
               end-read
             end-perform
           end-if
           close YearFile1
         end-if
       end-if

       move zeros to HistReadRec
       move LatestDate to Date-HL
       .

      *-----------------------------------------------------------------

       CloseReader.
       if ReaderOpen
         close CurrFile
         perform varying SlotIdx from 2 by 1 until SlotIdx > 6
           if SlotIsOpen(SlotIdx)
             evaluate SlotIdx
               when 2 close YearFile1
               when 3 close YearFile2
               when 4 close YearFile3
               when 5 close YearFile4
               when 6 close YearFile5
             end-evaluate
           end-if
           move "N" to SlotOpen-T(SlotIdx), SlotFull-T(SlotIdx)
         end-perform
         move "N" to SlotOpen-T(1), SlotFull-T(1)
         move "N" to ReaderState
       end-if
       .
