      *  den letzten Lauf aus lauf.log mit Ergebnis und Dauer, den
      *  offenen Schritt der Jobkette (jobkette.ckpt / jobkette.cfg)
      *  und die letzte Statusmeldung aus corona-status.dat.
      *  Vorgemerkte Adressbuch-Aenderungen aus freigaben.dat, die
      *  laenger als FREIGABETAGE (Vorgabe 3) auf die Freigabe durch
      *  einen zweiten Benutzer warten, werden aufgelistet.
      *  Aus frist-status.dat (Fristueberwachung) werden die Fristen
      *  des Tages gezeigt; verfehlte oder gefaehrdete Fristen sind
      *  rot. Offene Stoerungen aus dem Stoerungsbuch (stoerungen.dat)
      *  werden bis zu ihrem Abschluss angezeigt.
      *  Programme, deren letzter erfolgreicher Lauf aelter ist als
      *  INTERVALLTAGE aus programm.cfg oder deren letzter Lauf
      *  fehlschlug, werden rot markiert; dann endet das Programm
         select optional ChainFile assign to "jobkette.cfg"
                organization is line sequential
                file status is ChainStatus.
         select optional ApprovalFile assign to "freigaben.dat"
                organization is line sequential
                file status is ApvStatus.
         select optional DlStatusFile assign to "frist-status.dat"
                organization is line sequential
                file status is DlStatus.
         select optional IncidentFile assign to "stoerungen.dat"
                organization is line sequential
                file status is IncidentStatus.

      *=================================================================

       01 StatusRec.
          02 StatusDate-S pic 9(8).
          02 FILLER pic X.
          02 StatusTime-S pic X(6).
          02 FILLER pic X.
          02 StatusResult-S pic X(7).
          02 FILLER pic X.
          02 StatusReason-S pic X(60).

       FD CkptFile.
       copy kettckpt.

       FD ChainFile.
       copy kettschritt.

       FD ApprovalFile.
       copy freigabe replacing ==:tag:== by ==F==.

       FD DlStatusFile.
       copy friststat.

       FD IncidentFile.
       copy stoerung replacing ==:tag:== by ==IN==.

      *-----------------------------------------------------------------

          88 ChainStatusOK  value "00".
          88 ChainStatusEOF value "10".

       01 ApvStatus pic XX value spaces.
          88 ApvStatusOK  value "00".
          88 ApvStatusEOF value "10".

       01 DlStatus pic XX value spaces.
          88 DlStatusOK  value "00".
          88 DlStatusEOF value "10".
       01 DlShown pic 9(3) value zero.

       01 IncidentStatus pic XX value spaces.
          88 IncidentStatusOK  value "00".
          88 IncidentStatusEOF value "10".
       01 IncidentOpen pic 9(4) value zero.
       01 PrnIncident pic Z(4)9.

       01 KonfigKey pic X(20).
       01 KonfigValue pic X(40).
       01 KonfigFound pic X value "N".
          88 KonfigValueFound value "Y".

       01 IntervalDays pic 9(3) value zero.
       01 ApprovalDays pic 9(3) value 3.
       01 ApprovalAge pic S9(5).
       01 ApvLastId pic 9(6) value zero.
       01 ApvOverdue pic 9(5) value zero.
       01 PrnApvId pic Z(5)9.
       01 PrnAge pic ZZZZ9.
       01 TodayNum pic 9(8).
       01 TodayInt pic S9(9).
       01 SuccessAge pic S9(5).
         move function numval(KonfigValue) to IntervalDays
       end-if

       move "FREIGABETAGE" to KonfigKey
       move spaces to KonfigValue
       call "Konfig"
            using by content KonfigKey
            by reference KonfigValue
            by reference KonfigFound
       if KonfigValueFound
         move function numval(KonfigValue) to ApprovalDays
       end-if

       perform CollectRuns
       perform ShowPrograms
       perform ShowChainStep
       perform ShowDeadlines
       perform ShowOpenIncidents
       perform ShowLastStatus
       perform ShowPendingApprovals

       if AnythingRed
         display space
           at end set ProtokollStatusEOF to true
         end-read
         perform until ProtokollStatusEOF
           if Ergebnis-PL not = "UEBERSP"
             perform TakeRunRec
           end-if
           read ProtokollInFile
             at end set ProtokollStatusEOF to true
           end-read
         else
           move RunSeconds to LastDauer-T(ProgFoundIdx)
         end-if
         if Ergebnis-PL = "ERFOLG" or Ergebnis-PL = "WARNUNG"
           move StartDatum-PL to LastSuccess-T(ProgFoundIdx)
         end-if
       end-if
       perform varying ProgIdx from 1 by 1 until ProgIdx > ProgMax
         move spaces to RedMark
         if LastErgebnis-T(ProgIdx) not = "ERFOLG"
            and LastErgebnis-T(ProgIdx) not = "WARNUNG"
           move "ROT FEHLER" to RedMark
           set AnythingRed to true
         end-if
       end-if
       .

      *-----------------------------------------------------------------

       ShowDeadlines.
       display space
       open input DlStatusFile
       if DlStatusOK
         read DlStatusFile
           at end set DlStatusEOF to true
         end-read
         perform until DlStatusEOF
           if DlDate-E = TodayNum
             if DlShown = zero
               display "Fristen heute (Pruefung "
                       DlCheckTime-E(1:2) ":" DlCheckTime-E(3:2) "):"
             end-if
             add 1 to DlShown
             move spaces to RedMark
             if DlMissed-E or DlAtRisk-E
               move "ROT" to RedMark
               set AnythingRed to true
             end-if
             if DlEnd-E = spaces
               display " " DlProgram-E " Frist " DlTime-E(1:2) ":"
                       DlTime-E(3:2) "  kein Lauf  " DlState-E
                       "  " RedMark
             else
               display " " DlProgram-E " Frist " DlTime-E(1:2) ":"
                       DlTime-E(3:2) "  Ende " DlEnd-E(1:2) ":"
                       DlEnd-E(3:2) "  " DlState-E "  " RedMark
             end-if
           end-if
           read DlStatusFile
             at end set DlStatusEOF to true
           end-read
         end-perform
       end-if
       close DlStatusFile
       if DlShown = zero
         display "Keine Fristenpruefung fuer heute"
       end-if
       .

      *-----------------------------------------------------------------

       ShowOpenIncidents.
       display space
       open input IncidentFile
       if IncidentStatusOK
         read IncidentFile
           at end set IncidentStatusEOF to true
         end-read
         perform until IncidentStatusEOF
           if InOpen-IN
             if IncidentOpen = zero
               display "Offene Stoerungen (Stoerungsbuch):"
             end-if
             add 1 to IncidentOpen
             move InId-IN to PrnIncident
             display " " PrnIncident "  " InProgram-IN " "
                     InDate-IN(7:2) "." InDate-IN(5:2) "."
                     InDate-IN(1:4) " " InTime-IN(1:2) ":"
                     InTime-IN(3:2) "  " function trim(InReason-IN)
           end-if
           read IncidentFile
             at end set IncidentStatusEOF to true
           end-read
         end-perform
       end-if
       close IncidentFile
       if IncidentOpen = zero
         display "Keine offenen Stoerungen"
       end-if
       .

      *-----------------------------------------------------------------

       ShowLastStatus.
         display "Keine Corona-Statusmeldung vorhanden"
       end-if
       .

      *-----------------------------------------------------------------

       ShowPendingApprovals.
       display space
       open input ApprovalFile
       if ApvStatusOK
         read ApprovalFile
           at end set ApvStatusEOF to true
         end-read
         perform until ApvStatusEOF
           if ApvOpen-F and ApvId-F not = ApvLastId
              and ApvReqDate-F numeric
             move ApvId-F to ApvLastId
             compute ApprovalAge = TodayInt
                     - function integer-of-date(
                       function numval(ApvReqDate-F))
             if ApprovalAge > ApprovalDays
               if ApvOverdue = zero
                 display "Offene Freigaben im Adressbuch " &
                         "(aelter als Frist):"
               end-if
               add 1 to ApvOverdue
               move ApvId-F to PrnApvId
               move ApprovalAge to PrnAge
               display " Vorgang " PrnApvId "  " ApvKind-F "  "
                       ApvReqUser-F "  seit " PrnAge " Tagen  "
                       function trim(ApvName-F)
             end-if
           end-if
           read ApprovalFile
             at end set ApvStatusEOF to true
           end-read
         end-perform
       end-if
       close ApprovalFile
       if ApvOverdue = zero
         display "Keine ueberfaelligen Freigaben"
       end-if
       .
