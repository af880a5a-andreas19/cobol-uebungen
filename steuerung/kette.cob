       program-id. Jobkette.
       author. Andreas Suhre.

      *=================================================================
      *  Jobkette: fuehrt die Schritte aus jobkette.cfg der Reihe nach
      *  aus. Ein Schritt gilt als fehlgeschlagen, wenn sein Return-
      *  Code ueber dem fuer ihn zulaessigen Hoechstwert liegt; dann
      *  laeuft, falls angegeben, sein Wiederherstellungsschritt und
      *  die Kette haelt an. Schritte mit Bedingung auf den Return-
      *  Code eines frueheren Schritts werden ausgefuehrt oder
      *  uebersprungen; uebersprungene Schritte stehen in lauf.log
      *  und im Checkpoint, damit der Wiederanlauf die Bedingungen
      *  mit den Return-Codes des ersten Laufs weiter auswertet.
      *=================================================================

       environment division.
       data division.
       file section.
       FD ChainFile.
       copy kettschritt.

       FD CkptFile.
       copy kettckpt.

       FD PlanFile.
       01 PlanRec.
          88 ChainStatusEOF value "10".

       01 CkptStatus pic XX value spaces.
          88 CkptStatusOK  value "00".
          88 CkptStatusEOF value "10".

       01 ChainOutcome pic X value "Y".
          88 ChainSucceeded value "Y".
          02 StepEntry occurs 50 times.
             03 StepName-T pic X(15).
             03 Command-T  pic X(105).
             03 MaxRc-T    pic 99.
             03 CondType-T pic X.
                88 CondRunIf  value "A".
                88 CondSkipIf value "U".
                88 CondNone   value space.
             03 CondStep-T pic X(15).
             03 CondOp-T   pic X(2).
             03 CondRc-T   pic 99.
             03 CondIdx-T  pic 9(3).
             03 RecoveryStep-T pic X(15).
             03 RecoveryIdx-T  pic 9(3).
             03 StepKind-T pic X.
                88 RecoveryOnly value "W".
             03 StepState-T pic X.
                88 StepDone        value "E".
                88 StepWarned      value "W".
                88 StepCondSkipped value "B".
                88 StepNotDue      value "N".
                88 StepRecoveryOnly value "R".
                88 StepHasRun      value "E" "W".
             03 StepRc-T pic 9(3).
       01 StepIdx pic 9(3).
       01 RefIdx pic 9(3).
       01 CkptIdx pic 9(3).
       01 StepRc pic 9(3).
       01 PrnRc pic ZZ9.
       01 CondState pic X value "N".
          88 CondMet value "Y".
       01 RunState pic X value "Y".
          88 RunThisStep value "Y".
       01 LastDone pic 9(3) value zero.
       01 PrnIdx pic ZZ9.

                 "zurueckgestellt"
       end-if

       perform LoadChain
       if StepCount = zeros
         display "Keine Schritte in jobkette.cfg"
         set ChainFailed to true
       else
         perform ValidateChain
       end-if

       perform ReadCheckpoint
       if LastDone not = zeros
         display "Wiederanlauf nach Schritt " LastDone
       end-if

       perform varying StepIdx from 1 by 1
               until StepIdx > StepCount or ChainFailed
         move StepIdx to PrnIdx
         if StepIdx <= LastDone
           if StepCondSkipped(StepIdx)
             display "Schritt" PrnIdx " "
                     function trim(StepName-T(StepIdx))
                     " uebersprungen (Bedingung im ersten Lauf)"
           else
             display "Schritt" PrnIdx " "
                     function trim(StepName-T(StepIdx))
                     " uebersprungen (bereits erledigt)"
           end-if
         else
           perform CheckStepDue
           evaluate true
             when RecoveryOnly(StepIdx) and PlanMode
               display "Schritt" PrnIdx " "
                       function trim(StepName-T(StepIdx))
                       " nur als Wiederherstellungsschritt"
             when RecoveryOnly(StepIdx)
               set StepRecoveryOnly(StepIdx) to true
               move zeros to StepRc-T(StepIdx)
               perform WriteCheckpoint
             when PlanMode and StepDue
               display "Schritt" PrnIdx " "
                       function trim(StepName-T(StepIdx))
                       " heute faellig"
               if not CondNone(StepIdx)
                 display "          Bedingung: " CondType-T(StepIdx)
                         " " function trim(CondStep-T(StepIdx))
                         " " CondOp-T(StepIdx) " " CondRc-T(StepIdx)
               end-if
             when PlanMode
               display "Schritt" PrnIdx " "
                       function trim(StepName-T(StepIdx))
                       " heute nicht faellig"
             when StepDue
               perform CheckCondition
               if RunThisStep
                 perform RunStep
               else
                 perform SkipStep
               end-if
             when other
               display "Schritt" PrnIdx " "
                       function trim(StepName-T(StepIdx))
                       " heute nicht faellig, uebersprungen"
               set StepNotDue(StepIdx) to true
               move zeros to StepRc-T(StepIdx)
               perform WriteCheckpoint
           end-evaluate
         end-if
       end-perform
             add 1 to StepCount
             move StepName-K to StepName-T(StepCount)
             move Command-K to Command-T(StepCount)
             if MaxRc-K numeric
               move MaxRc-K to MaxRc-T(StepCount)
             else
               move zeros to MaxRc-T(StepCount)
             end-if
             move CondType-K to CondType-T(StepCount)
             move CondStep-K to CondStep-T(StepCount)
             move CondOp-K to CondOp-T(StepCount)
             if CondRc-K numeric
               move CondRc-K to CondRc-T(StepCount)
             else
               move zeros to CondRc-T(StepCount)
             end-if
             move RecoveryStep-K to RecoveryStep-T(StepCount)
             move StepKind-K to StepKind-T(StepCount)
             move space to StepState-T(StepCount)
             move zeros to StepRc-T(StepCount)
             move zeros to CondIdx-T(StepCount)
             move zeros to RecoveryIdx-T(StepCount)
           end-if
           read ChainFile
             at end set ChainStatusEOF to true

       call "SYSTEM" using by content Command-T(StepIdx)
       end-call
       perform TakeReturnCode
       move StepRc to StepRc-T(StepIdx)
       move StepRc to PrnRc

       accept EndeDatum-L from date YYYYMMDD
       accept EndeZeit-L from time
       evaluate true
         when StepRc = zeros
           move "ERFOLG" to Ergebnis-L
           set StepDone(StepIdx) to true
         when StepRc <= MaxRc-T(StepIdx)
           move "WARNUNG" to Ergebnis-L
           set StepWarned(StepIdx) to true
         when other
           move "FEHLER" to Ergebnis-L
           set ChainFailed to true
       end-evaluate
       open extend LaufProtokollFile
       write LaufRec
       close LaufProtokollFile
       if ChainFailed
         display "Schritt" PrnIdx " "
                 function trim(StepName-T(StepIdx))
                 " fehlgeschlagen (RC" PrnRc "), Kette haelt an"
         if RecoveryIdx-T(StepIdx) not = zero
           perform RunRecovery
         end-if
       else
         perform WriteCheckpoint
         if StepWarned(StepIdx)
           display "Schritt" PrnIdx " "
                   function trim(StepName-T(StepIdx))
                   " erledigt mit Warnung (RC" PrnRc ")"
         else
           display "Schritt" PrnIdx " "
                   function trim(StepName-T(StepIdx)) " erledigt"
         end-if
       end-if
       move zeros to return-code
       .

      *-----------------------------------------------------------------

      *  SYSTEM liefert den Exit-Status des Kommandos im hoeheren
      *  Byte des Rueckgabewerts.
       TakeReturnCode.
       evaluate true
         when return-code < zero
           move 999 to StepRc
         when return-code > 255
           divide return-code by 256 giving StepRc
         when other
           move return-code to StepRc
       end-evaluate
       .

      *-----------------------------------------------------------------

      *  Der Wiederherstellungsschritt raeumt nach dem Fehlschlag auf;
      *  die Kette bleibt angehalten und setzt beim Wiederanlauf mit
      *  dem fehlgeschlagenen Schritt wieder auf.
       RunRecovery.
       move RecoveryIdx-T(StepIdx) to RefIdx
       display "Wiederherstellungsschritt "
               function trim(StepName-T(RefIdx)) " laeuft"
       move spaces to Programm-L
       string "KETTE " StepName-T(RefIdx)(1:14)
              delimited by size
              into Programm-L
       end-string
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time

       call "SYSTEM" using by content Command-T(RefIdx)
       end-call
       perform TakeReturnCode
       move StepRc to PrnRc

       accept EndeDatum-L from date YYYYMMDD
       accept EndeZeit-L from time
       evaluate true
         when StepRc = zeros
           move "ERFOLG" to Ergebnis-L
         when StepRc <= MaxRc-T(RefIdx)
           move "WARNUNG" to Ergebnis-L
         when other
           move "FEHLER" to Ergebnis-L
       end-evaluate
       open extend LaufProtokollFile
       write LaufRec
       close LaufProtokollFile
       display "Wiederherstellungsschritt "
               function trim(StepName-T(RefIdx))
               " beendet mit RC" PrnRc
       .

      *-----------------------------------------------------------------

       SkipStep.
       display "Schritt" PrnIdx " "
               function trim(StepName-T(StepIdx))
               " wegen Bedingung uebersprungen"
       move spaces to Programm-L
       string "KETTE " StepName-T(StepIdx)(1:14)
              delimited by size
              into Programm-L
       end-string
       accept StartDatum-L from date YYYYMMDD
       accept StartZeit-L from time
       move StartDatum-L to EndeDatum-L
       move StartZeit-L to EndeZeit-L
       move "UEBERSP" to Ergebnis-L
       open extend LaufProtokollFile
       write LaufRec
       close LaufProtokollFile

       set StepCondSkipped(StepIdx) to true
       move zeros to StepRc-T(StepIdx)
       perform WriteCheckpoint
       .

      *-----------------------------------------------------------------

      *  Hat der Bezugsschritt nicht gearbeitet (uebersprungen, nicht
      *  faellig), gilt die Bedingung als nicht erfuellt.
       CheckCondition.
       move "Y" to RunState
       if not CondNone(StepIdx)
         move "N" to CondState
         move CondIdx-T(StepIdx) to RefIdx
         if StepHasRun(RefIdx)
           evaluate CondOp-T(StepIdx)
             when "EQ"
               if StepRc-T(RefIdx) = CondRc-T(StepIdx)
                 set CondMet to true
               end-if
             when "NE"
               if StepRc-T(RefIdx) not = CondRc-T(StepIdx)
                 set CondMet to true
               end-if
             when "LT"
               if StepRc-T(RefIdx) < CondRc-T(StepIdx)
                 set CondMet to true
               end-if
             when "LE"
               if StepRc-T(RefIdx) <= CondRc-T(StepIdx)
                 set CondMet to true
               end-if
             when "GT"
               if StepRc-T(RefIdx) > CondRc-T(StepIdx)
                 set CondMet to true
               end-if
             when "GE"
               if StepRc-T(RefIdx) >= CondRc-T(StepIdx)
                 set CondMet to true
               end-if
           end-evaluate
         end-if
         if (CondRunIf(StepIdx) and not CondMet)
            or (CondSkipIf(StepIdx) and CondMet)
           move "N" to RunState
         end-if
       end-if
       .

      *-----------------------------------------------------------------

      *  Bedingungen duerfen sich nur auf fruehere Schritte beziehen,
      *  Wiederherstellungsschritte muessen als solche (W) stehen.
       ValidateChain.
       perform varying StepIdx from 1 by 1 until StepIdx > StepCount
         move StepIdx to PrnIdx
         if not CondNone(StepIdx)
           if not CondRunIf(StepIdx) and not CondSkipIf(StepIdx)
             display "jobkette.cfg Schritt" PrnIdx
                     ": Bedingungsart " CondType-T(StepIdx)
                     " unbekannt (A oder U)"
             set ChainFailed to true
           end-if
           if CondOp-T(StepIdx) not = "EQ" and not = "NE"
              and not = "LT" and not = "LE"
              and not = "GT" and not = "GE"
             display "jobkette.cfg Schritt" PrnIdx
                     ": Vergleich " CondOp-T(StepIdx) " unbekannt"
             set ChainFailed to true
           end-if
           perform varying RefIdx from 1 by 1
                   until RefIdx >= StepIdx
                         or CondIdx-T(StepIdx) not = zero
             if StepName-T(RefIdx) = CondStep-T(StepIdx)
               move RefIdx to CondIdx-T(StepIdx)
             end-if
           end-perform
           if CondIdx-T(StepIdx) = zero
             display "jobkette.cfg Schritt" PrnIdx
                     ": Bedingung auf "
                     function trim(CondStep-T(StepIdx))
                     " ist kein frueherer Schritt"
             set ChainFailed to true
           end-if
         end-if
         if RecoveryStep-T(StepIdx) not = spaces
           perform varying RefIdx from 1 by 1
                   until RefIdx > StepCount
                         or RecoveryIdx-T(StepIdx) not = zero
             if StepName-T(RefIdx) = RecoveryStep-T(StepIdx)
                and RecoveryOnly(RefIdx)
               move RefIdx to RecoveryIdx-T(StepIdx)
             end-if
           end-perform
           if RecoveryIdx-T(StepIdx) = zero
             display "jobkette.cfg Schritt" PrnIdx
                     ": Wiederherstellungsschritt "
                     function trim(RecoveryStep-T(StepIdx))
                     " fehlt oder ist nicht mit W markiert"
             set ChainFailed to true
           end-if
         end-if
       end-perform
       .

      *-----------------------------------------------------------------

      *  Ein Checkpoint ohne Zustandssaetze stammt aus einem Lauf vor
      *  der Zustandsfuehrung; seine Schritte gelten als erledigt.
       ReadCheckpoint.
       open input CkptFile
       if CkptStatusOK
         read CkptFile
           at end set CkptStatusEOF to true
           not at end move CkptRec to LastDone
         end-read
         perform varying CkptIdx from 1 by 1
                 until CkptIdx > LastDone or CkptIdx > StepCount
           set StepDone(CkptIdx) to true
           move zeros to StepRc-T(CkptIdx)
         end-perform
         perform until CkptStatusEOF
           read CkptFile
             at end set CkptStatusEOF to true
             not at end
               if CkptStep-C > zero and CkptStep-C <= StepCount
                  and CkptStep-C <= LastDone
                 move CkptState-C to StepState-T(CkptStep-C)
                 move CkptRc-C to StepRc-T(CkptStep-C)
               end-if
           end-read
         end-perform
       end-if
       close CkptFile
       .

      *-----------------------------------------------------------------

       WriteCheckpoint.
       move StepIdx to LastDone
       open output CkptFile
       move LastDone to CkptRec
       write CkptRec
       perform varying CkptIdx from 1 by 1 until CkptIdx > LastDone
         move CkptIdx to CkptStep-C
         move StepState-T(CkptIdx) to CkptState-C
         move StepRc-T(CkptIdx) to CkptRc-C
         write CkptStepRec
       end-perform
       close CkptFile
       .
