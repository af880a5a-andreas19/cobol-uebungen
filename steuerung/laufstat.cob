         end-read
         perform until ProtokollStatusEOF
           move StartDatum-PL(1:6) to RecMonth
           if (RecMonth = ReportMonth or RecMonth = PriorMonth)
              and Ergebnis-PL not = "UEBERSP"
             perform TakeStatRec
           end-if
           read ProtokollInFile
         perform until SegmentStatusEOF
           move SegmentRec to ProtokollRec
           move StartDatum-PL(1:6) to RecMonth
           if (RecMonth = ReportMonth or RecMonth = PriorMonth)
              and Ergebnis-PL not = "UEBERSP"
             perform TakeStatRec
           end-if
           read SegmentInFile
           if RunSeconds > StatMaxSecs(StatFoundIdx)
             move RunSeconds to StatMaxSecs(StatFoundIdx)
           end-if
           if Ergebnis-PL not = "ERFOLG" and not = "WARNUNG"
             add 1 to StatFail(StatFoundIdx)
           end-if
         else
