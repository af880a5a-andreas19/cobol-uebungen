           accept HistDate-H from date YYYYMMDD
           accept HistTime-H from time
           move "ARCHIV" to HistUser-H
           move spaces to HistApprover-H
           open extend HistoryFile
           write HistoryRec
           close HistoryFile
