             03 Value-T pic X(40).
       01 ConfigIdx pic 99.

       copy konfkatalog.
       01 KnownIdx pic 99.
       01 KnownState pic X value "N".
          88 KeywordKnown value "Y".
           into ParsedKey, ParsedValue
         move "N" to KnownState
         perform varying KnownIdx from 1 by 1
                 until KnownIdx > KatalogMax or KeywordKnown
           if KatKey(KnownIdx) = ParsedKey
             set KeywordKnown to true
           end-if
         end-perform
