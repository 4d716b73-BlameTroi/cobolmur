               MOVE RUN-DATE TO GJ-ENTRY-DATE
               MOVE SE-SOURCE-PROGRAM (SOURCE-SUB)
                   TO GJ-SOURCE-PROGRAM
               MOVE SPACE TO GJ-ENTERED-BY
               SET JOURNAL-LINE-UNPOSTED TO TRUE
               IF SE-NET-VALUE (SOURCE-SUB) < ZERO
                   COMPUTE POSTING-VALUE =
