           PendingFlag                   delimited by size
           "|"                           delimited by size
           PendingInstruction            delimited by size
           "|"                           delimited by size
           function trim(MasterClassCode) delimited by size
        into FleetExtractLine
    end-string
    write FleetExtractLine
