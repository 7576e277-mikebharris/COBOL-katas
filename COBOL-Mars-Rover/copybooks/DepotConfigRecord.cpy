01 DepotConfigRecord.
    05 DepotConfigKey pic x(06).
    05 DepotConfigData.
        10 ConfigDepotCount pic 9(02).
        10 ConfigDepot occurs 1 to 20 times depending on ConfigDepotCount
                indexed by ConfigDepotIndex.
            15 ConfigDepotActive pic x(01).
            15 ConfigDepotXPos pic 9(02).
            15 ConfigDepotYPos pic 9(02).
