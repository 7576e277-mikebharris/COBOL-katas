01 CollectSampleParm.
    05 CollectSampleId pic x(12).
    05 CollectStatus pic x(02).
        88 CollectStatusOk          value "00".
        88 CollectStatusNoSuchRover value "01".
        88 CollectStatusPayloadFull value "02".
        88 CollectStatusDuplicate   value "03".
        88 CollectStatusBadSampleId value "04".
    05 CollectPayloadCount pic 9(03).
    05 CollectPayloadLimit pic 9(03).
