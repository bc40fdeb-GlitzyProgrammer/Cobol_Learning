           03 CitDOB PIC 99.
       02 VotingStatus PIC 9.
       02 CitizenCityCode PIC 99.
       02 CitizenSurname PIC X(15).
       02 CitizenForename PIC X(15).

FD SnapshotReport.
01 ReportLine PIC X(60).
