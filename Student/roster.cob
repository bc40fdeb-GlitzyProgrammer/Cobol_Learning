       02 InstrId PIC X(4).
       02 InstrName PIC X(20).
       02 InstrPhone PIC X(12).
       02 InstrEmpType PIC X.
       02 InstrHourRate PIC 9(3)V99.

FD RosterReport.
01 RosterLine PIC X(60).
