      *> PRTNREC - partition control record for a partitioned
      *> FIZZORBUZZ run, on the keyed PARTCTL file. FIZZSPLT cuts a
      *> profile's range into PRTN-PART-CT slices and files one
      *> header record (PRTN-PART-NO zero) plus one record per
      *> partition under the profile, all carrying the generation,
      *> run ID, run date, and mode the whole run files under.
      *> Each FIZZORBUZZ partition step rewrites only its own
      *> record, so concurrent steps never update the same record.
      *> Header PRTN-STATUS: "O" open (partitions running or
      *> waiting on the merge), "M" merged by FIZZMRGE, "X"
      *> abandoned by FIZZABND. Partition PRTN-STATUS: space not yet
      *> started, "R" running (or abended while running), "C"
      *> complete, "F" failed with PRTN-RETURN-CODE. PRTN-RESUME-SW
      *> is "Y" once a partition has resumed from its checkpoint.
      *> PRTN-START-NO/PRTN-END-NO are the profile range on the
      *> header and the slice on a partition record.
      *> PRTN-PARM-SNAPSHOT (header only) is the profile record as
      *> the split flagged it active; every partition is refused if
      *> the range or rules table no longer match it, so all the
      *> slices classify under one table, and the merge compares
      *> against it at end of run as FIZZORBUZZ 9200 does.
       01 PRTN-RECORD.
           05 PRTN-KEY.
               10 PRTN-PROFILE       PIC X(8).
               10 PRTN-PART-NO       PIC 9(2).
           05 PRTN-GEN-ID            PIC X(15).
           05 PRTN-RUN-ID            PIC X(8).
           05 PRTN-RUN-DATE          PIC X(8).
           05 PRTN-START-TIME        PIC X(8).
           05 PRTN-DELTA-SW          PIC X(1).
           05 PRTN-START-NO          PIC 9(7).
           05 PRTN-END-NO            PIC 9(7).
           05 PRTN-STATUS            PIC X(1).
           05 PRTN-RETURN-CODE       PIC 9(2).
           05 PRTN-RESUME-SW         PIC X(1).
           05 PRTN-STAMP-DATE        PIC X(8).
           05 PRTN-STAMP-TIME        PIC X(8).
           05 PRTN-PART-CT           PIC 9(2).
           05 PRTN-PARM-SNAPSHOT     PIC X(142).
