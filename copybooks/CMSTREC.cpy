      *> browsing the flat file. Each run's upsert leaves the master
      *> holding the latest classification, run date, and run ID for
      *> every number it processed.
      *> CMST-KEY is the profile plus the number, so each profile
      *> keeps its own master: a TEST or MONTHEND run over DAILY's
      *> range upserts its own records and DAILY's delta compare
      *> only ever sees DAILY's classes. FIZZCONV converted the
      *> number-keyed file.
       01 CMST-RECORD.
           05 CMST-KEY.
               10 CMST-PROFILE       PIC X(8).
               10 CMST-NUMBER        PIC 9(7).
           05 CMST-CODE              PIC X(16).
           05 CMST-RUN-DATE          PIC X(8).
           05 CMST-RUN-ID            PIC X(8).
