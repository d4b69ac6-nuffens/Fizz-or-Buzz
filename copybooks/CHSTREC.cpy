      *> checkpointed generation ID, so its rewrites land on its own
      *> records. FIZZCHST prints a number's full history
      *> oldest-first.
      *> The key leads with the profile, the same as the master's,
      *> so a number's history is kept per profile and a browse
      *> from (profile, number, low key) stays within one profile.
       01 CHST-RECORD.
           05 CHST-KEY.
               10 CHST-PROFILE       PIC X(8).
               10 CHST-NUMBER        PIC 9(7).
               10 CHST-GEN-ID        PIC X(15).
           05 CHST-RUN-ID            PIC X(8).
