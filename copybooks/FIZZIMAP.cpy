           05 IQNUMF             PIC X.
           05 IQNUMA REDEFINES IQNUMF PIC X.
           05 IQNUMI             PIC X(7).
           05 IQPROFL            PIC S9(4) COMP.
           05 IQPROFF            PIC X.
           05 IQPROFA REDEFINES IQPROFF PIC X.
           05 IQPROFI            PIC X(8).
           05 IQCODEL            PIC S9(4) COMP.
           05 IQCODEF            PIC X.
           05 IQCODEA REDEFINES IQCODEF PIC X.
           05 FILLER             PIC X(3).
           05 IQNUMO             PIC X(7).
           05 FILLER             PIC X(3).
           05 IQPROFO            PIC X(8).
           05 FILLER             PIC X(3).
           05 IQCODEO            PIC X(16).
           05 FILLER             PIC X(3).
           05 IQRDATEO           PIC X(8).
