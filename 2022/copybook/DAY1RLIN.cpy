           05  RANK-ELF-TOTAL            PIC Z(08)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RANK-SUSPECT-MARK         PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RANK-HOLD-MARK            PIC X(04).
           05  FILLER                    PIC X(30) VALUE SPACES.
