      * One row of the import register (ImportRegister.dat), written
      * by ImportRegister for every hand-dropped input file an
      * importer was offered: which file and program, when and by
      * whom, the file's fingerprint -- line count, checksum over
      * every character, earliest and latest record date -- and what
      * came of it. LOADED is a normal run, RELOADED a run the
      * operator let through although the same fingerprint had been
      * loaded before, REFUSED a file turned away as already loaded.
      * IgArchive is where the processed file went under Imported/.
           02 IgFileName            PIC X(40).
           02 IgProgram             PIC X(16).
           02 IgDate                PIC 9(8).
           02 IgTime                PIC 9(6).
           02 IgUser                PIC X(8).
           02 IgLines               PIC 9(7).
           02 IgCheckSum            PIC 9(12).
           02 IgFirstDate           PIC 9(8).
           02 IgLastDate            PIC 9(8).
           02 IgResult              PIC X(8).
              88 IgWasLoaded        VALUE "LOADED" "RELOADED".
           02 IgLoaded              PIC 9(5).
           02 IgRejected            PIC 9(5).
           02 IgArchive             PIC X(60).
