      * Parameter block for CALL "ImportRegister" USING
      * ImportRegisterRequest, the import control register every
      * importer of a hand-dropped file goes through. Copied into the
      * caller's WORKING-STORAGE and the module's LINKAGE SECTION so
      * both sides agree on the layout. "C" before the file is read:
      * the module fingerprints IrFileName (IrSeparator is the
      * field separator, for finding each line's date) and, when the
      * same fingerprint was loaded before, asks the operator whether
      * to load it again -- IrRefused means stop without reading it.
      * IrNoFile means there is no such file; the importer reports
      * that in its own words. "R" after a completed run, in the same
      * run as the "C": the module registers the result with
      * IrLoadedCount and IrRejectedCount and moves the file to
      * Imported/, returning the new name in IrArchiveName.
       01 ImportRegisterRequest.
           02 IrAction          PIC X.
              88 IrCheckFile    VALUE "C".
              88 IrRecordLoad   VALUE "R".
           02 IrProgramName     PIC X(16).
           02 IrFileName        PIC X(60).
           02 IrSeparator       PIC X.
           02 IrLoadedCount     PIC 9(5).
           02 IrRejectedCount   PIC 9(5).
           02 IrArchiveName     PIC X(60).
           02 IrResult          PIC X.
              88 IrProceed      VALUE "Y".
              88 IrRefused      VALUE "N".
              88 IrNoFile       VALUE "M".
