      * Parameter block for CALL "ReportProvenance" USING
      * ProvenanceRequest, the provenance footer every report ends
      * with. Copied into the caller's WORKING-STORAGE and the
      * module's LINKAGE SECTION so both sides agree on the layout.
      * A report program calls "B" once with its PvProgramName, then
      * "A" for every input file it reads (PvInputName as opened --
      * a snapshot's ".snap" name is recognised -- and PvInputKind
      * telling the module how to read it), then "S" with
      * PvReportName after closing each report file: the module
      * appends the block (program, run time, operator, each input's
      * record count, checksum and layout generation, and the input
      * fingerprint ReportSpool indexes) and hands the fingerprint
      * back in PvFingerprint.
       01 ProvenanceRequest.
           02 PvAction          PIC X.
              88 PvBeginRun     VALUE "B".
              88 PvAddInput     VALUE "A".
              88 PvStampReport  VALUE "S".
           02 PvProgramName     PIC X(30).
           02 PvInputName       PIC X(60).
           02 PvInputKind       PIC X.
      *       the four main files, read through their own layouts so
      *       the figures are the ones the ".ctl" control totals hold
              88 PvWorkHourInput VALUE "W".
              88 PvReceiptInput VALUE "R".
              88 PvMealInput    VALUE "M".
              88 PvTempInput    VALUE "T".
      *       line sequential side file: lines, same checksum rule
              88 PvLineInput    VALUE "L".
      *       relative side file (the catalogs and masters): bytes
              88 PvBinaryInput  VALUE "B".
           02 PvReportName      PIC X(60).
           02 PvFingerprint     PIC 9(12).
           02 PvResult          PIC X.
              88 PvDone         VALUE "Y".
              88 PvFailed       VALUE "F".
