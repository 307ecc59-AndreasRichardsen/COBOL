      * Parameter block for CALL "RejectQueue" USING
      * RejectQueueRequest, the one way an importer puts a line it
      * turned away on its reject worklist. Copied into the caller's
      * WORKING-STORAGE and the module's LINKAGE SECTION so both
      * sides agree on the layout. The caller names its reject file,
      * the reason and the line as read; the module appends an open
      * entry (REJECTREC.cpy) dated today, unless the same line is
      * already open there -- a rerun over the same input does not
      * pile up copies of one problem.
       01 RejectQueueRequest.
           02 RqFileName        PIC X(60).
           02 RqReason          PIC X(40).
           02 RqLine            PIC X(200).
           02 RqResult          PIC X.
              88 RqQueued       VALUE "Y".
              88 RqAlreadyOpen  VALUE "D".
              88 RqFailed       VALUE "F".
