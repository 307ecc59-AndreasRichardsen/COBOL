      * Parameter block for CALL "FigureMask" USING FigureMaskRequest,
      * the sensitivity-class check a report makes before printing
      * pay or money figures. Copied into the caller's WORKING-STORAGE
      * and the module's LINKAGE SECTION so both sides agree on the
      * layout. The caller names itself and the output it is about to
      * write (the .rpt, .csv or .html file, or "terminal") and sets
      * FmCarriesPay / FmCarriesMoney for the classes that output
      * holds; the module answers FmShowPay / FmShowMoney, or the
      * Mask condition when the signed-on operator lacks the class,
      * in which case the caller prints FmMaskText in place of each
      * such figure. Masking is written to AuditLog.dat by the
      * module, once per call.
       01 FigureMaskRequest.
           02 FmProgramName     PIC X(20).
           02 FmOutputName      PIC X(20).
           02 FmCarriesPay      PIC X.
           02 FmCarriesMoney    PIC X.
           02 FmPayShown        PIC X.
              88 FmShowPay      VALUE "Y".
              88 FmMaskPay      VALUE "N".
           02 FmMoneyShown      PIC X.
              88 FmShowMoney    VALUE "Y".
              88 FmMaskMoney    VALUE "N".
           02 FmMaskText        PIC X(4).
