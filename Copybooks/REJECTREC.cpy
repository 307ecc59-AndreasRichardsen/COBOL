      * One entry of an importer's reject worklist (Rejects.dat,
      * SensorRejects.dat, EReceiptRejects.dat): the line exactly as
      * the importer read it, why it was turned away, and what has
      * become of it since. RejectQueue adds entries as open;
      * RejectWorkbench moves them on to resubmitted (the corrected
      * line went back through the importer) or discarded (with the
      * operator's reason in RjNote). A file still holding the old
      * "reason: line" text reads back as open entries, rejected on
      * an unknown date (zeros).
           02 RjStatus              PIC X.
              88 RjOpen             VALUE "O".
              88 RjResubmitted      VALUE "R".
              88 RjDiscarded        VALUE "D".
           02 RjDate                PIC 9(8).
           02 RjReason              PIC X(40).
      * When and by whom the entry left the open state; zeros and
      * spaces while it is still open.
           02 RjClosedDate          PIC 9(8).
           02 RjClosedBy            PIC X(8).
           02 RjNote                PIC X(40).
           02 RjLine                PIC X(200).
