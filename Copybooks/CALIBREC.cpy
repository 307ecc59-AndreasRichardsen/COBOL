      * Shared Calibrations.dat record, copied in place of the FD
      * record description. One entry per location, metric code
      * (W/A/H/N, as in TEMPREC.cpy) and effective-from date: the
      * corrected value is raw * CbFactor + CbOffset, a factor of
      * zero counting as 1. CbChecked is the last date the sensor was
      * held against a reference. CalibrationRegister keeps the file;
      * CalibrateReading applies it.
       01 CalibrationRecord.
           88 EndOfCalibrations VALUE HIGH-VALUES.
           02 CbLocation        PIC X(30).
           02 CbMetric          PIC X.
           02 CbFrom            PIC 9(8).
           02 CbOffset          PIC S9(2)V99.
           02 CbFactor          PIC 9V9999.
           02 CbChecked         PIC 9(8).
           02 CbReference       PIC X(20).
