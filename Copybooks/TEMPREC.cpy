      * temperature, humidity and wind apart, and records from before
      * the code existed read back as spaces, which means water
      * temperature. The value field carries whichever unit the
      * metric implies (Celsius, percent, m/s), exactly as read from
      * the sensor; reporters pass it through CalibrateReading for the
      * correction in force from Calibrations.dat.
      * This is generation 02: the file is RELATIVE, date-sorted by
      * TempMigrate, with TempsMonthIndex.dat mapping each YYYYMM to
      * its first and last slot so period reporters can position
