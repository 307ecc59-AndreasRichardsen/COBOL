       AUTHOR. Andreas Richardsen.

      * May the signed-on operator run this PROGRAM-ID (or protected
      * mode name, e.g. "EditPayRates", or see the figures of a
      * sensitivity class, "PAY" or "MONEY" -- FigureMask asks on a
      * report's behalf)? An admin may run anything;
      * anyone else needs a Permissions.dat row pairing their user
      * id with the name. When no one has signed on at all --
      * CurrentUser.dat absent or empty -- everything is allowed, so
