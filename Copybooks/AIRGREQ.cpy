      *>         (YYYYMMDD) so the seasonal timezone rules apply
      *>         for the actual day of travel; zero or spaces
      *>         keeps standard time
      *>   'Z' - GRQ-AIRPORT1 + GRQ-AIRPORT2 for a pair, or with
      *>         GRQ-AIRPORT1 spaces the itinerary in
      *>         GRQ-ITIN-COUNT/GRQ-ITIN-CODE as for 'I'
      *> GRQ-TRAVEL-DATE also dates the tariff zone that 'D', 'I'
      *> and 'Z' answer with - the bands in force that day, or
      *> today's when it is zero or spaces.
      *> This copybook is the contract the requesting departments
      *> build their files to - change it and AIRGRSP.cpy together
      *> or not at all.
