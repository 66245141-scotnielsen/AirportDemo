      *> was), echoed at the tail with the other late additions so
      *> existing response readers keep their offsets.
           03  GRS-TRAVEL-DATE         PIC 9(8).
      *> The tariff zone AIRCODE classified the distance into for
      *> a 'D', 'I' or 'Z' request - the mileage band revenue
      *> accounting prices GRS-RESULT-MILES (the itinerary total
      *> for an itinerary) in. Spaces for other functions, or
      *> when no band on the zone file covers the mileage.
           03  GRS-TARIFF-ZONE         PIC X(4).
