      *> so historical itineraries still price, but AIRCODE flags
      *> it ('02') and searches/AIRMATRX skip it by default.
      *> MST-AP-CLOSED-DATE is the YYYYMMDD the airport closed,
      *> zero while it is open. Once the retention period has run
      *> from that date AIRPURGE moves the airport and its child
      *> records to the history archive (AIRHREC.cpy).
           03  MST-AP-STATUS           PIC X.
           03  MST-AP-CLOSED-DATE      PIC 9(8).
