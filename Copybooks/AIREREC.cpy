      *> ---------------------------------------------------------
      *> AIREREC - Aircraft equipment type file record layout.
      *> One record per aircraft type the schedule can name, keyed
      *> by the type code ("B738", "A320", ...) that each route
      *> leg carries in RTE-EQUIP-TYPE. Range is still-air range
      *> in statute miles, cruise speed in mph (the unit AIRCODE's
      *> 'T'/'A' calculations take), minimum runway in feet (the
      *> unit AIRWREC.cpy's RWY-LENGTH-FT is kept in).
      *> Maintained by AIREMNT; read by AIRRMNT to validate a
      *> leg's equipment, by AIRECOMP's nightly compatibility
      *> report, and by AIRRPLAU for each leg's cruise speed.
      *> Fields are prefixed EQP- to keep them distinct from the
      *> eq-* names callers of AIREMNT use in their own lnk-rec
      *> linkage copies of this same shape (AIRECREC.cpy).
      *> ---------------------------------------------------------
       01  EQUIPMENT-TYPE-RECORD.
           03  EQP-TYPE-CODE           PIC X(4).
           03  EQP-RANGE-MILES         PIC 9(5).
           03  EQP-CRUISE-SPEED        PIC 9(4).
           03  EQP-MIN-RUNWAY-FT       PIC 9(5).
