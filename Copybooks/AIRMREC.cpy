      *> ---------------------------------------------------------
      *> AIRMREC - Metro area group file record layout.
      *> One record per member airport of a metropolitan city
      *> code - LON has a record for each of EGLL, EGKK, EGSS,
      *> EGGW, EGLC and EGMC; NYC one for each of KJFK, KLGA and
      *> KEWR. The whole record is the key, so a group is read by
      *> starting on the city code and reading forward until the
      *> code changes. Maintained by AIRMMNT; read by AIRCODE
      *> (distance/arrival answered for every member) and
      *> AIRRCONN (a city origin or destination means any member
      *> airport). A city code is never also an IATA alias on
      *> AIRALIAS - AIRMMNT and AIRXMNT each refuse a code the
      *> other file already holds, so a 3-letter input has only
      *> one meaning. At most 10 members per city, the most
      *> AIRCODE and AIRRCONN carry for one endpoint.
      *> Fields are prefixed MTR- to keep them distinct from the
      *> mt-* names callers of AIRMMNT use in their own lnk-rec
      *> linkage copies of this same shape (AIRMCREC.cpy).
      *> ---------------------------------------------------------
       01  METRO-GROUP-RECORD.
           03  MTR-GROUP-KEY.
               05  MTR-METRO-CODE      PIC X(3).
               05  MTR-AP-CODE         PIC X(4).
