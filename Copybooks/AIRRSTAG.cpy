           03  RST-DEST                PIC X(4).
           03  RST-DEP-TIME            PIC 9(4).
           03  RST-ARR-TIME            PIC 9(4).
           03  RST-OPER-DAYS           PIC X(7).
           03  RST-EFF-DATE            PIC 9(8).
           03  RST-DISC-DATE           PIC 9(8).
           03  RST-EQUIP-TYPE          PIC X(4).
