           03  rt-dest                 PIC X(4).
           03  rt-dep-time             PIC 9(4).
           03  rt-arr-time             PIC 9(4).
           03  rt-oper-days            PIC X(7).
           03  rt-eff-date             PIC 9(8).
           03  rt-disc-date            PIC 9(8).
           03  rt-equip-type           PIC X(4).
