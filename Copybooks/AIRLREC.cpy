      *> ---------------------------------------------------------
      *> AIRLREC - Run-control log record shape for AIRRUNLG.DAT.
      *> Every nightly batch program (AIRLOAD, AIRRLOAD, AIRWLOAD,
      *> AIRVALID, AIRDELTA, AIRRDLTA, AIRRPLAU, AIRWEXTR,
      *> AIRGATE) fills one of these as it ends and CALLs AIRRUNLG
      *> to append it - one line per program run - and AIRBALRP
      *> reads the night's lines back to balance the cycle in one
      *> report instead of ten spools. Copy this after an 01
      *> header the including program supplies, the same way
      *> AIRJREC.cpy is copied, so writers and reader can't drift
      *> apart on the shape.
      *>
      *> RCL-STEP is the run phase: the MODE= the two loaders ran
      *> in (STAGE, APPLY or FULL), otherwise the step the
      *> program runs as in the nightly schedule. The timestamps
      *> are YYYYMMDDHHMMSS.
      *> The counts mean, for each program:
      *>   RCL-RECORDS-IN       - records read from its main input
      *>                          (feed, staged file, master or
      *>                          request file)
      *>   RCL-RECORDS-OUT      - records it wrote or applied
      *>   RCL-RECORDS-REJECTED - records it refused or reported
      *>                          as exceptions
      *>   RCL-ADD-COUNT        - records an apply added to its
      *>                          master
      *>   RCL-DELETE-COUNT     - records an apply deleted from
      *>                          its master
      *>   RCL-FILE-COUNT       - records on the master the
      *>                          program read end to end, as it
      *>                          found it; zero when it reads none
      *> RCL-RETURN-CODE is the return code the program ended
      *> with.
      *> ---------------------------------------------------------
           05  RCL-PROGRAM             PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RCL-STEP                PIC X(8).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RCL-START-TIMESTAMP     PIC X(14).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RCL-END-TIMESTAMP       PIC X(14).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RCL-RECORDS-IN          PIC 9(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RCL-RECORDS-OUT         PIC 9(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RCL-RECORDS-REJECTED    PIC 9(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RCL-ADD-COUNT           PIC 9(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RCL-DELETE-COUNT        PIC 9(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RCL-FILE-COUNT          PIC 9(7).
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  RCL-RETURN-CODE         PIC 9(4).
