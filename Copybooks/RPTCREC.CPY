      *one report run on RPTCAT.DAT, oldest first - the report's own
      *file name, when it ran, its pages, the operator (or the batch
      *program, for a run outside a menu session) that produced it,
      *and the dated copy it was kept under
       01 WS-RPTCAT-LINE.
           05 WS-RCL-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RCL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RCL-TIME PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RCL-PAGES PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RCL-BY PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RCL-COPY PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RCL-TITLE PIC X(40).
      *how many copies to keep, by report file name - a "*" line
      *sets the default for reports not listed
       01 WS-RPTKEEP-LINE.
           05 WS-RKL-NAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-RKL-GENS PIC 9(3).
