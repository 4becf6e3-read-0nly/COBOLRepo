      *parameter block for the RPTCAT report catalog - a program that
      *has just closed a printed report passes its file name, title
      *and page count; RPTCAT keeps a dated copy of the file as it
      *stands, lists the run on RPTCAT.DAT with who produced it, and
      *retires the oldest copies past the generations kept for that
      *report (RPTKEEP.DAT). RPTWRITE calls it for every report it
      *closes. status "00" done, "10" no report named, "30" no
      *copy kept - the file would not copy or the catalog stayed in
      *use - anything else the file status that stopped the listing
       01 RCAT-PARMS.
           05 RCAT-NAME PIC X(20).
           05 RCAT-TITLE PIC X(40).
           05 RCAT-PAGES PIC 9(4).
           05 RCAT-STATUS PIC X(2).
