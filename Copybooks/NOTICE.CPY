      *parameter block for the NOTICE operator-notice service - any
      *program posts a one-line notice to NOTICES.DAT for MAINMENU
      *to put in front of the operators it is addressed to:
      *  "P" posts NOTE-TEXT from NOTE-FROM to NOTE-TO-TYPE - "O" one
      *      operator (NOTE-TO-ID), "S" every supervisor (admins
      *      included), "A" every admin, "E" everyone; NOTE-SEQ
      *      comes back with the notice's number
      *  "K" marks notice NOTE-SEQ acknowledged by NOTE-OPERATOR
      *  "T" trims what has been kept long enough (see NOTICE)
      *posting and trimming both hold the NOTICES interlock; only
      *FILELOCK, posting from inside a claim of its own, sets
      *NOTE-NO-CLAIM to "Y" to post without one
      *status "00" done, "10" a bad request, anything else the file
      *status that stopped it
       01 NOTE-PARMS.
           05 NOTE-ACTION PIC X(1).
           05 NOTE-TO-TYPE PIC X(1).
           05 NOTE-TO-ID PIC X(8).
           05 NOTE-FROM PIC X(12).
           05 NOTE-TEXT PIC X(72).
           05 NOTE-SEQ PIC 9(6).
           05 NOTE-OPERATOR PIC X(8).
           05 NOTE-STATUS PIC X(2).
           05 NOTE-NO-CLAIM PIC X(1).
