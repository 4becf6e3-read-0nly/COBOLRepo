      *one notice on NOTICES.DAT, numbered in posting order, and one
      *acknowledgement on NOTICEACK.DAT - an operator acknowledges
      *for themselves only, so a notice to a role or to everyone
      *stays unread for each member until they acknowledge it too
       01 WS-NOTICE-LINE.
           05 WS-NTC-SEQ PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NTC-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NTC-TIME PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NTC-TO-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NTC-TO-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NTC-FROM PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NTC-TEXT PIC X(72).
       01 WS-NOTEACK-LINE.
           05 WS-NAK-SEQ PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NAK-OPER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NAK-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NAK-TIME PIC 9(6).
