           SELECT PREFS-FILE ASSIGN TO "OPERPREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFS-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "NOTICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.
           SELECT NOTICE-ACK ASSIGN TO "NOTICEACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTEACK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-REGISTRY.
       01  OPERATOR-REGISTRY-REC PIC X(80).
       FD  USAGE-AUDIT.
       01  USAGE-AUDIT-REC PIC X(50).
       FD  PREFS-FILE.
       01  PREFS-FILE-REC PIC X(30).
       FD  NOTICE-FILE.
       01  NOTICE-FILE-REC PIC X(120).
       FD  NOTICE-ACK.
       01  NOTICE-ACK-REC PIC X(40).
       LOCAL-STORAGE SECTION.
           01 WS-MENU-CHOICE PIC 9(2) VALUES 0.
           01 WS-EXIT-FLAG PIC 9(1) VALUES 0.
               05 FILLER PIC X(1).
               05 WS-SCAN-ROLE PIC X(1).
           01 WS-CALLED-NAME PIC X(12) VALUES SPACES.
           01 WS-CORR-ENTRY PIC X(1) VALUES "D".
      *    the integrity sweep takes a job-step parm; from here it
      *    is always the supervisor purge
           01 WS-INTEG-PARM.
               05 WS-INTEG-PARM-LEN PIC S9(4) COMP VALUE 5.
               05 WS-INTEG-PARM-TEXT PIC X(30) VALUE "PURGE".
           01 WS-AUDIT-LINE.
               05 WS-AUDIT-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
           01 WS-PREF-IDX PIC 9(3).
           01 WS-PREF-HIT PIC 9(3) VALUES 0.
           01 WS-PREF-ANSWER PIC X(4) VALUES SPACES.
      *    the notice inbox - this operator's own acknowledgements,
      *    then the unread notices addressed to them, oldest first.
      *    more than the screen holds wait for the next showing
           01 WS-NOTICE-STATUS PIC X(2) VALUES "00".
           01 WS-NOTEACK-STATUS PIC X(2) VALUES "00".
           COPY NOTEREC.
           COPY NOTICE.
           01 WS-NOTICE-ENTRY PIC X(1) VALUES "D".
           01 WS-ACKED-MAX PIC 9(4) VALUES 500.
           01 WS-ACKED-COUNT PIC 9(4) VALUES 0.
           01 WS-ACKED-TABLE.
               05 WS-ACKED-SEQ PIC 9(6) OCCURS 500 TIMES.
           01 WS-ACKED-IDX PIC 9(4).
           01 WS-NOTE-MINE PIC 9(1) VALUES 0.
           01 WS-NOTE-ACKED PIC 9(1) VALUES 0.
           01 WS-INBOX-MAX PIC 9(2) VALUES 20.
           01 WS-INBOX-COUNT PIC 9(2) VALUES 0.
           01 WS-INBOX-MORE PIC 9(4) VALUES 0.
           01 WS-INBOX-TABLE.
               05 WS-INBOX-ENTRY OCCURS 20 TIMES.
                   10 WS-INBOX-SEQ PIC 9(6).
                   10 WS-INBOX-DATE PIC 9(8).
                   10 WS-INBOX-TIME PIC 9(6).
                   10 WS-INBOX-FROM PIC X(12).
                   10 WS-INBOX-TEXT PIC X(72).
           01 WS-INBOX-IDX PIC 9(2).
           01 WS-INBOX-ANSWER PIC 9(2) VALUES 0.
           01 WS-POST-TYPE PIC X(1) VALUES SPACE.
           01 WS-POST-ID PIC X(8) VALUES SPACES.
           01 WS-POST-FOUND PIC 9(1) VALUES 0.
      *    the PIN is asked at sign-on and again before any
      *    supervisor or admin choice - PINAUTH keeps the registry's
      *    PIN columns, counts the wrong ones and locks the id
           COPY PINPARM.
      *    a new registry line goes on under the same interlock
      *    PINAUTH takes to rewrite the file
           COPY FILELOCK.
           01 WS-PIN-ANSWER PIC X(8) VALUES SPACES.
           01 WS-PIN-AGAIN PIC X(8) VALUES SPACES.
           01 WS-PIN-OK PIC 9(1) VALUES 0.
           01 WS-PIN-TARGET PIC X(8) VALUES SPACES.

       PROCEDURE DIVISION.
           SignOn.
                   ELSE
                       MOVE "O" TO WS-OPERATOR-ROLE
                   END-IF
                   PERFORM SignOnPin THRU SignOnPinExit
                   IF WS-PIN-OK = 0
                       GO TO SignOn
                   END-IF
               END-IF
               IF WS-OP-FOUND = 0
                   DISPLAY WS-OPERATOR-ID " IS NOT REGISTERED. "
                   ACCEPT WS-REG-ANSWER
                   IF WS-REG-ANSWER = "Y" OR WS-REG-ANSWER = "y"
                       PERFORM RegisterOperator
                           THRU RegisterOperatorExit
                       IF WS-OP-FOUND = 0
                           GO TO SignOn
                       END-IF
                   ELSE
                       GO TO SignOn
                   END-IF
               PERFORM LoadPrefs THRU LoadPrefsExit
               IF WS-PREF-SCOPE = "ALL"
                   SET ENVIRONMENT "TTTSCOPE" TO "ALL"
               END-IF
      *        notices kept long enough are cleared out first, then
      *        whatever is still unread for this operator is put in
      *        front of them before anything else
               MOVE "T" TO NOTE-ACTION
               MOVE WS-OPERATOR-ID TO NOTE-OPERATOR
               CALL "NOTICE" USING NOTE-PARMS
               MOVE "S" TO WS-NOTICE-ENTRY
               PERFORM ShowNotices THRU ShowNoticesExit
      *        correspondence games waiting on this operator are
      *        offered before the menu, one move at a time
               MOVE "S" TO WS-CORR-ENTRY
               MOVE "TTTCORR" TO WS-CALLED-NAME
               CALL "TTTCORR" USING WS-CORR-ENTRY
               PERFORM WriteAudit.
           ShowMenu.
               DISPLAY " "
               DISPLAY "===================================="
               DISPLAY "17. My Settings"
               DISPLAY "18. Achievements"
               DISPLAY "19. Player Id Merge"
               DISPLAY "20. Correspondence Games"
               DISPLAY "21. Player Eligibility"
               DISPLAY "22. Player Dossier"
               DISPLAY "23. Dungeon Replay"
               DISPLAY "24. Level Generator"
               DISPLAY "25. Integrity Sweep / Purge"
               DISPLAY "26. Notices"
               DISPLAY "27. Post a Notice"
               DISPLAY "28. Report Library"
               DISPLAY "29. Tunables"
               DISPLAY "30. Change My PIN"
               DISPLAY "31. Operator PIN Reset"
               DISPLAY " 0. Exit"
               DISPLAY "===================================="
               DISPLAY "Enter your choice: " WITH NO ADVANCING
                           MOVE "LEVELEDIT" TO WS-CALLED-NAME
                       ELSE
                           MOVE "LEVELEDIT" TO WS-CALLED-NAME
                           PERFORM ConfirmPin THRU ConfirmPinExit
                           IF WS-PIN-OK = 1
                               CALL "LEVELEDIT"
                           END-IF
                       END-IF
                   WHEN 9
                       IF WS-OPERATOR-ROLE = "O"
                           MOVE "FILEMAINT" TO WS-CALLED-NAME
                       ELSE
                           MOVE "FILEMAINT" TO WS-CALLED-NAME
                           PERFORM ConfirmPin THRU ConfirmPinExit
                           IF WS-PIN-OK = 1
                               CALL "FILEMAINT"
                           END-IF
                       END-IF
                   WHEN 10
                       MOVE "TTTH2H" TO WS-CALLED-NAME
                           MOVE "SEASNEND" TO WS-CALLED-NAME
                       ELSE
                           MOVE "SEASNEND" TO WS-CALLED-NAME
                           PERFORM ConfirmPin THRU ConfirmPinExit
                           IF WS-PIN-OK = 1
                               CALL "SEASNEND"
                           END-IF
                       END-IF
                   WHEN 13
                       MOVE "DATAEXTR" TO WS-CALLED-NAME
                           MOVE "SITEIMP" TO WS-CALLED-NAME
                       ELSE
                           MOVE "SITEIMP" TO WS-CALLED-NAME
                           PERFORM ConfirmPin THRU ConfirmPinExit
                           IF WS-PIN-OK = 1
                               CALL "SITEIMP"
                           END-IF
                       END-IF
                   WHEN 15
      *                a restore replaces a data file wholesale
                           MOVE "SNAPREST" TO WS-CALLED-NAME
                       ELSE
                           MOVE "SNAPREST" TO WS-CALLED-NAME
                           PERFORM ConfirmPin THRU ConfirmPinExit
                           IF WS-PIN-OK = 1
                               CALL "SNAPREST"
                           END-IF
                       END-IF
                   WHEN 16
                       MOVE "BATCHSTAT" TO WS-CALLED-NAME
                           MOVE "MERGEID" TO WS-CALLED-NAME
                       ELSE
                           MOVE "MERGEID" TO WS-CALLED-NAME
                           PERFORM ConfirmPin THRU ConfirmPinExit
                           IF WS-PIN-OK = 1
                               CALL "MERGEID"
                           END-IF
                       END-IF
                   WHEN 20
                       MOVE "D" TO WS-CORR-ENTRY
                       MOVE "TTTCORR" TO WS-CALLED-NAME
                       CALL "TTTCORR" USING WS-CORR-ENTRY
                   WHEN 21
      *                suspending or retiring a player is supervisor
      *                work - ELIGMAINT checks the role again itself
                       IF WS-OPERATOR-ROLE = "O"
                           PERFORM RefuseChoice
                           MOVE "ELIGMAINT" TO WS-CALLED-NAME
                       ELSE
                           MOVE "ELIGMAINT" TO WS-CALLED-NAME
                           PERFORM ConfirmPin THRU ConfirmPinExit
                           IF WS-PIN-OK = 1
                               CALL "ELIGMAINT"
                           END-IF
                       END-IF
                   WHEN 22
                       MOVE "TTTDOSS" TO WS-CALLED-NAME
                       CALL "TTTDOSS"
                   WHEN 23
                       MOVE "DUNGREPL" TO WS-CALLED-NAME
                       CALL "DUNGREPL"
                   WHEN 24
      *                like the level editor, this writes level files
                       IF WS-OPERATOR-ROLE = "O"
                           PERFORM RefuseChoice
                           MOVE "LEVELGEN" TO WS-CALLED-NAME
                       ELSE
                           MOVE "LEVELGEN" TO WS-CALLED-NAME
                           PERFORM ConfirmPin THRU ConfirmPinExit
                           IF WS-PIN-OK = 1
                               CALL "LEVELGEN"
                           END-IF
                       END-IF
                   WHEN 25
      *                purging orphans deletes records for good -
      *                INTEGCHK checks the role again itself
                       IF WS-OPERATOR-ROLE = "O"
                           PERFORM RefuseChoice
                           MOVE "INTEGCHK" TO WS-CALLED-NAME
                       ELSE
                           MOVE "INTEGCHK" TO WS-CALLED-NAME
                           PERFORM ConfirmPin THRU ConfirmPinExit
                           IF WS-PIN-OK = 1
                               CALL "INTEGCHK" USING WS-INTEG-PARM
                           END-IF
                       END-IF
                   WHEN 26
                       MOVE "D" TO WS-NOTICE-ENTRY
                       MOVE "NOTICES" TO WS-CALLED-NAME
                       PERFORM ShowNotices THRU ShowNoticesExit
                   WHEN 27
      *                a free-text notice can reach every operator on
      *                the floor - supervisor work
                       IF WS-OPERATOR-ROLE = "O"
                           PERFORM RefuseChoice
                           MOVE "NOTICEPOST" TO WS-CALLED-NAME
                       ELSE
                           MOVE "NOTICEPOST" TO WS-CALLED-NAME
                           PERFORM ConfirmPin THRU ConfirmPinExit
                           IF WS-PIN-OK = 1
                               PERFORM PostNotice THRU PostNoticeExit
                           END-IF
                       END-IF
                   WHEN 28
                       MOVE "RPTLIB" TO WS-CALLED-NAME
                       CALL "RPTLIB"
                   WHEN 29
      *                a tunable changes how every game and step runs
      *                - admin work, and TUNEMAINT checks again itself
                       IF WS-OPERATOR-ROLE NOT = "A"
                           PERFORM RefuseAdminChoice
                           MOVE "TUNEMAINT" TO WS-CALLED-NAME
                       ELSE
                           MOVE "TUNEMAINT" TO WS-CALLED-NAME
                           PERFORM ConfirmPin THRU ConfirmPinExit
                           IF WS-PIN-OK = 1
                               CALL "TUNEMAINT"
                           END-IF
                       END-IF
                   WHEN 30
                       MOVE "PINCHANGE" TO WS-CALLED-NAME
                       PERFORM ChangeMyPin THRU ChangeMyPinExit
                   WHEN 31
      *                a reset lifts a lockout - admin work, and
      *                PINAUTH checks the role again itself
                       IF WS-OPERATOR-ROLE NOT = "A"
                           PERFORM RefuseAdminChoice
                           MOVE "PINRESET" TO WS-CALLED-NAME
                       ELSE
                           MOVE "PINRESET" TO WS-CALLED-NAME
                           PERFORM ConfirmPin THRU ConfirmPinExit
                           IF WS-PIN-OK = 1
                               PERFORM ResetOperatorPin
                                   THRU ResetOperatorPinExit
                           END-IF
                       END-IF
                   WHEN 0
                       MOVE 1 TO WS-EXIT-FLAG
                   "YOUR ROLE IS OPERATOR"
               MOVE 8 TO RETURN-CODE.

           RefuseAdminChoice.
               DISPLAY "THAT CHOICE NEEDS AN ADMIN"
               MOVE 8 TO RETURN-CODE.

      *    a wrong PIN may be tried again until PINAUTH locks the
      *    id; a PIN that has run out or was reset by an admin is
      *    replaced before the menu comes up. a plain operator with
      *    no PIN chooses one here, a supervisor or admin id with
      *    none is turned away until an admin resets it
           SignOnPin.
               MOVE 0 TO WS-PIN-OK
               DISPLAY "ENTER YOUR PIN:" WITH NO ADVANCING
               MOVE SPACES TO WS-PIN-ANSWER
               ACCEPT WS-PIN-ANSWER
               PERFORM CheckPin
               EVALUATE PIN-REPLY
                   WHEN "G"
                       MOVE 1 TO WS-PIN-OK
                   WHEN "W"
                       DISPLAY "WRONG PIN - " PIN-TRIES-LEFT
                           " TRIES LEFT BEFORE THE ID LOCKS"
                       GO TO SignOnPin
                   WHEN "L"
                       DISPLAY WS-OPERATOR-ID " IS LOCKED - AN ADMIN "
                           "MUST RESET THE PIN"
                   WHEN "X"
                       DISPLAY "YOUR PIN HAS RUN OUT OR WAS RESET - "
                           "CHOOSE A NEW ONE"
                       PERFORM ChoosePin THRU ChoosePinExit
                   WHEN "N"
                       DISPLAY "NO PIN ON FILE FOR " WS-OPERATOR-ID
                           " - CHOOSE ONE NOW"
                       MOVE SPACES TO WS-PIN-ANSWER
                       PERFORM ChoosePin THRU ChoosePinExit
                   WHEN "S"
                       DISPLAY "NO PIN ON FILE FOR " WS-OPERATOR-ID
                           " - AN ADMIN MUST RESET IT BEFORE THIS ID "
                           "CAN SIGN ON"
                   WHEN OTHER
                       DISPLAY "THE OPERATOR REGISTRY IS IN USE - "
                           "TRY AGAIN SHORTLY"
               END-EVALUATE.
           SignOnPinExit.
               EXIT.

      *    one try per choice - a wrong PIN refuses the choice, and
      *    the try that locks the id signs the session off
           ConfirmPin.
               MOVE 0 TO WS-PIN-OK
               DISPLAY "ENTER YOUR PIN TO CONFIRM:" WITH NO ADVANCING
               MOVE SPACES TO WS-PIN-ANSWER
               ACCEPT WS-PIN-ANSWER
               PERFORM CheckPin
               EVALUATE PIN-REPLY
                   WHEN "G"
                       MOVE 1 TO WS-PIN-OK
                   WHEN "W"
                       DISPLAY "WRONG PIN - " PIN-TRIES-LEFT
                           " TRIES LEFT BEFORE THE ID LOCKS"
                   WHEN "L"
                       DISPLAY WS-OPERATOR-ID " IS LOCKED - SIGNING "
                           "OFF"
                       MOVE 1 TO WS-EXIT-FLAG
                   WHEN "X"
                       DISPLAY "YOUR PIN HAS RUN OUT OR WAS RESET - "
                           "CHOOSE A NEW ONE"
                       PERFORM ChoosePin THRU ChoosePinExit
                   WHEN "S"
                       DISPLAY "NO PIN ON FILE FOR " WS-OPERATOR-ID
                           " - AN ADMIN MUST RESET IT"
                   WHEN OTHER
                       DISPLAY "THE OPERATOR REGISTRY IS IN USE - "
                           "TRY AGAIN SHORTLY"
               END-EVALUATE
               IF WS-PIN-OK = 0
                   MOVE 8 TO RETURN-CODE
               END-IF.
           ConfirmPinExit.
               EXIT.

           CheckPin.
               MOVE "V" TO PIN-ACTION
               MOVE WS-OPERATOR-ID TO PIN-OPERATOR
               MOVE WS-PIN-ANSWER TO PIN-ENTERED
               MOVE SPACES TO PIN-NEW
               MOVE WS-OPERATOR-ID TO PIN-BY
               MOVE "MAINMENU" TO PIN-CALLER
               CALL "PINAUTH" USING PIN-PARMS.

      *    the new PIN is typed twice; WS-PIN-ANSWER holds the one it
      *    replaces, blank when the id has none yet
           ChoosePin.
               MOVE 0 TO WS-PIN-OK
               DISPLAY "NEW PIN, 4 TO 8 DIGITS (BLANK TO LEAVE IT):"
                   WITH NO ADVANCING
               MOVE SPACES TO PIN-NEW
               ACCEPT PIN-NEW
               IF PIN-NEW = SPACES
                   GO TO ChoosePinExit
               END-IF
               DISPLAY "THE NEW PIN AGAIN:" WITH NO ADVANCING
               MOVE SPACES TO WS-PIN-AGAIN
               ACCEPT WS-PIN-AGAIN
               IF WS-PIN-AGAIN NOT = PIN-NEW
                   DISPLAY "THE TWO DID NOT MATCH"
                   GO TO ChoosePin
               END-IF
               MOVE "C" TO PIN-ACTION
               MOVE WS-OPERATOR-ID TO PIN-OPERATOR
               MOVE WS-PIN-ANSWER TO PIN-ENTERED
               MOVE WS-OPERATOR-ID TO PIN-BY
               MOVE "MAINMENU" TO PIN-CALLER
               CALL "PINAUTH" USING PIN-PARMS
               EVALUATE PIN-REPLY
                   WHEN "G"
                       DISPLAY "PIN CHANGED"
                       MOVE 1 TO WS-PIN-OK
                   WHEN "P"
                       DISPLAY "A PIN IS 4 TO 8 DIGITS AND NOT THE "
                           "ONE IT REPLACES"
                       GO TO ChoosePin
                   WHEN "W"
                       DISPLAY "THE PRESENT PIN WAS WRONG - "
                           PIN-TRIES-LEFT " TRIES LEFT"
                   WHEN "L"
                       DISPLAY WS-OPERATOR-ID " IS LOCKED - AN ADMIN "
                           "MUST RESET THE PIN"
                   WHEN "S"
                       DISPLAY "A SUPERVISOR OR ADMIN ID GETS ITS "
                           "FIRST PIN FROM AN ADMIN RESET"
                   WHEN OTHER
                       DISPLAY "THE OPERATOR REGISTRY IS IN USE - "
                           "TRY AGAIN SHORTLY"
               END-EVALUATE.
           ChoosePinExit.
               EXIT.

      *    the present PIN first, then the new one
           ChangeMyPin.
               DISPLAY "PRESENT PIN:" WITH NO ADVANCING
               MOVE SPACES TO WS-PIN-ANSWER
               ACCEPT WS-PIN-ANSWER
               PERFORM CheckPin
               EVALUATE PIN-REPLY
                   WHEN "G"
                   WHEN "X"
                       PERFORM ChoosePin THRU ChoosePinExit
                   WHEN "W"
                       DISPLAY "WRONG PIN - " PIN-TRIES-LEFT
                           " TRIES LEFT BEFORE THE ID LOCKS"
                       MOVE 0 TO WS-PIN-OK
                   WHEN "L"
                       DISPLAY WS-OPERATOR-ID " IS LOCKED - SIGNING "
                           "OFF"
                       MOVE 0 TO WS-PIN-OK
                       MOVE 1 TO WS-EXIT-FLAG
                   WHEN "S"
                       DISPLAY "NO PIN ON FILE FOR " WS-OPERATOR-ID
                           " - AN ADMIN MUST RESET IT"
                       MOVE 0 TO WS-PIN-OK
                   WHEN OTHER
                       DISPLAY "THE OPERATOR REGISTRY IS IN USE - "
                           "TRY AGAIN SHORTLY"
                       MOVE 0 TO WS-PIN-OK
               END-EVALUATE
               IF WS-PIN-OK = 0
                   MOVE 8 TO RETURN-CODE
               END-IF.
           ChangeMyPinExit.
               EXIT.

      *    the admin gives the operator a one-off PIN by hand; it
      *    unlocks the id and must be replaced at their next sign-on
           ResetOperatorPin.
               DISPLAY "OPERATOR ID TO RESET:" WITH NO ADVANCING
               MOVE SPACES TO WS-PIN-TARGET
               ACCEPT WS-PIN-TARGET
               IF WS-PIN-TARGET = SPACES
                   DISPLAY "NOTHING RESET"
                   GO TO ResetOperatorPinExit
               END-IF
               DISPLAY "ONE-OFF PIN FOR " WS-PIN-TARGET
                   " (4 TO 8 DIGITS):" WITH NO ADVANCING
               MOVE SPACES TO PIN-NEW
               ACCEPT PIN-NEW
               MOVE "R" TO PIN-ACTION
               MOVE WS-PIN-TARGET TO PIN-OPERATOR
               MOVE SPACES TO PIN-ENTERED
               MOVE WS-OPERATOR-ID TO PIN-BY
               MOVE "MAINMENU" TO PIN-CALLER
               CALL "PINAUTH" USING PIN-PARMS
               EVALUATE PIN-REPLY
                   WHEN "G"
                       DISPLAY "PIN RESET - " WS-PIN-TARGET
                           " CHOOSES A NEW ONE AT NEXT SIGN-ON"
                   WHEN "U"
                       DISPLAY WS-PIN-TARGET " IS NOT REGISTERED - "
                           "NOTHING RESET"
                       MOVE 8 TO RETURN-CODE
                   WHEN "P"
                       DISPLAY "A PIN IS 4 TO 8 DIGITS - NOTHING RESET"
                       MOVE 8 TO RETURN-CODE
                   WHEN "D"
                       DISPLAY "ONLY AN ADMIN MAY RESET A PIN"
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY "THE OPERATOR REGISTRY IS IN USE - "
                           "TRY AGAIN SHORTLY"
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE.
           ResetOperatorPinExit.
               EXIT.

           LookupOperator.
               MOVE 0 TO WS-OP-FOUND
               MOVE SPACES TO WS-REG-NAME
               MOVE WS-OPERATOR-ID TO WS-REG-ID
               PERFORM DecideNewRole THRU DecideNewRoleExit
               MOVE WS-OPERATOR-ROLE TO WS-REG-ROLE
               MOVE "OPERREG" TO FLOCK-FILE
               MOVE WS-OPERATOR-ID TO FLOCK-OWNER
               MOVE "C" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               IF FLOCK-REPLY NOT = "G"
                   DISPLAY "THE OPERATOR REGISTRY IS IN USE BY "
                       FLOCK-HOLDER " - NOT REGISTERED, TRY AGAIN "
                       "SHORTLY"
                   GO TO RegisterOperatorExit
               END-IF
               OPEN EXTEND OPERATOR-REGISTRY
               IF WS-REGISTRY-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT OPERATOR-REGISTRY
               MOVE WS-REGISTRY-LINE TO OPERATOR-REGISTRY-REC
               WRITE OPERATOR-REGISTRY-REC
               CLOSE OPERATOR-REGISTRY
               MOVE "R" TO FLOCK-ACTION
               CALL "FILELOCK" USING FLOCK-PARMS
               MOVE 1 TO WS-OP-FOUND
               IF WS-ADMIN-OK = 1
                   PERFORM VouchedPin THRU VouchedPinExit
               ELSE
                   DISPLAY "CHOOSE A PIN FOR " WS-OPERATOR-ID
                       " - IT IS ASKED AT EVERY SIGN-ON"
                   MOVE SPACES TO WS-PIN-ANSWER
                   PERFORM ChoosePin THRU ChoosePinExit
               END-IF.
           RegisterOperatorExit.
               EXIT.

      *    a vouched supervisor or admin does not choose their own
      *    first PIN - the vouching admin gives a one-off by reset,
      *    replaced at the new id's first sign-on
           VouchedPin.
               DISPLAY "ADMIN " WS-ADMIN-ID " - ONE-OFF PIN FOR "
                   WS-OPERATOR-ID " (4 TO 8 DIGITS):" WITH NO ADVANCING
               MOVE SPACES TO PIN-NEW
               ACCEPT PIN-NEW
               MOVE "R" TO PIN-ACTION
               MOVE WS-OPERATOR-ID TO PIN-OPERATOR
               MOVE SPACES TO PIN-ENTERED
               MOVE WS-ADMIN-ID TO PIN-BY
               MOVE "MAINMENU" TO PIN-CALLER
               CALL "PINAUTH" USING PIN-PARMS
               EVALUATE PIN-REPLY
                   WHEN "G"
                       DISPLAY "PIN SET - " WS-OPERATOR-ID
                           " CHOOSES A NEW ONE AT NEXT SIGN-ON"
                   WHEN "P"
                       DISPLAY "A PIN IS 4 TO 8 DIGITS"
                       GO TO VouchedPin
                   WHEN OTHER
                       DISPLAY "NO PIN SET - AN ADMIN MUST RESET THE "
                           "PIN BEFORE " WS-OPERATOR-ID " SIGNS ON "
                           "AGAIN"
               END-EVALUATE.
           VouchedPinExit.
               EXIT.

      *    the first registration on an empty registry becomes the
      *    admin - someone has to be able to authorize the rest.
      *    after that a privileged role needs a standing admin to
      *    vouch with their own PIN, or the registration lands as a
      *    plain operator. a wrong admin PIN counts against the
      *    admin's id like any other
           DecideNewRole.
               MOVE 0 TO WS-ADMIN-OK
               PERFORM CheckRegistryEmpty THRU CheckRegistryExit
               IF WS-REGISTRY-EMPTY = 1
                   MOVE "A" TO WS-OPERATOR-ROLE
                   "ADMIN ID:"
               ACCEPT WS-ADMIN-ID
               PERFORM VerifyAdmin THRU VerifyAdminExit
               IF WS-ADMIN-OK = 0
                   DISPLAY WS-ADMIN-ID " IS NOT A REGISTERED ADMIN "
                       "- REGISTERED AS PLAIN OPERATOR"
                   MOVE "O" TO WS-OPERATOR-ROLE
                   GO TO DecideNewRoleExit
               END-IF
               DISPLAY "ADMIN " WS-ADMIN-ID " - YOUR PIN TO VOUCH:"
                   WITH NO ADVANCING
               MOVE SPACES TO WS-PIN-ANSWER
               ACCEPT WS-PIN-ANSWER
               MOVE "V" TO PIN-ACTION
               MOVE WS-ADMIN-ID TO PIN-OPERATOR
               MOVE WS-PIN-ANSWER TO PIN-ENTERED
               MOVE SPACES TO PIN-NEW
               MOVE WS-OPERATOR-ID TO PIN-BY
               MOVE "MAINMENU" TO PIN-CALLER
               CALL "PINAUTH" USING PIN-PARMS
               IF PIN-REPLY = "G"
                   MOVE WS-ROLE-ANSWER TO WS-OPERATOR-ROLE
               ELSE
                   DISPLAY "THE ADMIN PIN WAS NOT ACCEPTED - "
                       "REGISTERED AS PLAIN OPERATOR"
                   MOVE 0 TO WS-ADMIN-OK
                   MOVE "O" TO WS-OPERATOR-ROLE
               END-IF.
           DecideNewRoleExit.
               EXIT.
               WRITE PREFS-FILE-REC
               ADD 1 TO WS-PREF-IDX.

      *    the inbox stays up until the operator moves on - each
      *    acknowledgement reloads it, so a notice beyond the first
      *    screenful moves up as the earlier ones are cleared
           ShowNotices.
               PERFORM LoadInbox THRU LoadInboxExit
               IF WS-INBOX-COUNT = 0
                   IF WS-NOTICE-ENTRY = "D"
                       DISPLAY "NO UNREAD NOTICES FOR " WS-OPERATOR-ID
                   END-IF
                   GO TO ShowNoticesExit
               END-IF
               DISPLAY " "
               DISPLAY "===================================="
               DISPLAY " UNREAD NOTICES FOR " WS-OPERATOR-ID
               DISPLAY "===================================="
               MOVE 1 TO WS-INBOX-IDX
               PERFORM ShowOneNotice
                   UNTIL WS-INBOX-IDX > WS-INBOX-COUNT
               IF WS-INBOX-MORE > 0
                   DISPLAY "... AND " WS-INBOX-MORE " MORE WAITING "
                       "BEHIND THESE"
               END-IF.
           ShowNoticesAsk.
               DISPLAY "NUMBER TO ACKNOWLEDGE, 99 ALL SHOWN, "
                   "0 TO CONTINUE: " WITH NO ADVANCING
               ACCEPT WS-INBOX-ANSWER
               IF WS-INBOX-ANSWER = 0
                   GO TO ShowNoticesExit
               END-IF
               IF WS-INBOX-ANSWER = 99
                   MOVE 1 TO WS-INBOX-IDX
                   PERFORM AckOneNotice
                       UNTIL WS-INBOX-IDX > WS-INBOX-COUNT
                   GO TO ShowNotices
               END-IF
               IF WS-INBOX-ANSWER > WS-INBOX-COUNT
                   DISPLAY "INVALID CHOICE"
                   GO TO ShowNoticesAsk
               END-IF
               MOVE WS-INBOX-ANSWER TO WS-INBOX-IDX
               PERFORM AckOneNotice
               GO TO ShowNotices.
           ShowNoticesExit.
               EXIT.

           ShowOneNotice.
               DISPLAY WS-INBOX-IDX ". " WS-INBOX-DATE(WS-INBOX-IDX)
                   " " WS-INBOX-TIME(WS-INBOX-IDX) " FROM "
                   WS-INBOX-FROM(WS-INBOX-IDX)
               DISPLAY "    " WS-INBOX-TEXT(WS-INBOX-IDX)
               ADD 1 TO WS-INBOX-IDX.

           AckOneNotice.
               MOVE "K" TO NOTE-ACTION
               MOVE WS-INBOX-SEQ(WS-INBOX-IDX) TO NOTE-SEQ
               MOVE WS-OPERATOR-ID TO NOTE-OPERATOR
               CALL "NOTICE" USING NOTE-PARMS
               IF NOTE-STATUS NOT = "00"
                   DISPLAY "NOTICE " NOTE-SEQ " NOT ACKNOWLEDGED - "
                       "STATUS " NOTE-STATUS
               END-IF
               ADD 1 TO WS-INBOX-IDX.

      *    a notice is this operator's when it names them, names a
      *    role they hold (admins count as supervisors), or goes to
      *    everyone - and it is unread until they acknowledge it
           LoadInbox.
               MOVE 0 TO WS-ACKED-COUNT
               MOVE 0 TO WS-INBOX-COUNT
               MOVE 0 TO WS-INBOX-MORE
               OPEN INPUT NOTICE-ACK
               IF WS-NOTEACK-STATUS NOT = "00"
                   GO TO LoadInboxNotices
               END-IF.
           LoadInboxAcks.
               READ NOTICE-ACK INTO WS-NOTEACK-LINE
                   AT END
                       CLOSE NOTICE-ACK
                       GO TO LoadInboxNotices
               END-READ
               IF WS-NAK-OPER = WS-OPERATOR-ID
                   AND WS-ACKED-COUNT < WS-ACKED-MAX
                   ADD 1 TO WS-ACKED-COUNT
                   MOVE WS-NAK-SEQ TO WS-ACKED-SEQ(WS-ACKED-COUNT)
               END-IF
               GO TO LoadInboxAcks.
           LoadInboxNotices.
               OPEN INPUT NOTICE-FILE
               IF WS-NOTICE-STATUS NOT = "00"
                   GO TO LoadInboxExit
               END-IF.
           LoadInboxLoop.
               READ NOTICE-FILE INTO WS-NOTICE-LINE
                   AT END
                       CLOSE NOTICE-FILE
                       GO TO LoadInboxExit
               END-READ
               MOVE 0 TO WS-NOTE-MINE
               EVALUATE WS-NTC-TO-TYPE
                   WHEN "O"
                       IF WS-NTC-TO-ID = WS-OPERATOR-ID
                           MOVE 1 TO WS-NOTE-MINE
                       END-IF
                   WHEN "S"
                       IF WS-OPERATOR-ROLE NOT = "O"
                           MOVE 1 TO WS-NOTE-MINE
                       END-IF
                   WHEN "A"
                       IF WS-OPERATOR-ROLE = "A"
                           MOVE 1 TO WS-NOTE-MINE
                       END-IF
                   WHEN "E"
                       MOVE 1 TO WS-NOTE-MINE
               END-EVALUATE
               IF WS-NOTE-MINE = 0
                   GO TO LoadInboxLoop
               END-IF
               MOVE 0 TO WS-NOTE-ACKED
               MOVE 1 TO WS-ACKED-IDX
               PERFORM CheckAcked
                   UNTIL WS-ACKED-IDX > WS-ACKED-COUNT
                   OR WS-NOTE-ACKED = 1
               IF WS-NOTE-ACKED = 1
                   GO TO LoadInboxLoop
               END-IF
               IF WS-INBOX-COUNT < WS-INBOX-MAX
                   ADD 1 TO WS-INBOX-COUNT
                   MOVE WS-NTC-SEQ TO WS-INBOX-SEQ(WS-INBOX-COUNT)
                   MOVE WS-NTC-DATE TO WS-INBOX-DATE(WS-INBOX-COUNT)
                   MOVE WS-NTC-TIME TO WS-INBOX-TIME(WS-INBOX-COUNT)
                   MOVE WS-NTC-FROM TO WS-INBOX-FROM(WS-INBOX-COUNT)
                   MOVE WS-NTC-TEXT TO WS-INBOX-TEXT(WS-INBOX-COUNT)
               ELSE
                   ADD 1 TO WS-INBOX-MORE
               END-IF
               GO TO LoadInboxLoop.
           LoadInboxExit.
               EXIT.

           CheckAcked.
               IF WS-ACKED-SEQ(WS-ACKED-IDX) = WS-NTC-SEQ
                   MOVE 1 TO WS-NOTE-ACKED
               END-IF
               ADD 1 TO WS-ACKED-IDX.

      *    a supervisor's free-text notice goes out under their own
      *    id; one addressed to a single operator must name a
      *    registered one
           PostNotice.
               DISPLAY "POST TO - O ONE OPERATOR, S SUPERVISORS, "
                   "A ADMINS, E EVERYONE:"
               ACCEPT WS-POST-TYPE
               INSPECT WS-POST-TYPE CONVERTING "osae" TO "OSAE"
               IF WS-POST-TYPE NOT = "O" AND WS-POST-TYPE NOT = "S"
                   AND WS-POST-TYPE NOT = "A" AND WS-POST-TYPE NOT = "E"
                   DISPLAY "NOTHING POSTED - NO SUCH ADDRESS"
                   MOVE 8 TO RETURN-CODE
                   GO TO PostNoticeExit
               END-IF
               MOVE SPACES TO WS-POST-ID
               IF WS-POST-TYPE = "O"
                   DISPLAY "OPERATOR ID:" WITH NO ADVANCING
                   ACCEPT WS-POST-ID
                   PERFORM FindAddressee THRU FindAddresseeExit
                   IF WS-POST-FOUND = 0
                       DISPLAY WS-POST-ID " IS NOT REGISTERED - "
                           "NOTHING POSTED"
                       MOVE 8 TO RETURN-CODE
                       GO TO PostNoticeExit
                   END-IF
               END-IF
               DISPLAY "NOTICE TEXT (UP TO 72 CHARACTERS):"
               MOVE SPACES TO NOTE-TEXT
               ACCEPT NOTE-TEXT
               IF NOTE-TEXT = SPACES
                   DISPLAY "NOTHING POSTED"
                   GO TO PostNoticeExit
               END-IF
               MOVE "P" TO NOTE-ACTION
               MOVE WS-POST-TYPE TO NOTE-TO-TYPE
               MOVE WS-POST-ID TO NOTE-TO-ID
               MOVE WS-OPERATOR-ID TO NOTE-FROM
               CALL "NOTICE" USING NOTE-PARMS
               IF NOTE-STATUS = "00"
                   DISPLAY "NOTICE " NOTE-SEQ " POSTED"
               ELSE
                   DISPLAY "NOTICE NOT POSTED - STATUS " NOTE-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF.
           PostNoticeExit.
               EXIT.

           FindAddressee.
               MOVE 0 TO WS-POST-FOUND
               OPEN INPUT OPERATOR-REGISTRY
               IF WS-REGISTRY-STATUS NOT = "00"
                   GO TO FindAddresseeExit
               END-IF.
           FindAddresseeLoop.
               READ OPERATOR-REGISTRY INTO WS-SCAN-LINE
                   AT END
                       CLOSE OPERATOR-REGISTRY
                       GO TO FindAddresseeExit
               END-READ
               IF WS-SCAN-ID = WS-POST-ID
                   MOVE 1 TO WS-POST-FOUND
                   CLOSE OPERATOR-REGISTRY
                   GO TO FindAddresseeExit
               END-IF
               GO TO FindAddresseeLoop.
           FindAddresseeExit.
               EXIT.

      *    who launched which utility when, and what it returned -
      *    one audit record per menu action
           WriteAudit.
