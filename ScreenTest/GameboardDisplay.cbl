           SELECT PREFS-FILE ASSIGN TO "OPERPREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFS-STATUS.
           SELECT RECORDING-FILE ASSIGN TO WS-RECORD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECORD-STATUS.
           SELECT RECCAT-FILE ASSIGN TO "DUNGRECS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECCAT-STATUS.
           SELECT COMBAT-LOG ASSIGN TO "COMBATLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMBAT-STATUS.
           SELECT REGISTRY-FILE ASSIGN TO "OPERREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEVEL-FILE.
       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-FILE-REC PIC X(60).
       FD  PROFILE-FILE.
       01  PROFILE-FILE-REC PIC X(60).
       FD  PREFS-FILE.
       01  PREFS-FILE-REC PIC X(30).
       FD  RECORDING-FILE.
       01  RECORDING-FILE-REC PIC X(322).
       FD  RECCAT-FILE.
       01  RECCAT-FILE-REC PIC X(100).
       FD  COMBAT-LOG.
       01  COMBAT-LOG-REC PIC X(80).
       FD  REGISTRY-FILE.
       01  REGISTRY-FILE-REC PIC X(80).
       WORKING-STORAGE SECTION.
      *initInfo
       COPY COLORS.
           05 WS-SESSION-SLIMES-OUT pic 9(2).
           05 FILLER pic X(1) value SPACE.
           05 WS-SESSION-LEVEL-OUT pic X(20).
      *    who played - the operator, or for a co-op run both
      *    operators joined by a plus as on the leaderboard; lines
      *    from before this column read as blanks
           05 FILLER pic X(1) value SPACE.
           05 WS-SESSION-PLAYED-BY pic X(17).
      *operator identity and report-mode switch
       01 WS-OPERATOR-NAME pic X(20) value SPACES.
       01 WS-REPORT-CHOICE pic X(1) value SPACE.
           05 WS-PROF-DMG pic 9(3).
           05 FILLER pic X(1) value SPACE.
           05 WS-PROF-SIGHT pic 9(2).
      *    lifetime takings - monsters killed and gold picked up;
      *    profiles from before the columns start them at zero
           05 FILLER pic X(1) value SPACE.
           05 WS-PROF-KILLS pic 9(5).
           05 FILLER pic X(1) value SPACE.
           05 WS-PROF-GOLD pic 9(7).
       01 WS-PROF-COUNT pic 9(3) value 0.
       01 WS-PROF-TABLE.
           05 WS-PROF-ENTRY pic X(60) occurs 100 times.
       01 WS-PROF-IDX pic 9(3).
       01 WS-PROF-HIT pic 9(3) value 0.
       01 WS-PROF-EOF pic 9(1).
       01 WS-PROF-OVER pic 9(1) value 0.
       01 WS-XP-GAIN pic 9(5) value 0.
       01 WS-CREDIT-KILLS pic 9(5) value 0.
       01 WS-NEW-LEVEL pic 9(5) value 1.
      *saved operator preferences - default level and survival
      *answer, and the movement keys, in place of the hardcoded
               10 WS-LEADER-OUTCOME pic X(4).
               10 WS-LEADER-LVL pic X(4).
       01 WS-LEADER-TEMP-LVL pic X(4).
       01 WS-LEADER-POST-NAME pic X(20).
      *the trailing level column makes turns-survived numbers
      *comparable - entries from before the column read as blanks.
      *a co-op run posts both names joined by "+" and marks the level
      *column C in place of L, with the higher character level
       01 WS-LEADER-REC.
           05 WS-LEADER-REC-TURNS pic 9(20).
           05 FILLER pic X(1) value SPACE.
      *the purse - gold dropped by defeated monsters or placed as
      *treasure, spent in the between-level shop
       01 WS-GOLD pic 9(5) value 0.
      *this session's takings for the profile - kills by this
      *player's sword and every coin picked up, spent or not
       01 WS-PLAYER-KILLS pic 9(5) value 0.
       01 WS-GOLD-EARNED pic 9(5) value 0.
       01 WS-SHOP-KEY pic X(1) value SPACE.
      *shop prices and the strength each new wave adds - the values
      *here stand unless the tunables file sets its own
       01 WS-PRICE-POTION pic 9(3) value 20.
       01 WS-PRICE-KEY pic 9(3) value 30.
       01 WS-PRICE-SWORD pic 9(3) value 50.
       01 WS-PRICE-SHOW pic ZZ9.
       01 WS-WAVE-HEALTH-STEP pic 9(2) value 10.
       01 WS-WAVE-DAMAGE-STEP pic 9(2) value 1.
      *turncounter
       01 turnCounter pic 9(38) value 0.
      *session recording - every live session writes its seed, its
      *setup answers and each turn's key to its own DRyyyymmddhhmmss
      *file, so a report of odd play can be re-run exactly by
      *DUNGREPL; a recording that cannot be opened leaves the session
      *to play on unrecorded
       01 WS-RECORD-FILENAME pic X(20) value SPACES.
       01 WS-RECORD-STATUS pic X(2).
       01 WS-RECORD-OPEN pic 9(1) value 0.
           88 RECORDING-OPEN value 1.
       01 WS-RECORD-DATE pic 9(8).
       01 WS-RECORD-CLOCK pic 9(8).
       01 WS-RECCAT-STATUS pic X(2).
      *set as play reaches its first turn, once setup is done
       01 WS-SESSION-STARTED pic 9(1) value 0.
      *the setup prompt being answered, kept with its answer
       01 WS-ANSWER-PROMPT pic X(8) value SPACES.
       01 WS-ANSWER pic X(1) value SPACE.
       COPY DUNGREC.
      *replay - a caller passing DUNG-PARMS gets the recording played
      *back; quiet turns are run without drawing on the way to the
      *stop turn, stepping waits for the viewer before each turn
       01 WS-REPLAY-MODE pic 9(1) value 0.
           88 REPLAYING value 1.
       01 WS-REPLAY-QUIET pic 9(1) value 0.
       01 WS-REPLAY-STEP pic 9(1) value 0.
       01 WS-REPLAY-STOP pic 9(9) value 0.
       01 WS-REPLAY-TURN pic 9(9) value 0.
       01 WS-REPLAY-CMD pic X(1) value SPACE.
      *a line read ahead that turned out not to be the one wanted,
      *kept for the next read
       01 WS-REPLAY-HELD pic 9(1) value 0.
      *daily challenge - the day's seed and level for everyone who
      *plays it that date, one attempt each, ranked on its own file
      *by DAILYCHL instead of the turns-survived leaderboard
       01 WS-CHALLENGE-CHOICE pic X(1) value "N".
       01 WS-CHALLENGE-MODE pic 9(1) value 0.
       01 WS-CHALLENGE-DATE pic 9(8) value 0.
       COPY DCHLPARM.
      *autoplay - the nightly proof that a level can be beaten; the
      *bot below picks each turn's key from the state of the board,
      *so nothing is drawn, asked or written and a session that goes
      *nowhere is cut off at the caller's turn limit
       01 WS-AUTOPLAY-MODE pic 9(1) value 0.
           88 AUTOPLAYING value 1.
       01 WS-AUTO-LIMIT pic 9(9) value 0.
      *where the level put its treasure, keys, potions and doors -
      *the bits say each turn which are still there
       01 WS-BOT-ITEMS pic 9(3) value 0.
       01 WS-BOT-ITEM occurs 200 times.
           05 WS-BOT-ITEM-X pic 9(3).
           05 WS-BOT-ITEM-Y pic 9(3).
           05 WS-BOT-ITEM-GLYPH pic X.
       01 WS-BOT-IDX pic 9(3).
      *the bot's picture of the board - walls from the level, items
      *and doors still in place, live monsters as "m"
       01 WS-BOT-BASE.
           05 WS-BOT-BASE-ROW pic X(maxWidth) occurs maxHeight times.
       01 WS-BOT-MAP.
           05 WS-BOT-ROW pic X(maxWidth) occurs maxHeight times.
      *the search out from the player - each square reached keeps
      *the first step taken toward it (1 up, 2 right, 3 down, 4 left)
       01 WS-BOT-STEPS.
           05 WS-BOT-STEP-ROW occurs maxHeight times.
               10 WS-BOT-STEP pic 9(1) occurs maxWidth times.
       01 WS-BOT-QUEUE.
           05 WS-BOT-Q occurs 4000 times.
               10 WS-BOT-QX pic 9(3) comp-5.
               10 WS-BOT-QY pic 9(3) comp-5.
       01 WS-BOT-HEAD pic 9(4) comp-5.
       01 WS-BOT-TAIL pic 9(4) comp-5.
       01 WS-BOT-X pic 9(3) comp-5.
       01 WS-BOT-Y pic 9(3) comp-5.
       01 WS-BOT-NX pic 9(3) comp-5.
       01 WS-BOT-NY pic 9(3) comp-5.
       01 WS-BOT-DIR pic 9(1).
       01 WS-BOT-FIRST pic 9(1).
       01 WS-BOT-CELL pic X(1).
       01 WS-BOT-ITEM-DIR pic 9(1).
       01 WS-BOT-MON-DIR pic 9(1).
       01 WS-BOT-FOUND pic X(1).
       01 WS-BOT-ALIVE pic 9(2).
       01 WS-BOT-FACE-X pic S9(3).
       01 WS-BOT-FACE-Y pic S9(3).
       01 WS-BOT-NEXT-X pic S9(3).
       01 WS-BOT-NEXT-Y pic S9(3).
       01 WS-BOT-NEXT-TURN pic 9(9).
       01 WS-BOT-HALF pic 9(9).
       01 WS-BOT-ODD pic 9(1).
      *the look one move ahead - the player and each monster where
      *they would stand once the monsters have answered the key
       01 WS-BOT-SIM occurs slimeFreq times.
           05 WS-BOT-SIM-X pic S9(3).
           05 WS-BOT-SIM-Y pic S9(3).
       01 WS-BOT-PX pic S9(3).
       01 WS-BOT-PY pic S9(3).
       01 WS-BOT-LX pic S9(3).
       01 WS-BOT-LY pic S9(3).
       01 WS-BOT-SWORD-X pic S9(3).
       01 WS-BOT-SWORD-Y pic S9(3).
       01 WS-BOT-J pic 9(3).
       01 WS-BOT-SEES pic 9(1).
       01 WS-BOT-CLEAR pic 9(1).
       01 WS-BOT-TRY pic 9(1).
       01 WS-BOT-BEST pic 9(1).
       01 WS-BOT-GOAL pic 9(1).
       01 WS-BOT-HURT pic 9(5).
       01 WS-BOT-HITS pic 9(3).
       01 WS-BOT-NEAR pic 9(3).
       01 WS-BOT-SCORE pic S9(7).
       01 WS-BOT-BEST-SCORE pic S9(7).
      *monster health and items still on the board, and how many
      *turns it has stood without going down
       01 WS-BOT-LEFT pic 9(7).
       01 WS-BOT-LAST-LEFT pic 9(7) value 0.
       01 WS-BOT-IDLE pic 9(4) value 0.
      *combat event log - the session's blows, deaths, potions and
      *pickups are held here and appended to COMBATLOG.DAT in one
      *locked write when the session ends, or sooner when the table
      *fills; events the lock could not take are counted, not kept
       01 WS-COMBAT-STATUS pic X(2).
       01 WS-CEV-COUNT pic 9(3) value 0.
       01 WS-CEV-TABLE.
           05 WS-CEV-HELD pic X(80) occurs 200 times.
       01 WS-CEV-IDX pic 9(3).
       01 WS-CEV-LOST pic 9(5) value 0.
       01 WS-CEV-CLOCK pic 9(8).
       01 WS-CEV-BEFORE pic 9(5).
       COPY COMBATEV.
      *hot-seat co-op - a second operator joins on the same board and
      *the two take turns at the keyboard. what belongs to one player
      *- the body on the map, the sign-on, the keys, the purse, the
      *character and the session's takings - waits in that player's
      *slot while the other plays, and is swapped back into the
      *working fields above when it is their turn again
       01 WS-COOP-MODE pic 9(1) value 0.
           88 COOP-PLAY value 1.
       01 WS-COOP-CHOICE pic X(1) value "N".
       01 WS-TURN-SLOT pic 9(1) value 1.
       01 WS-OTHER-SLOT pic 9(1) value 2.
       01 WS-SWAP-SLOT pic 9(1).
       01 WS-COOP-SLOT occurs 2 times.
           05 WS-SLOT-X pic 9(3) value 0.
           05 WS-SLOT-Y pic 9(3) value 0.
           05 WS-SLOT-OLD-X pic 9(3) value 0.
           05 WS-SLOT-OLD-Y pic 9(3) value 0.
           05 WS-SLOT-HEALTH pic 9(3) value 0.
           05 WS-SLOT-NOSE pic 9(1) value 2.
           05 WS-SLOT-FALLEN pic 9(1) value 0.
           05 WS-SLOT-OPER pic X(20) value SPACES.
           05 WS-SLOT-REGISTERED pic 9(1) value 0.
           05 WS-SLOT-KEYS pic X(4) value SPACES.
           05 WS-SLOT-GOLD pic 9(5) value 0.
           05 WS-SLOT-KEY-COUNT pic 9(2) value 0.
           05 WS-SLOT-PROF-LINE pic X(60) value SPACES.
           05 WS-SLOT-PROF-HIT pic 9(3) value 0.
           05 WS-SLOT-DMG pic 9(3) value 0.
           05 WS-SLOT-SIGHT pic 9(2) value 0.
           05 WS-SLOT-POTIONS pic 9(3) value 0.
           05 WS-SLOT-KILLS pic 9(5) value 0.
           05 WS-SLOT-GOLD-EARNED pic 9(5) value 0.
           05 WS-SLOT-XP-GAIN pic 9(5) value 0.
       01 WS-FALL-IDX pic 9(1).
       01 WS-PARTNER-ID pic X(20) value SPACES.
       01 WS-PARTNER-PIN pic X(8) value SPACES.
       01 WS-PARTNER-PIN-OK pic 9(1) value 0.
       01 WS-PARTY-NAME pic X(20) value SPACES.
       01 WS-PARTY-LEVEL pic 9(3) value 0.
       01 WS-HOLD-DLEVEL pic 9(1).
       01 WS-HOLD-SURVIVAL pic X(1).
      *the partner's sign-on is checked against the operator registry
       01 WS-REGISTRY-STATUS pic X(2).
       01 WS-REGISTRY-LINE.
           05 WS-REGISTRY-ID pic X(8).
           05 FILLER pic X(24).
      *a monster's pick between the two, and the partner's square
       01 WS-TARGET-SWAP pic 9(1) value 0.
       01 WS-NEAR-ACTIVE pic S9(4).
       01 WS-NEAR-PARTNER pic S9(4).
       01 WS-SPOT-X pic 9(3).
       01 WS-SPOT-Y pic 9(3).
       01 WS-SPOT-FOUND pic 9(1).
      *whose eyes the fog of war is being worked out from
       01 WS-EYE-X pic 9(3).
       01 WS-EYE-Y pic 9(3).
       01 WS-EYE-SIGHT pic 9(2).
      *shared file-error reporting
       COPY FILEERR.
      *shared file interlock
       COPY FILELOCK.
       COPY CTLTOTAL.
       COPY TUNEPARM.
       COPY PINPARM.
      *colliderVars
       01 cldrWS.
           03 cldrSbj.
           05 cldrTgtPntr usage POINTER.

       LINKAGE SECTION.
      *Entity - laid over one slime at a time, so it follows the
      *slime layout field for field as far as recoil
       01 entity.
           05 CurrentX pic 9(3) value 3.
           05 CurrentY pic 9(3) value 3.
           05 OldX pic 9(3) value 3.
           05 OldY pic 9(3) value 3.
           05 Health pic 9(3) value 100.
           05 Damage pic 9(3) value 5.
           05 Glyph usage pointer value null.
           05 Recoil pic 9(1) value 3.
       01 cldrLS.
            05 Glyph usage pointer value null.
            05 Recoil pic 9(1) value 3.
           05 cldrGlyph usage pointer value null.
       COPY DUNGPARM.

       SCREEN SECTION.
       01 blnkScrn blank screen.
           nose of player).


       PROCEDURE DIVISION USING DUNG-PARMS.

       initialization.
      * set bounds
        move glyphPlayerW to glyphPlayer(5)
        move glyphSwordNS to glyphSWord(1)
        move glyphSwordEW to glyphSWord(2)
        PERFORM loadTunables

      * random seed gets modified by last random result - seeded from
      * the system clock so no manual keystroke is needed to start
        ACCEPT ACPT-CLOCK FROM TIME
        MOVE ACPT-CLOCK(5:4) TO ACPT-num
      * a replay takes its seed, operator and character from the
      * recording instead of the clock, the sign-on and the profile
        if address of DUNG-PARMS not = null then
         if DUNG-PARM-AUTOPLAY = "Y" then
          PERFORM startAutoplay
          GO TO finishSetup
         end-if
         PERFORM openReplay
         GO TO setupSession
        end-if
        display blnkScrn
      * Report mode - print the leaderboard and exit without playing
        DISPLAY "Print leaderboard report and exit? (Y/N, default N)"
        end-if
        PERFORM loadProfile
        PERFORM loadPlayerPrefs
        PERFORM startRecording
       .
      *the setup prompts - answered at the keyboard, or in a replay
      *taken off the recording in the order they were first asked
       setupSession.
        display blnkScrn
        if WS-OPER-REGISTERED = 1 then
         PERFORM askChallenge
        end-if
        if WS-CHALLENGE-MODE = 1 then
         PERFORM loadLevel
         PERFORM loadMonsters
         PERFORM spawnSlimes
         GO TO finishSetup
        end-if
      * Prepare map pointers for initial render
        DISPLAY "Load saved game? (Y/N, default N)" line 1
        move "LOADGAME" to WS-ANSWER-PROMPT
        if REPLAYING then
         PERFORM replayAnswer
         move WS-DRP-ANSWER to WS-LOAD-CHOICE
        else
         ACCEPT WS-LOAD-CHOICE TIMEOUT AFTER 5 with auto line 2
         move WS-LOAD-CHOICE to WS-ANSWER
         PERFORM recordAnswer
        end-if
        display blnkScrn
        if WS-LOAD-CHOICE = "Y" or WS-LOAD-CHOICE = "y" then
         if REPLAYING then
          PERFORM replayCheckpoint
         else
          PERFORM restoreCheckpoint
          PERFORM recordCheckpoint
         end-if
        end-if
        if CHECKPOINT-FILE-LOADED then
         MOVE WS-CKPT-LEVEL TO WS-LEVEL-FILENAME
         PERFORM selectLevel
         DISPLAY "Survival mode - endless waves? (Y/N, default "
             WS-DEF-SURVIVAL ")" line 1
         move "SURVIVAL" to WS-ANSWER-PROMPT
         if REPLAYING then
          PERFORM replayAnswer
          move WS-DRP-ANSWER to WS-SURVIVAL-CHOICE
         else
          ACCEPT WS-SURVIVAL-CHOICE TIMEOUT AFTER 5 with auto line 2
          move WS-SURVIVAL-CHOICE to WS-ANSWER
          PERFORM recordAnswer
         end-if
         display blnkScrn
         if WS-SURVIVAL-CHOICE = SPACE then
          move WS-DEF-SURVIVAL to WS-SURVIVAL-CHOICE
         if WS-SURVIVAL-CHOICE = "Y" or WS-SURVIVAL-CHOICE = "y" then
          move 1 to WS-SURVIVAL-MODE
         end-if
         PERFORM askCoop
         PERFORM loadLevel
         move WS-CAMPAIGN-LEVEL to WS-CAMPAIGN-START
         PERFORM loadMonsters
         PERFORM spawnSlimes
        end-if
       .
       finishSetup.
        PERFORM prepareMap
        if COOP-PLAY then
         PERFORM placePartner
        end-if
        move 1 to currentX of swordStrike
        if AUTOPLAYING then
         PERFORM autoplayScan
         EXIT PARAGRAPH
        end-if
        DISPLAY "CHARACTER LEVEL " WS-PROF-LEVEL " - MAX HEALTH "
            WS-PROF-MAXHP " SWORD " WS-PROF-DMG " SIGHT "
            WS-PROF-SIGHT line 1
        if WS-CHALLENGE-MODE = 1 then
         DISPLAY "DAILY CHALLENGE " WS-CHALLENGE-DATE " - "
             WS-LEVEL-FILENAME " - ONE ATTEMPT TODAY" line 2
        end-if
        if COOP-PLAY then
         DISPLAY "CO-OP - " WS-PARTY-NAME " - TURNS ALTERNATE, "
             WS-OPERATOR-NAME(1:8) " MOVES FIRST" line 2
        end-if
       .
       selectLevel.
      * the challenge or the autoplay run has already fixed the level
        if WS-CHALLENGE-MODE = 1 or AUTOPLAYING then
         EXIT PARAGRAPH
        end-if
        DISPLAY "Select level 1-9 (default " WS-DEF-DLEVEL ")" line 1
        move "LEVEL" to WS-ANSWER-PROMPT
        if REPLAYING then
         PERFORM replayAnswer
         move WS-DRP-ANSWER to WS-LEVEL-CHOICE
        else
         ACCEPT WS-LEVEL-CHOICE TIMEOUT AFTER 5 with auto line 2
         move WS-LEVEL-CHOICE to WS-ANSWER
         PERFORM recordAnswer
        end-if
        display blnkScrn
        if WS-LEVEL-CHOICE not numeric or WS-LEVEL-CHOICE = 0 then
         MOVE WS-DEF-DLEVEL TO WS-LEVEL-CHOICE
      *the saved preference line, when the signed-on operator keeps
      *one, replaces the hardcoded defaults and key bindings
       loadPlayerPrefs.
      * a replay keeps the keys its recording was played with, and
      * the bot plays on the standard keys
        if REPLAYING or AUTOPLAYING then
         EXIT PARAGRAPH
        end-if
        OPEN INPUT PREFS-FILE
        IF WS-PREFS-STATUS = "00" THEN
         perform until WS-PREFS-STATUS not = "00"
        add 1 to width giving godMaxY
       .
       MAIN-PROCEDURE.
        if WS-SESSION-STARTED = 0 then
         PERFORM startPlay
        end-if
      * the bot needs the monsters and the sword settled on the map,
      * not the view drawn
        if AUTOPLAYING then
         PERFORM entityDraw
        else
         PERFORM drawMap
        end-if
        if WS-REPLAY-QUIET = 0 then
         PERFORM showBoard
        end-if
        if REPLAYING then
         PERFORM replayKey
        else
         if AUTOPLAYING then
          PERFORM autoplayKey
         else
          ACCEPT ACPT-KEY TIMEOUT AFTER 1 with auto
         end-if
        end-if
        perform clearSword
        add 1 to turncounter
        if not REPLAYING then
         PERFORM recordKey
        end-if
        if acpt-key = keyUp or
         acpt-key = keyDown or
         acpt-key = keyLeft or
        perform slimeMove
        perform checkGameOver
        if acpt-key = "z" then
      *  a challenge attempt cannot be saved and resumed, and the
      *  checkpoint holds one player, so neither can a co-op run
         if not REPLAYING and WS-CHALLENGE-MODE = 0
             and not COOP-PLAY then
          perform saveCheckpoint
         end-if
         MOVE "QUIT" TO WS-ENDGAME-RESULT
         GO TO ENDGAME
        end-if
        if COOP-PLAY then
         perform passTurn
        end-if
       GO TO MAIN-PROCEDURE
       .
      *the sword is only out for the turn it was swung
       clearSword.
        if currentX of swordStrike < 999 and currentY of swordStrike <
          999 then
         move currentX of swordStrike to WS-BIT-CLEAR-X
         move currentY of swordStrike to WS-BIT-CLEAR-Y
         move WS-BIT-NOT-OCCUPIED to WS-BIT-CLEAR-MASK
         perform clearBit
         move 999 to currentX of swordStrike
         move 999 to currentY of swordStrike
        end-if
       .
      *the daily challenge - offered to registered operators only,
      *since the attempt is claimed in the operator's name before
      *play; a yes that the service turns down plays a normal game
       askChallenge.
        DISPLAY "Play today's daily challenge? (Y/N, default N)"
            line 1
        move "CHALLENG" to WS-ANSWER-PROMPT
        if REPLAYING then
         PERFORM readRecording
         if WS-DR-TYPE = "P" and WS-DRP-PROMPT = WS-ANSWER-PROMPT
          move WS-DRP-ANSWER to WS-CHALLENGE-CHOICE
         else
      *   a recording from before the challenge was offered - the
      *   line read belongs to the next prompt
          move "N" to WS-CHALLENGE-CHOICE
          move 1 to WS-REPLAY-HELD
         end-if
        else
         ACCEPT WS-CHALLENGE-CHOICE TIMEOUT AFTER 5 with auto line 2
         move WS-CHALLENGE-CHOICE to WS-ANSWER
         PERFORM recordAnswer
        end-if
        display blnkScrn
        if WS-CHALLENGE-CHOICE not = "Y" and
           WS-CHALLENGE-CHOICE not = "y" then
         EXIT PARAGRAPH
        end-if
        if REPLAYING then
         PERFORM readRecording
         if WS-DR-TYPE not = "D" then
          PERFORM replayDiverged
         end-if
        else
         move "S" to DCHL-ACTION
         move 0 to DCHL-DATE
         move WS-OPERATOR-NAME to DCHL-OPER
         CALL "DAILYCHL" USING DCHL-PARMS
         move spaces to WS-DREC-LINE
         move "D" to WS-DR-TYPE
         move DCHL-REPLY to WS-DRD-REPLY
         move DCHL-DATE to WS-DRD-DATE
         move DCHL-SEED to WS-DRD-SEED
         move DCHL-LEVEL to WS-DRD-LEVEL
         PERFORM writeRecording
        end-if
        evaluate WS-DRD-REPLY
         when "G"
          move 1 to WS-CHALLENGE-MODE
          move WS-DRD-DATE to WS-CHALLENGE-DATE
          move WS-DRD-SEED to acpt-num
          move WS-DRD-LEVEL to WS-LEVEL-FILENAME
          move 0 to WS-SURVIVAL-MODE
         when "P"
          DISPLAY "YOU HAVE ALREADY PLAYED TODAY'S CHALLENGE - "
              "STARTING A NORMAL GAME" line 3
         when other
          DISPLAY "DAILY CHALLENGE FILE IN USE - "
              "STARTING A NORMAL GAME" line 3
        end-evaluate
       .
      *hot-seat co-op - offered on a new game only, since a saved
      *game holds one player and the daily challenge is one attempt
      *each. the partner's character is built in the second slot and
      *the first operator's is put back before play begins
       askCoop.
        DISPLAY "Two-player co-op on this terminal? (Y/N, default N)"
            line 1
        move "COOP" to WS-ANSWER-PROMPT
        if REPLAYING then
         PERFORM readRecording
         if WS-DR-TYPE = "P" and WS-DRP-PROMPT = WS-ANSWER-PROMPT
          move WS-DRP-ANSWER to WS-COOP-CHOICE
         else
      *   a recording from before co-op was offered - the line read
      *   belongs to the game that follows
          move "N" to WS-COOP-CHOICE
          move 1 to WS-REPLAY-HELD
         end-if
        else
         ACCEPT WS-COOP-CHOICE TIMEOUT AFTER 5 with auto line 2
         move WS-COOP-CHOICE to WS-ANSWER
         PERFORM recordAnswer
        end-if
        display blnkScrn
        if WS-COOP-CHOICE not = "Y" and WS-COOP-CHOICE not = "y" then
         EXIT PARAGRAPH
        end-if
        PERFORM stashPlayer
        move 2 to WS-TURN-SLOT
        move 1 to WS-OTHER-SLOT
        if REPLAYING then
         PERFORM readRecording
         if WS-DR-TYPE not = "J" then
          PERFORM replayDiverged
         end-if
         if WS-DRH-OPER not = SPACES then
          PERFORM applyPartnerLine
         end-if
        else
         PERFORM signOnPartner
        end-if
        if WS-DRH-OPER = SPACES then
         move 1 to WS-TURN-SLOT
         move 2 to WS-OTHER-SLOT
         PERFORM fetchPlayer
         DISPLAY "NO SECOND OPERATOR - PLAYING SOLO" line 3
         EXIT PARAGRAPH
        end-if
      * the partner starts with an empty purse and nothing taken yet
        move 0 to WS-GOLD
        move 0 to WS-KEY-COUNT
        move 0 to WS-POTIONS-USED
        move 0 to WS-PLAYER-KILLS
        move 0 to WS-GOLD-EARNED
        move 0 to WS-XP-GAIN
        move 2 to nose of player
        move 1 to WS-COOP-MODE
        PERFORM stashPlayer
        move 1 to WS-TURN-SLOT
        move 2 to WS-OTHER-SLOT
        PERFORM fetchPlayer
        move spaces to WS-PARTY-NAME
        string WS-SLOT-OPER(1)(1:8) delimited by space
            "+" delimited by size
            WS-SLOT-OPER(2)(1:8) delimited by space
         into WS-PARTY-NAME
        move WS-PARTY-NAME to WS-DRC-OPER
       .
      *the partner signs on at the keyboard - an id on the operator
      *registry is a registered sign-on and brings that operator's
      *saved keys; any other name plays as a guest on the standard
      *keys. the recording keeps the partner the way the header keeps
      *the first operator, or a blank line when no one joined
       signOnPartner.
        DISPLAY "Second operator - enter your operator ID" line 1
        move spaces to WS-PARTNER-ID
        ACCEPT WS-PARTNER-ID line 2
        display blnkScrn
        move spaces to WS-DREC-LINE
        move "J" to WS-DR-TYPE
        if WS-PARTNER-ID = SPACES or
            WS-PARTNER-ID(1:8) = WS-SLOT-OPER(1)(1:8) then
         PERFORM writeRecording
         EXIT PARAGRAPH
        end-if
        move WS-PARTNER-ID to WS-OPERATOR-NAME
        PERFORM findPartner
      * a registered id is only the partner's with its PIN - a
      * refusal leaves the first operator playing solo
        if WS-OPER-REGISTERED = 1 then
         PERFORM checkPartnerPin
         if WS-PARTNER-PIN-OK = 0 then
          PERFORM writeRecording
          EXIT PARAGRAPH
         end-if
        end-if
        move "w" to keyUp
        move "a" to keyLeft
        move "s" to keyDown
        move "d" to keyRight
        PERFORM loadProfile
      * only the keys are the partner's - the defaults already asked
      * about stay the first operator's
        if WS-OPER-REGISTERED = 1 then
         move WS-DEF-DLEVEL to WS-HOLD-DLEVEL
         move WS-DEF-SURVIVAL to WS-HOLD-SURVIVAL
         PERFORM loadPlayerPrefs
         move WS-HOLD-DLEVEL to WS-DEF-DLEVEL
         move WS-HOLD-SURVIVAL to WS-DEF-SURVIVAL
        end-if
        move WS-OPERATOR-NAME to WS-DRH-OPER
        move WS-OPER-REGISTERED to WS-DRH-REGISTERED
        move WS-PROF-LEVEL to WS-DRH-PROF-LEVEL
        move WS-PROF-MAXHP to WS-DRH-MAXHP
        move WS-PROF-DMG to WS-DRH-DMG
        move WS-PROF-SIGHT to WS-DRH-SIGHT
        move keyUp to WS-DRH-KEYS(1:1)
        move keyLeft to WS-DRH-KEYS(2:1)
        move keyDown to WS-DRH-KEYS(3:1)
        move keyRight to WS-DRH-KEYS(4:1)
        PERFORM writeRecording
       .
       findPartner.
        move 0 to WS-OPER-REGISTERED
        OPEN INPUT REGISTRY-FILE
        IF WS-REGISTRY-STATUS = "00" THEN
         perform until WS-REGISTRY-STATUS not = "00"
          READ REGISTRY-FILE INTO WS-REGISTRY-LINE
           AT END
            move "10" to WS-REGISTRY-STATUS
           NOT AT END
            if WS-REGISTRY-ID = WS-PARTNER-ID(1:8) then
             move 1 to WS-OPER-REGISTERED
             move "10" to WS-REGISTRY-STATUS
            end-if
          END-READ
         end-perform
         CLOSE REGISTRY-FILE
        END-IF
       .
      *the partner's PIN goes through the same check as a menu
      *sign-on, so wrong ones count toward the same lock
       checkPartnerPin.
        move 0 to WS-PARTNER-PIN-OK
        DISPLAY "PIN for " WS-PARTNER-ID(1:8) line 1
        move spaces to WS-PARTNER-PIN
        ACCEPT WS-PARTNER-PIN line 2
        display blnkScrn
        move "V" to PIN-ACTION
        move WS-PARTNER-ID(1:8) to PIN-OPERATOR
        move WS-PARTNER-PIN to PIN-ENTERED
        move spaces to PIN-NEW
        move WS-SLOT-OPER(1)(1:8) to PIN-BY
        move "GAMEBOARD" to PIN-CALLER
        CALL "PINAUTH" USING PIN-PARMS
        evaluate PIN-REPLY
         when "G"
          move 1 to WS-PARTNER-PIN-OK
         when "X"
          move 1 to WS-PARTNER-PIN-OK
          DISPLAY "PIN HAS RUN OUT - CHANGE IT AT THE MENU" line 2
         when "W"
          DISPLAY "WRONG PIN FOR " WS-PARTNER-ID(1:8) line 2
         when "L"
          DISPLAY WS-PARTNER-ID(1:8) " IS LOCKED - SEE AN ADMIN"
           line 2
         when "N"
          DISPLAY "NO PIN SET - SIGN ON AT THE MENU FIRST" line 2
         when "S"
          DISPLAY "NO PIN SET - AN ADMIN MUST RESET IT" line 2
         when other
          DISPLAY "OPERATOR REGISTRY IN USE" line 2
        end-evaluate
       .
      *a replay takes the partner off the recording, as openReplay
      *takes the first operator off the header
       applyPartnerLine.
        move WS-DRH-OPER to WS-OPERATOR-NAME
        move WS-DRH-REGISTERED to WS-OPER-REGISTERED
        move WS-DRH-PROF-LEVEL to WS-PROF-LEVEL
        move WS-DRH-MAXHP to WS-PROF-MAXHP
        move WS-DRH-DMG to WS-PROF-DMG
        move WS-DRH-SIGHT to WS-PROF-SIGHT
        move WS-PROF-MAXHP to health of player
        move WS-PROF-DMG to damage of swordStrike
        move WS-PROF-SIGHT to sightRadius
        move WS-DRH-KEYS(1:1) to keyUp
        move WS-DRH-KEYS(2:1) to keyLeft
        move WS-DRH-KEYS(3:1) to keyDown
        move WS-DRH-KEYS(4:1) to keyRight
       .
      *the board and the status lines under it
       showBoard.
        DISPLAY gameMap
      *low health warns in red, healthy shows in green; slime count
      *is shown in green to match the slimes' own map glyph color
        if health of player < 30 then
         DISPLAY "HEALTH: " health of player
             WITH FOREGROUND-COLOR red line 14
        else
         DISPLAY "HEALTH: " health of player
             WITH FOREGROUND-COLOR green line 14
        end-if
        DISPLAY "SLIMES REMAINING: " WS-SLIMES-ALIVE
            WITH FOREGROUND-COLOR green line 15
        DISPLAY "KEYS: " WS-KEY-COUNT " GOLD: " WS-GOLD "  "
            WS-PICKUP-MSG
            WITH FOREGROUND-COLOR cyan line 16
        if COOP-PLAY then
         DISPLAY WS-OPERATOR-NAME(1:8) " TO MOVE - "
             WS-SLOT-OPER(WS-OTHER-SLOT)(1:8) " HEALTH: "
             WS-SLOT-HEALTH(WS-OTHER-SLOT)
             WITH FOREGROUND-COLOR cyan line 17
        end-if
       .
       restoreCheckpoint.
        move 0 to WS-CKPT-LOADED
        OPEN INPUT CHECKPOINT-FILE
          AT END
           CONTINUE
          NOT AT END
           PERFORM applyCheckpointLine
         END-READ
         CLOSE CHECKPOINT-FILE
        END-IF
       .
      *the saved line onto the running game - from the checkpoint
      *file, or in a replay from the copy the recording kept of it
       applyCheckpointLine.
        move 1 to WS-CKPT-LOADED
        MOVE WS-CKPT-TURNS to turncounter
        MOVE WS-CKPT-PLAYER-X to currentx of player
        MOVE WS-CKPT-PLAYER-Y to currenty of player
        MOVE WS-CKPT-PLAYER-HP to health of player
        MOVE WS-CKPT-PLAYER-NOSE to nose of player
        if WS-CKPT-CLEARED is numeric then
         MOVE WS-CKPT-CLEARED to WS-LEVELS-CLEARED
        end-if
        if WS-CKPT-DEFEATED is numeric then
         MOVE WS-CKPT-DEFEATED to WS-TOTAL-DEFEATED
        end-if
        if WS-CKPT-SURVIVAL is numeric then
         MOVE WS-CKPT-SURVIVAL to WS-SURVIVAL-MODE
        end-if
        if WS-CKPT-WAVE is numeric and WS-CKPT-WAVE > 0 then
         MOVE WS-CKPT-WAVE to WS-WAVE
        end-if
        if WS-CKPT-GOLD is numeric then
         MOVE WS-CKPT-GOLD to WS-GOLD
        end-if
       .
      *saved positions go back onto the roster-loaded table - stats
      *and glyphs come from the roster, the checkpoint owns x/y/hp
       applyCheckpointSlimes.
        move 999 to currenty of swordStrike
        PERFORM spawnSlimes
        PERFORM prepareMap
        if COOP-PLAY then
         PERFORM placePartner
        end-if
        PERFORM clearSeen
        display blnkScrn
        PERFORM shopScreen
      * in co-op a partner still standing spends their own purse
        if COOP-PLAY and WS-SLOT-HEALTH(WS-OTHER-SLOT) > 0 then
         PERFORM swapPlayers
         PERFORM shopScreen
         PERFORM swapPlayers
        end-if
        display blnkScrn
        DISPLAY "LEVEL CLEARED - ADVANCING TO " WS-LEVEL-FILENAME
       .
        perform until WS-SHOP-KEY = "l" or WS-SHOP-KEY = "L"
         display blnkScrn
         DISPLAY "THE SHOP - GOLD ON HAND: " WS-GOLD line 1
         if COOP-PLAY then
          DISPLAY "SERVING " WS-OPERATOR-NAME line 2
         end-if
         move WS-PRICE-POTION to WS-PRICE-SHOW
         DISPLAY "p = POTION, +25 HEALTH     (" WS-PRICE-SHOW
          " GOLD)" line 3
         move WS-PRICE-KEY to WS-PRICE-SHOW
         DISPLAY "k = KEY                    (" WS-PRICE-SHOW
          " GOLD)" line 4
         move WS-PRICE-SWORD to WS-PRICE-SHOW
         DISPLAY "s = SWORD EDGE, +2 DAMAGE  (" WS-PRICE-SHOW
          " GOLD)" line 5
         DISPLAY "l = LEAVE THE SHOP" line 7
         if REPLAYING then
          PERFORM replayShopKey
         else
          ACCEPT WS-SHOP-KEY with auto line 8
          PERFORM recordShopKey
         end-if
         evaluate WS-SHOP-KEY
          when "p"
          when "P"
           if WS-GOLD >= WS-PRICE-POTION then
            subtract WS-PRICE-POTION from WS-GOLD
            move health of player to WS-CEV-BEFORE
            add 25 to health of player
            if health of player > WS-PROF-MAXHP then
             move WS-PROF-MAXHP to health of player
            end-if
            add 1 to WS-POTIONS-USED
            DISPLAY "YOU FEEL HEALTHIER" line 10
            move "POTN" to WS-CEV-EVENT
            move glyphPotion to WS-CEV-GLYPH
            move "SHOP" to WS-CEV-DETAIL
            move space to WS-CEV-BEHAV
            compute WS-CEV-AMOUNT = health of player - WS-CEV-BEFORE
            move health of player to WS-CEV-HEALTH
            move 0 to WS-CEV-ROW
            move 0 to WS-CEV-COL
            perform logCombat
           else
            DISPLAY "NOT ENOUGH GOLD" line 10
           end-if
          when "k"
          when "K"
           if WS-GOLD >= WS-PRICE-KEY then
            subtract WS-PRICE-KEY from WS-GOLD
            add 1 to WS-KEY-COUNT
            DISPLAY "A KEY FOR YOUR POCKET" line 10
           else
           end-if
          when "s"
          when "S"
           if WS-GOLD >= WS-PRICE-SWORD then
            subtract WS-PRICE-SWORD from WS-GOLD
            add 2 to damage of swordStrike
            if damage of swordStrike > 999 then
             move 999 to damage of swordStrike
         end-evaluate
        end-perform
       .
      *the shop's prices and the wave growth, as the tunables file
      *has them today
       loadTunables.
        move 0 to TUNE-AS-OF
        move "SHOP-POTION" to TUNE-NAME
        move WS-PRICE-POTION to TUNE-DEFAULT
        CALL "TUNEGET" USING TUNE-PARMS
        move TUNE-VALUE to WS-PRICE-POTION
        move "SHOP-KEY" to TUNE-NAME
        move WS-PRICE-KEY to TUNE-DEFAULT
        CALL "TUNEGET" USING TUNE-PARMS
        move TUNE-VALUE to WS-PRICE-KEY
        move "SHOP-SWORD" to TUNE-NAME
        move WS-PRICE-SWORD to TUNE-DEFAULT
        CALL "TUNEGET" USING TUNE-PARMS
        move TUNE-VALUE to WS-PRICE-SWORD
        move "WAVE-HEALTH-STEP" to TUNE-NAME
        move WS-WAVE-HEALTH-STEP to TUNE-DEFAULT
        CALL "TUNEGET" USING TUNE-PARMS
        move TUNE-VALUE to WS-WAVE-HEALTH-STEP
        move "WAVE-DAMAGE-STEP" to TUNE-NAME
        move WS-WAVE-DAMAGE-STEP to TUNE-DEFAULT
        CALL "TUNEGET" USING TUNE-PARMS
        move TUNE-VALUE to WS-WAVE-DAMAGE-STEP
       .
      *the room clears but the session goes on - the next wave comes
      *back a little stronger, spawned by the same re-roll logic
       nextWave.
        move 1 to WS-WAVE-IDX
        perform until WS-WAVE-IDX = slimeMax
         compute health of slime(WS-WAVE-IDX) =
          health of slime(WS-WAVE-IDX)
          + (WS-WAVE * WS-WAVE-HEALTH-STEP)
         if health of slime(WS-WAVE-IDX) > 999 then
          move 999 to health of slime(WS-WAVE-IDX)
         end-if
         compute damage of slime(WS-WAVE-IDX) =
          damage of slime(WS-WAVE-IDX)
          + (WS-WAVE * WS-WAVE-DAMAGE-STEP)
         if damage of slime(WS-WAVE-IDX) > 999 then
          move 999 to damage of slime(WS-WAVE-IDX)
         end-if
        DISPLAY "GAME SAVED"
       .
       checkGameOver.
        if COOP-PLAY then
         perform checkPartyFallen
        end-if
        if health of player < 1 and not COOP-PLAY then
         if not AUTOPLAYING then
          display blnkScrn
          DISPLAY "YOU HAVE BEEN SLAIN - GAME OVER"
         end-if
         move 1 to inter
         MOVE "LOSE" TO WS-ENDGAME-RESULT
         GO TO ENDGAME
         else
      *  any numbered level advances - the campaign ends when the
      *  next level file in the sequence does not exist (level 9 is
      *  the last the one-digit filenames can name); the daily
      *  challenge and the autoplay run are the one room
         if WS-CAMPAIGN-LEVEL >= 1 and WS-CAMPAIGN-LEVEL < 9
             and WS-CHALLENGE-MODE = 0 and not AUTOPLAYING then
          perform advanceLevel
         else
          if not AUTOPLAYING then
           display blnkScrn
           DISPLAY "ALL SLIMES DEFEATED - YOU WIN"
          end-if
          MOVE "WIN " TO WS-ENDGAME-RESULT
          GO TO ENDGAME
         end-if
          MOVE WS-LEVEL-FILENAME TO WS-SESSION-LEVEL-OUT
         end-if
        end-if
        move WS-OPERATOR-NAME(1:8) to WS-SESSION-PLAYED-BY
        if COOP-PLAY then
         PERFORM partySession
        end-if
        move WS-OPERATOR-NAME(1:8) to FLOCK-OWNER
        move "SESSIONLOG" to FLOCK-FILE
        move "C" to FLOCK-ACTION
          OPEN OUTPUT SESSION-LOG
         END-IF
         WRITE SESSION-LOG-REC FROM WS-SESSION-LINE
         if WS-SESSION-STATUS = "00" then
          move "SESSIONLOG" to CTOT-FILE
          move WS-SESSION-LINE to CTOT-RECORD
          move "A" to CTOT-ACTION
          PERFORM postControlTotal
          move "C" to CTOT-ACTION
          PERFORM postControlTotal
         end-if
         move "SESSIONLOG" to FERR-FILE
         move "logSession" to FERR-PARA
         move WS-SESSION-STATUS to FERR-STATUS
        end-if
        PERFORM grantExperience
        PERFORM checkAchievements
      * each co-op player is credited on their own profile
        if COOP-PLAY then
         move WS-PROF-LEVEL to WS-PARTY-LEVEL
         PERFORM swapPlayers
         PERFORM grantExperience
         PERFORM checkAchievements
         if WS-PROF-LEVEL > WS-PARTY-LEVEL then
          move WS-PROF-LEVEL to WS-PARTY-LEVEL
         end-if
         PERFORM swapPlayers
        end-if
      * a challenge attempt is ranked on the day's standings - its
      * fixed level and seed do not belong among the random runs
        if WS-CHALLENGE-MODE = 1 then
         PERFORM postChallenge
        else
         PERFORM postLeaderboard
        end-if
        DISPLAY "===================================="
        DISPLAY "SESSION SUMMARY"
        DISPLAY "RESULT: " WS-ENDGAME-RESULT
        if COOP-PLAY then
         PERFORM showPartyMember
         PERFORM swapPlayers
         PERFORM showPartyMember
         PERFORM swapPlayers
        else
         DISPLAY "CHARACTER LEVEL: " WS-PROF-LEVEL
             " (XP EARNED: " WS-XP-GAIN ")"
        end-if
        DISPLAY "TURNS SURVIVED: " turncounter
        DISPLAY "HEALTH REMAINING: " WS-SESSION-HEALTH-OUT
        DISPLAY "SLIMES DEFEATED: " WS-SESSION-SLIMES-DEFEATED
        if WS-RECORD-FILENAME not = SPACES then
         DISPLAY "SESSION RECORDING: " WS-RECORD-FILENAME
        end-if
        if WS-CEV-LOST > 0 then
         DISPLAY "COMBATLOG IN USE - " WS-CEV-LOST
             " COMBAT EVENTS NOT LOGGED"
        end-if
        if WS-CHALLENGE-MODE = 1 then
         move "D" to DCHL-ACTION
         move WS-CHALLENGE-DATE to DCHL-DATE
         CALL "DAILYCHL" USING DCHL-PARMS
         DISPLAY "===================================="
         EXIT PARAGRAPH
        end-if
        DISPLAY "-- TOP TURNS SURVIVED --"
        move 1 to WS-LEADER-IDX
        perform until WS-LEADER-IDX > WS-LEADER-COUNT
        end-perform
        DISPLAY "===================================="
       .
       postLeaderboard.
        move "LEADERBOARD" to FLOCK-FILE
        move "C" to FLOCK-ACTION
        CALL "FILELOCK" USING FLOCK-PARMS
        if FLOCK-REPLY = "G" then
         PERFORM loadLeaderboard
         PERFORM addLeaderboardEntry
         PERFORM sortLeaderboard
         PERFORM saveLeaderboard
         move "R" to FLOCK-ACTION
         CALL "FILELOCK" USING FLOCK-PARMS
        else
         DISPLAY "LEADERBOARD IN USE BY " FLOCK-HOLDER
             " - ENTRY NOT POSTED"
         PERFORM loadLeaderboard
        end-if
       .
      *the day's attempt goes on the challenge file - the operator
      *is always registered, the attempt having been claimed at start
       postChallenge.
        move "F" to DCHL-ACTION
        move WS-CHALLENGE-DATE to DCHL-DATE
        move WS-OPERATOR-NAME to DCHL-OPER
        move WS-ENDGAME-RESULT to DCHL-RESULT
        move turncounter to DCHL-TURNS
        move health of player to DCHL-HEALTH
        move WS-SESSION-SLIMES-DEFEATED to DCHL-KILLS
        CALL "DAILYCHL" USING DCHL-PARMS
       .
      *report mode - loads and prints the leaderboard without
      *starting a session, for comparing runs across shifts
       printLeaderboardReport.
         end-perform
        end-if
        DISPLAY "===================================="
      * and the daily challenge - today's standings and all time
        move "D" to DCHL-ACTION
        move 0 to DCHL-DATE
        CALL "DAILYCHL" USING DCHL-PARMS
        move "A" to DCHL-ACTION
        CALL "DAILYCHL" USING DCHL-PARMS
        DISPLAY "===================================="
       .
      *the operator's saved character - stats apply before any
      *checkpoint restore so a saved game's health still wins; no
         move 100 to WS-PROF-MAXHP
         move 10 to WS-PROF-DMG
         move 6 to WS-PROF-SIGHT
         move 0 to WS-PROF-KILLS
         move 0 to WS-PROF-GOLD
        end-if
        if WS-PROF-KILLS is not numeric then
         move 0 to WS-PROF-KILLS
        end-if
        if WS-PROF-GOLD is not numeric then
         move 0 to WS-PROF-GOLD
        end-if
        move WS-PROF-MAXHP to health of player
        move WS-PROF-DMG to damage of swordStrike
      *every hundred points, each level worth extra health and sword
      *damage and a little more sight every five levels
       grantExperience.
      * a co-op player earns on the kills of their own sword
        if COOP-PLAY then
         move WS-PLAYER-KILLS to WS-CREDIT-KILLS
        else
         move WS-SESSION-SLIMES-DEFEATED to WS-CREDIT-KILLS
        end-if
        compute WS-XP-GAIN = WS-CREDIT-KILLS * 10
        if WS-ENDGAME-RESULT = "WIN " then
         add 50 to WS-XP-GAIN
        end-if
         if WS-PROF-SIGHT > 9 then
          move 9 to WS-PROF-SIGHT
         end-if
         if COOP-PLAY then
          DISPLAY WS-OPERATOR-NAME(1:8) " - LEVEL UP - NOW CHARACTER "
              "LEVEL " WS-PROF-LEVEL
         else
          DISPLAY "LEVEL UP - NOW CHARACTER LEVEL " WS-PROF-LEVEL
         end-if
        end-if
      * and the lifetime takings ride along with the experience
        if WS-PROF-KILLS + WS-CREDIT-KILLS > 99999 then
         move 99999 to WS-PROF-KILLS
        else
         add WS-CREDIT-KILLS to WS-PROF-KILLS
        end-if
        if WS-PROF-GOLD + WS-GOLD-EARNED > 9999999 then
         move 9999999 to WS-PROF-GOLD
        else
         add WS-GOLD-EARNED to WS-PROF-GOLD
        end-if
        perform saveProfile
       .
       .
       addLeaderboardEntry.
        move spaces to WS-LEADER-TEMP-LVL
        if COOP-PLAY then
         string "C" WS-PARTY-LEVEL delimited by size
          into WS-LEADER-TEMP-LVL
         move WS-PARTY-NAME to WS-LEADER-POST-NAME
        else
         string "L" WS-PROF-LEVEL delimited by size
          into WS-LEADER-TEMP-LVL
         move WS-OPERATOR-NAME to WS-LEADER-POST-NAME
        end-if
        if WS-LEADER-COUNT < 10 then
         add 1 to WS-LEADER-COUNT
         move turncounter to WS-LEADER-TURNS(WS-LEADER-COUNT)
         move WS-SESSION-DATE-OUT to WS-LEADER-DATE(WS-LEADER-COUNT)
         move WS-LEADER-POST-NAME to
          WS-LEADER-NAME(WS-LEADER-COUNT)
         move WS-ENDGAME-RESULT to WS-LEADER-OUTCOME(WS-LEADER-COUNT)
         move WS-LEADER-TEMP-LVL to WS-LEADER-LVL(WS-LEADER-COUNT)
        else
         if turncounter > WS-LEADER-TURNS(WS-LEADER-COUNT) then
          move turncounter to WS-LEADER-TURNS(WS-LEADER-COUNT)
          move WS-SESSION-DATE-OUT to WS-LEADER-DATE(WS-LEADER-COUNT)
          move WS-LEADER-POST-NAME to
           WS-LEADER-NAME(WS-LEADER-COUNT)
          move WS-ENDGAME-RESULT to WS-LEADER-OUTCOME(WS-LEADER-COUNT)
          move WS-LEADER-TEMP-LVL to WS-LEADER-LVL(WS-LEADER-COUNT)
         end-if
         add 1 to WS-LEADER-IDX
        end-perform
       .
      *the whole board is rewritten, so its control totals start
      *over from the entries written
       saveLeaderboard.
        OPEN OUTPUT LEADERBOARD-FILE
        move "LEADERBOARD" to FERR-FILE
        move "saveLeaderboard" to FERR-PARA
        move WS-LEADER-STATUS to FERR-STATUS
        perform reportFileError
        move "LEADERBOARD" to CTOT-FILE
        move "Z" to CTOT-ACTION
        PERFORM postControlTotal
        move 1 to WS-LEADER-IDX
        perform until WS-LEADER-IDX > WS-LEADER-COUNT
         move WS-LEADER-TURNS(WS-LEADER-IDX) to WS-LEADER-REC-TURNS
         move WS-LEADER-OUTCOME(WS-LEADER-IDX) to WS-LEADER-REC-OUTCOME
         move WS-LEADER-LVL(WS-LEADER-IDX) to WS-LEADER-REC-LVL
         WRITE LEADERBOARD-FILE-REC FROM WS-LEADER-REC
         if WS-LEADER-STATUS = "00" then
          move WS-LEADER-REC to CTOT-RECORD
          move "A" to CTOT-ACTION
          PERFORM postControlTotal
         end-if
         add 1 to WS-LEADER-IDX
        end-perform
        move "LEADERBOARD" to FERR-FILE
        move WS-LEADER-STATUS to FERR-STATUS
        perform reportFileError
        CLOSE LEADERBOARD-FILE
        move "C" to CTOT-ACTION
        PERFORM postControlTotal
       .
      *one call on the running control totals of a shared file -
      *the caller names the file, the action and the record
       postControlTotal.
        move "GAMEBOARD" to CTOT-PROGRAM
        CALL "CTLTOTAL" USING CTOT-PARMS
       .
       drawMap.
        perform entityDraw
          compute WORLD-X = CAM-X + VIEW-ROW - 1
          PERFORM until VIEW-COL > VP-WIDTH
           compute WORLD-Y = CAM-Y + VIEW-COL - 1
           move currentx of player to WS-EYE-X
           move currenty of player to WS-EYE-Y
           move sightRadius to WS-EYE-SIGHT
           perform checkVisible
      *    a co-op party shares what either player can see
           if WS-VIS-OK = 0 and COOP-PLAY
               and WS-SLOT-HEALTH(WS-OTHER-SLOT) > 0 then
            move WS-SLOT-X(WS-OTHER-SLOT) to WS-EYE-X
            move WS-SLOT-Y(WS-OTHER-SLOT) to WS-EYE-Y
            move WS-SLOT-SIGHT(WS-OTHER-SLOT) to WS-EYE-SIGHT
            perform checkVisible
           end-if
           if WS-VIS-OK = 0 then
            perform drawHidden
           else
           move WS-BIT-PLAYER to WS-BIT-TEST-MASK
           perform testBit
           if WS-BIT-TEST-RESULT not = 0 then
            if WORLD-X = currentx of player and
                WORLD-Y = currenty of player then
             move glyphPlayer(nose of player) to
              gameboardCol(VIEW-ROW,VIEW-COL)
            else
             move glyphPlayer(WS-SLOT-NOSE(WS-OTHER-SLOT)) to
              gameboardCol(VIEW-ROW,VIEW-COL)
            end-if
           else
            move WS-BIT-SWORD to WS-BIT-TEST-MASK
            perform testBit
         END-PERFORM
       .
      *a cell is visible when it sits within the sight radius and no
      *wall stands on the straight walk between player and cell - the
      *eye fields say which player is looking
       checkVisible.
        move 1 to WS-VIS-OK
        compute WS-DIST-X = WORLD-X - WS-EYE-X
        if WS-DIST-X < 0 then
         compute WS-DIST-X = 0 - WS-DIST-X
        end-if
        compute WS-DIST-Y = WORLD-Y - WS-EYE-Y
        if WS-DIST-Y < 0 then
         compute WS-DIST-Y = 0 - WS-DIST-Y
        end-if
        if WS-DIST-X > WS-EYE-SIGHT or WS-DIST-Y > WS-EYE-SIGHT then
         move 0 to WS-VIS-OK
        else
         move WS-EYE-X to WS-LOS-X
         move WS-EYE-Y to WS-LOS-Y
         perform until (WS-LOS-X = WORLD-X and WS-LOS-Y = WORLD-Y)
             or WS-VIS-OK = 0
          if WS-LOS-X < WORLD-X then
         end-if
        end-perform
       .
      *every event carries who, where and when - the level file in
      *play and the turn; a replay or an autoplay run plays events
      *that already happened or never really did, so logs none
       logCombat.
        if REPLAYING or AUTOPLAYING then
         EXIT PARAGRAPH
        end-if
        ACCEPT WS-CEV-DATE FROM DATE YYYYMMDD
        ACCEPT WS-CEV-CLOCK FROM TIME
        move WS-CEV-CLOCK(1:6) to WS-CEV-TIME
        move WS-OPERATOR-NAME(1:8) to WS-CEV-OPER
        move WS-LEVEL-FILENAME to WS-CEV-LEVEL
        move turncounter to WS-CEV-TURN
        if WS-CEV-COUNT >= 200 then
         perform flushCombat
        end-if
        add 1 to WS-CEV-COUNT
        move WS-CEV-LINE to WS-CEV-HELD(WS-CEV-COUNT)
       .
      *the held events go out under the COMBATLOG interlock; the
      *screen is left alone mid-game, so a busy file only shows in
      *the lost count on the session summary
       flushCombat.
        if WS-CEV-COUNT = 0 then
         EXIT PARAGRAPH
        end-if
        move WS-OPERATOR-NAME(1:8) to FLOCK-OWNER
        move "COMBATLOG" to FLOCK-FILE
        move "C" to FLOCK-ACTION
        CALL "FILELOCK" USING FLOCK-PARMS
        if FLOCK-REPLY = "G" then
         OPEN EXTEND COMBAT-LOG
         IF WS-COMBAT-STATUS = "35" THEN
          OPEN OUTPUT COMBAT-LOG
         END-IF
         move 1 to WS-CEV-IDX
         perform until WS-CEV-IDX > WS-CEV-COUNT
          WRITE COMBAT-LOG-REC FROM WS-CEV-HELD(WS-CEV-IDX)
          add 1 to WS-CEV-IDX
         end-perform
         move "COMBATLOG" to FERR-FILE
         move "flushCombat" to FERR-PARA
         move WS-COMBAT-STATUS to FERR-STATUS
         perform reportFileError
         CLOSE COMBAT-LOG
         move "R" to FLOCK-ACTION
         CALL "FILELOCK" USING FLOCK-PARMS
        else
         add WS-CEV-COUNT to WS-CEV-LOST
        end-if
        move 0 to WS-CEV-COUNT
       .
      *the player at the keyboard is parked in their slot
       stashPlayer.
        move currentx of player to WS-SLOT-X(WS-TURN-SLOT)
        move currenty of player to WS-SLOT-Y(WS-TURN-SLOT)
        move oldx of player to WS-SLOT-OLD-X(WS-TURN-SLOT)
        move oldy of player to WS-SLOT-OLD-Y(WS-TURN-SLOT)
        move health of player to WS-SLOT-HEALTH(WS-TURN-SLOT)
        move nose of player to WS-SLOT-NOSE(WS-TURN-SLOT)
        move WS-OPERATOR-NAME to WS-SLOT-OPER(WS-TURN-SLOT)
        move WS-OPER-REGISTERED to WS-SLOT-REGISTERED(WS-TURN-SLOT)
        move keyUp to WS-SLOT-KEYS(WS-TURN-SLOT)(1:1)
        move keyLeft to WS-SLOT-KEYS(WS-TURN-SLOT)(2:1)
        move keyDown to WS-SLOT-KEYS(WS-TURN-SLOT)(3:1)
        move keyRight to WS-SLOT-KEYS(WS-TURN-SLOT)(4:1)
        move WS-GOLD to WS-SLOT-GOLD(WS-TURN-SLOT)
        move WS-KEY-COUNT to WS-SLOT-KEY-COUNT(WS-TURN-SLOT)
        move WS-PROF-LINE to WS-SLOT-PROF-LINE(WS-TURN-SLOT)
        move WS-PROF-HIT to WS-SLOT-PROF-HIT(WS-TURN-SLOT)
        move damage of swordStrike to WS-SLOT-DMG(WS-TURN-SLOT)
        move sightRadius to WS-SLOT-SIGHT(WS-TURN-SLOT)
        move WS-POTIONS-USED to WS-SLOT-POTIONS(WS-TURN-SLOT)
        move WS-PLAYER-KILLS to WS-SLOT-KILLS(WS-TURN-SLOT)
        move WS-GOLD-EARNED to WS-SLOT-GOLD-EARNED(WS-TURN-SLOT)
        move WS-XP-GAIN to WS-SLOT-XP-GAIN(WS-TURN-SLOT)
       .
      *and the player whose turn it is comes out of theirs
       fetchPlayer.
        move WS-SLOT-X(WS-TURN-SLOT) to currentx of player
        move WS-SLOT-Y(WS-TURN-SLOT) to currenty of player
        move WS-SLOT-OLD-X(WS-TURN-SLOT) to oldx of player
        move WS-SLOT-OLD-Y(WS-TURN-SLOT) to oldy of player
        move WS-SLOT-HEALTH(WS-TURN-SLOT) to health of player
        move WS-SLOT-NOSE(WS-TURN-SLOT) to nose of player
        move WS-SLOT-OPER(WS-TURN-SLOT) to WS-OPERATOR-NAME
        move WS-SLOT-REGISTERED(WS-TURN-SLOT) to WS-OPER-REGISTERED
        move WS-SLOT-KEYS(WS-TURN-SLOT)(1:1) to keyUp
        move WS-SLOT-KEYS(WS-TURN-SLOT)(2:1) to keyLeft
        move WS-SLOT-KEYS(WS-TURN-SLOT)(3:1) to keyDown
        move WS-SLOT-KEYS(WS-TURN-SLOT)(4:1) to keyRight
        move WS-SLOT-GOLD(WS-TURN-SLOT) to WS-GOLD
        move WS-SLOT-KEY-COUNT(WS-TURN-SLOT) to WS-KEY-COUNT
        move WS-SLOT-PROF-LINE(WS-TURN-SLOT) to WS-PROF-LINE
        move WS-SLOT-PROF-HIT(WS-TURN-SLOT) to WS-PROF-HIT
        move WS-SLOT-DMG(WS-TURN-SLOT) to damage of swordStrike
        move WS-SLOT-SIGHT(WS-TURN-SLOT) to sightRadius
        move WS-SLOT-POTIONS(WS-TURN-SLOT) to WS-POTIONS-USED
        move WS-SLOT-KILLS(WS-TURN-SLOT) to WS-PLAYER-KILLS
        move WS-SLOT-GOLD-EARNED(WS-TURN-SLOT) to WS-GOLD-EARNED
        move WS-SLOT-XP-GAIN(WS-TURN-SLOT) to WS-XP-GAIN
       .
       swapPlayers.
        perform stashPlayer
        move WS-TURN-SLOT to WS-SWAP-SLOT
        move WS-OTHER-SLOT to WS-TURN-SLOT
        move WS-SWAP-SLOT to WS-OTHER-SLOT
        perform fetchPlayer
       .
      *the turn passes once this player's sword has landed - it lands
      *here, while the striker is still the one at the keyboard, so a
      *kill and its event go to the right name. a fallen partner
      *leaves the keyboard where it is
       passTurn.
        perform entityDraw
        perform clearSword
        if WS-SLOT-HEALTH(WS-OTHER-SLOT) > 0 then
         perform swapPlayers
        end-if
       .
      *a player at zero health has fallen - the keyboard goes to the
      *partner and the body comes off the map; the run only ends when
      *both are down
       checkPartyFallen.
        if health of player < 1 and
            WS-SLOT-HEALTH(WS-OTHER-SLOT) > 0 then
         perform passTurn
        end-if
        perform stashPlayer
        move 1 to WS-FALL-IDX
        perform until WS-FALL-IDX > 2
         if WS-SLOT-HEALTH(WS-FALL-IDX) < 1 and
             WS-SLOT-FALLEN(WS-FALL-IDX) = 0 then
          move 1 to WS-SLOT-FALLEN(WS-FALL-IDX)
          move WS-SLOT-X(WS-FALL-IDX) to WS-BIT-CLEAR-X
          move WS-SLOT-Y(WS-FALL-IDX) to WS-BIT-CLEAR-Y
          move WS-BIT-NOT-OCCUPIED to WS-BIT-CLEAR-MASK
          perform clearBit
          move spaces to WS-PICKUP-MSG
          string WS-SLOT-OPER(WS-FALL-IDX)(1:8) delimited by space
              " HAS FALLEN" delimited by size
           into WS-PICKUP-MSG
         end-if
         add 1 to WS-FALL-IDX
        end-perform
        if WS-SLOT-FALLEN(1) = 1 and WS-SLOT-FALLEN(2) = 1 then
         display blnkScrn
         DISPLAY "BOTH PLAYERS HAVE FALLEN - GAME OVER"
         move 1 to inter
         MOVE "LOSE" TO WS-ENDGAME-RESULT
         GO TO ENDGAME
        end-if
       .
      *the partner takes the first clear square around the player at
      *the keyboard - floor with nothing lying on it and no monster
      *standing there - or failing that the first clear square on the
      *map; a fallen partner is not put back
       placePartner.
        if WS-SLOT-HEALTH(WS-OTHER-SLOT) < 1 then
         EXIT PARAGRAPH
        end-if
        move 0 to WS-SPOT-FOUND
        compute WS-SPOT-X = currentx of player - 1
        perform until WS-SPOT-X > currentx of player + 1
            or WS-SPOT-FOUND = 1
         compute WS-SPOT-Y = currenty of player - 1
         perform until WS-SPOT-Y > currenty of player + 1
             or WS-SPOT-FOUND = 1
          perform trySpot
          if WS-SPOT-FOUND = 0 then
           add 1 to WS-SPOT-Y
          end-if
         end-perform
         if WS-SPOT-FOUND = 0 then
          add 1 to WS-SPOT-X
         end-if
        end-perform
        if WS-SPOT-FOUND = 0 then
         move 2 to WS-SPOT-X
         perform until WS-SPOT-X > height - 1 or WS-SPOT-FOUND = 1
          move 2 to WS-SPOT-Y
          perform until WS-SPOT-Y > width - 1 or WS-SPOT-FOUND = 1
           perform trySpot
           if WS-SPOT-FOUND = 0 then
            add 1 to WS-SPOT-Y
           end-if
          end-perform
          if WS-SPOT-FOUND = 0 then
           add 1 to WS-SPOT-X
          end-if
         end-perform
        end-if
        if WS-SPOT-FOUND = 0 then
         EXIT PARAGRAPH
        end-if
        move WS-SPOT-X to WS-SLOT-X(WS-OTHER-SLOT)
        move WS-SPOT-X to WS-SLOT-OLD-X(WS-OTHER-SLOT)
        move WS-SPOT-Y to WS-SLOT-Y(WS-OTHER-SLOT)
        move WS-SPOT-Y to WS-SLOT-OLD-Y(WS-OTHER-SLOT)
        move WS-SPOT-X to WS-BIT-SET-X
        move WS-SPOT-Y to WS-BIT-SET-Y
        move WS-BIT-PLAYER to WS-BIT-SET-MASK
        perform setBit
       .
       trySpot.
        if WS-SPOT-X < 2 or WS-SPOT-X > height - 1 or
            WS-SPOT-Y < 2 or WS-SPOT-Y > width - 1 then
         EXIT PARAGRAPH
        end-if
        if CollisionMaskCol(WS-SPOT-X, WS-SPOT-Y) not = WS-BIT-FLOOR
         EXIT PARAGRAPH
        end-if
        move 1 to WS-GLYPH-IDX
        perform until WS-GLYPH-IDX = slimeMax
         if health of slime(WS-GLYPH-IDX) > 1 and
           currentx of slime(WS-GLYPH-IDX) = WS-SPOT-X and
           currenty of slime(WS-GLYPH-IDX) = WS-SPOT-Y then
          EXIT PARAGRAPH
         end-if
         add 1 to WS-GLYPH-IDX
        end-perform
        move 1 to WS-SPOT-FOUND
       .
      *a co-op run logs the operator who signed on first and then the
      *partner, with the better health left between the two - and the
      *first operator is put back at the keyboard so the summary that
      *follows goes in the same order
       partySession.
        perform stashPlayer
        if WS-TURN-SLOT = 2 then
         perform swapPlayers
        end-if
        move WS-PARTY-NAME to WS-SESSION-PLAYED-BY
        if WS-SLOT-HEALTH(2) > WS-SLOT-HEALTH(1) then
         move WS-SLOT-HEALTH(2) to WS-SESSION-HEALTH-OUT
        else
         move WS-SLOT-HEALTH(1) to WS-SESSION-HEALTH-OUT
        end-if
       .
       showPartyMember.
        DISPLAY WS-OPERATOR-NAME(1:8) " - CHARACTER LEVEL: "
            WS-PROF-LEVEL " (XP EARNED: " WS-XP-GAIN ") KILLS: "
            WS-PLAYER-KILLS " GOLD: " WS-GOLD-EARNED
       .
      *hands a bad file status to the shared handler - interactive
      *mode, so the operator sees it and the error log records it
       reportFileError.
        move "GAMEBOARD" to FERR-PROGRAM
        move "I" to FERR-MODE
        CALL "FILEERR" USING FERR-PARMS
       .
       testBit.
        move CollisionMaskCol(WS-BIT-TEST-X, WS-BIT-TEST-Y) to
         WS-BIT-TEST-RESULT
        CALL "CBL_AND" USING WS-BIT-TEST-MASK, WS-BIT-TEST-RESULT,
         VALUE WS-BITMASK-LEN
       .
       setBit.
        CALL "CBL_OR" USING WS-BIT-SET-MASK,
         CollisionMaskCol(WS-BIT-SET-X, WS-BIT-SET-Y),
         VALUE WS-BITMASK-LEN
       .
       clearBit.
        CALL "CBL_AND" USING WS-BIT-CLEAR-MASK,
         CollisionMaskCol(WS-BIT-CLEAR-X, WS-BIT-CLEAR-Y),
         VALUE WS-BITMASK-LEN
       .
       updateCamera.
        compute CAM-X = (currentx of player) - (VP-HEIGHT / 2)
        if CAM-X < 1 then
         move 1 to CAM-X
        end-if
        compute CAM-MAX-X = height - VP-HEIGHT + 1
        if CAM-MAX-X < 1 then
         perform clearBit
         if(currentx of entity = currentx of swordstrike
          and currenty of entity = currenty of swordstrike) THEN
          move health of entity to WS-CEV-BEFORE
          if damage of swordstrike >= health of entity then
           move 0 to health of entity
      *    the fallen monster's gold lands on its cell, collected
          else
           subtract damage of swordstrike from health of entity
          end-if
      *   only a blow on a live monster is logged - a corpse's square
      *   can still take the sword
          if WS-CEV-BEFORE > 1 then
           if health of entity > 1 then
            move "STRK" to WS-CEV-EVENT
           else
            move "KILL" to WS-CEV-EVENT
            add 1 to WS-PLAYER-KILLS
           end-if
           move Kind of slime(slimeindex) to WS-CEV-GLYPH
           move Behav of slime(slimeindex) to WS-CEV-BEHAV
           compute WS-CEV-AMOUNT = WS-CEV-BEFORE - health of entity
           move health of entity to WS-CEV-HEALTH
           move currentx of entity to WS-CEV-ROW
           move currenty of entity to WS-CEV-COL
           move spaces to WS-CEV-DETAIL
           perform logCombat
          end-if
      *knock the slime back away from the strike, then stay in bounds
      *nose of swordstrike only ever holds 0/1 (the NS/EW glyph
      *selector set in playerAttack) - the strike's facing is nose
        move currentY of player to WS-BIT-SET-Y
        move WS-BIT-PLAYER to WS-BIT-SET-MASK
        perform setBit
      *the partner's bit goes back too - a sword cleared off their
      *square takes it with it
        if COOP-PLAY and WS-SLOT-HEALTH(WS-OTHER-SLOT) > 0 then
         move WS-SLOT-X(WS-OTHER-SLOT) to WS-BIT-SET-X
         move WS-SLOT-Y(WS-OTHER-SLOT) to WS-BIT-SET-Y
         perform setBit
        end-if
       .
       playerMove.
        move currentx of player to oldx of player
         move currenty of player to WS-BIT-CLEAR-Y
         move WS-BIT-NOT-POTION to WS-BIT-CLEAR-MASK
         perform clearBit
         move health of player to WS-CEV-BEFORE
         add 25 to health of player
         if health of player > WS-PROF-MAXHP then
          move WS-PROF-MAXHP to health of player
         end-if
         add 1 to WS-POTIONS-USED
         move "POTION +25 HEALTH" to WS-PICKUP-MSG
         move "POTN" to WS-CEV-EVENT
         move glyphPotion to WS-CEV-GLYPH
         move "FLOR" to WS-CEV-DETAIL
         perform logPickup
        end-if
        move WS-BIT-KEY to WS-BIT-TEST-MASK
        perform testBit
         perform clearBit
         add 1 to WS-KEY-COUNT
         move "PICKED UP A KEY" to WS-PICKUP-MSG
         move "ITEM" to WS-CEV-EVENT
         move glyphKey to WS-CEV-GLYPH
         move "KEY " to WS-CEV-DETAIL
         move 1 to WS-CEV-AMOUNT
         perform logPickup
        end-if
        move WS-BIT-GOLD to WS-BIT-TEST-MASK
        perform testBit
         move currenty of player to WS-BIT-CLEAR-Y
         move WS-BIT-NOT-GOLD to WS-BIT-CLEAR-MASK
         perform clearBit
         move WS-GOLD to WS-CEV-BEFORE
         if WS-GOLD > 99989 then
          move 99999 to WS-GOLD
         else
          add 10 to WS-GOLD
         end-if
         move "PICKED UP 10 GOLD" to WS-PICKUP-MSG
         move "ITEM" to WS-CEV-EVENT
         move glyphGold to WS-CEV-GLYPH
         move "GOLD" to WS-CEV-DETAIL
         compute WS-CEV-AMOUNT = WS-GOLD - WS-CEV-BEFORE
         if WS-GOLD-EARNED > 99989 then
          move 99999 to WS-GOLD-EARNED
         else
          add 10 to WS-GOLD-EARNED
         end-if
         perform logPickup
        end-if
       .
      *a pickup is logged at the player's square with the health
      *they have after it - a potion's amount is the health it
      *actually gave back under the cap
       logPickup.
        if WS-CEV-EVENT = "POTN" then
         compute WS-CEV-AMOUNT = health of player - WS-CEV-BEFORE
        end-if
        move space to WS-CEV-BEHAV
        move health of player to WS-CEV-HEALTH
        move currentx of player to WS-CEV-ROW
        move currenty of player to WS-CEV-COL
        perform logCombat
       .
       slimeMove.
        move 1 to slimeIndex
        perform until slimeIndex = slimeMax
         set address of entity to address of slime(slimeindex)
         if health of entity > 1 then
      *   in co-op the monster turns on whichever player is nearer
          move 0 to WS-TARGET-SWAP
          if COOP-PLAY then
           perform pickTarget
          end-if
          move currentx of entity to oldx of entity
          move currenty of entity to oldy of entity
      *behavior dispatch - the roster column decides how this monster
      *contact with the player deals damage, then the slime falls back
          if currentx of entity = currentx of player and currenty of
              entity = currenty of player then
           move health of player to WS-CEV-BEFORE
           if damage of slime(slimeindex) >= health of player then
            move 0 to health of player
           else
            subtract damage of slime(slimeindex) from health of player
           end-if
           move "BITE" to WS-CEV-EVENT
           perform logMonsterBlow
      *knock the player back away from the slime, then stay in bounds
      *- the player's bit goes with them, or the square they were
      *knocked off would go on blocking like a wall
           move currentx of player to WS-BIT-CLEAR-X
           move currenty of player to WS-BIT-CLEAR-Y
           move WS-BIT-NOT-OCCUPIED to WS-BIT-CLEAR-MASK
           perform clearBit
           if currentx of entity <> oldx of entity then
            if currentx of entity > oldx of entity then
             add recoil of slime(slimeindex) to currentx of player
           if currenty of player > width - 1 then
            compute currenty of player = width - 1
           end-if
           move currentx of player to WS-BIT-SET-X
           move currenty of player to WS-BIT-SET-Y
           move WS-BIT-PLAYER to WS-BIT-SET-MASK
           perform setBit
           move oldx of entity to currentx of entity
           move oldy of entity to currenty of entity
          end-if
      *a monster that stepped takes its bit along - the draw only
      *clears the square it stands on now, so the square it left
      *would otherwise block every later move through it
          if currentx of entity <> oldx of entity or
              currenty of entity <> oldy of entity then
           move oldx of entity to WS-BIT-CLEAR-X
           move oldy of entity to WS-BIT-CLEAR-Y
           move WS-BIT-NOT-OCCUPIED to WS-BIT-CLEAR-MASK
           perform clearBit
           move currentx of entity to WS-BIT-SET-X
           move currenty of entity to WS-BIT-SET-Y
           move WS-BIT-SLIME to WS-BIT-SET-MASK
           perform setBit
          end-if
          if WS-TARGET-SWAP = 1 then
           perform swapPlayers
          end-if
         end-if
         add 1 to slimeIndex
        end-perform
        move 1 to slimeIndex
       .
      *a monster goes for whichever player stands nearer, counting
      *squares across plus squares down; the player at the keyboard
      *wins a tie, and a fallen player draws no one
       pickTarget.
        if WS-SLOT-HEALTH(WS-OTHER-SLOT) < 1 then
         EXIT PARAGRAPH
        end-if
        compute WS-SDIST-X = currentx of entity - currentx of player
        if WS-SDIST-X < 0 then
         compute WS-SDIST-X = 0 - WS-SDIST-X
        end-if
        compute WS-SDIST-Y = currenty of entity - currenty of player
        if WS-SDIST-Y < 0 then
         compute WS-SDIST-Y = 0 - WS-SDIST-Y
        end-if
        compute WS-NEAR-ACTIVE = WS-SDIST-X + WS-SDIST-Y
        compute WS-SDIST-X =
         currentx of entity - WS-SLOT-X(WS-OTHER-SLOT)
        if WS-SDIST-X < 0 then
         compute WS-SDIST-X = 0 - WS-SDIST-X
        end-if
        compute WS-SDIST-Y =
         currenty of entity - WS-SLOT-Y(WS-OTHER-SLOT)
        if WS-SDIST-Y < 0 then
         compute WS-SDIST-Y = 0 - WS-SDIST-Y
        end-if
        compute WS-NEAR-PARTNER = WS-SDIST-X + WS-SDIST-Y
        if health of player < 1 or WS-NEAR-PARTNER < WS-NEAR-ACTIVE
         perform swapPlayers
         move 1 to WS-TARGET-SWAP
        end-if
       .
      *the classic logic - step one square toward the player, x axis
      *first
       slimeChaseStep.
      *a ranged hit lands without contact and without knockback - the
      *spitter holds its ground
       slimeSpit.
        move health of player to WS-CEV-BEFORE
        if damage of slime(slimeindex) >= health of player then
         move 0 to health of player
        else
         subtract damage of slime(slimeindex) from health of player
        end-if
        move "HIT BY A SPIT ATTACK" to WS-PICKUP-MSG
        move "SPIT" to WS-CEV-EVENT
        perform logMonsterBlow
       .
      *a monster's blow is logged where the player stood when it
      *landed; the blow that drops the player is followed by the
      *death, naming the monster and how it struck. a player already
      *down takes no more blows worth logging
       logMonsterBlow.
        if WS-CEV-BEFORE = 0 then
         EXIT PARAGRAPH
        end-if
        move Kind of slime(slimeindex) to WS-CEV-GLYPH
        move Behav of slime(slimeindex) to WS-CEV-BEHAV
        compute WS-CEV-AMOUNT = WS-CEV-BEFORE - health of player
        move health of player to WS-CEV-HEALTH
        move currentx of player to WS-CEV-ROW
        move currenty of player to WS-CEV-COL
        move spaces to WS-CEV-DETAIL
        perform logCombat
        if health of player = 0 then
         move WS-CEV-EVENT to WS-CEV-DETAIL
         move "DIED" to WS-CEV-EVENT
         perform logCombat
        end-if
       .
       playerAttack.
        move 0 to inter
          move 1 to nose of player
        END-IF
       .
      *a live session's recording opens once the operator and the
      *character are known and before anything random has happened,
      *so the header's seed is the one every spawn grows from
       startRecording.
        ACCEPT WS-RECORD-DATE FROM DATE YYYYMMDD
        ACCEPT WS-RECORD-CLOCK FROM TIME
        move spaces to WS-RECORD-FILENAME
        string "DR" WS-RECORD-DATE WS-RECORD-CLOCK(1:6) ".DAT"
         delimited by size into WS-RECORD-FILENAME
        OPEN OUTPUT RECORDING-FILE
        if WS-RECORD-STATUS not = "00" then
         move "RECORDING" to FERR-FILE
         move "startRecording" to FERR-PARA
         move WS-RECORD-STATUS to FERR-STATUS
         perform reportFileError
         move spaces to WS-RECORD-FILENAME
         EXIT PARAGRAPH
        end-if
        move 1 to WS-RECORD-OPEN
        move spaces to WS-DRCAT-LINE
        move WS-RECORD-DATE to WS-DRC-DATE
        move WS-RECORD-CLOCK(1:6) to WS-DRC-TIME
        move WS-RECORD-FILENAME to WS-DRC-FILE
        move WS-OPERATOR-NAME to WS-DRC-OPER
        move spaces to WS-DREC-LINE
        move "H" to WS-DR-TYPE
        move WS-RECORD-DATE to WS-DRH-DATE
        move WS-RECORD-CLOCK(1:6) to WS-DRH-TIME
        move acpt-num to WS-DRH-SEED
        move WS-OPERATOR-NAME to WS-DRH-OPER
        move WS-OPER-REGISTERED to WS-DRH-REGISTERED
        move WS-PROF-LEVEL to WS-DRH-PROF-LEVEL
        move WS-PROF-MAXHP to WS-DRH-MAXHP
        move WS-PROF-DMG to WS-DRH-DMG
        move WS-PROF-SIGHT to WS-DRH-SIGHT
        move keyUp to WS-DRH-KEYS(1:1)
        move keyLeft to WS-DRH-KEYS(2:1)
        move keyDown to WS-DRH-KEYS(3:1)
        move keyRight to WS-DRH-KEYS(4:1)
        move WS-DEF-DLEVEL to WS-DRH-DEF-LEVEL
        move WS-DEF-SURVIVAL to WS-DRH-DEF-SURVIVAL
        PERFORM writeRecording
       .
      *a write that fails stops the recording but not the game
       writeRecording.
        if not RECORDING-OPEN or REPLAYING then
         EXIT PARAGRAPH
        end-if
        WRITE RECORDING-FILE-REC FROM WS-DREC-LINE
        if WS-RECORD-STATUS not = "00" then
         move "RECORDING" to FERR-FILE
         move "writeRecording" to FERR-PARA
         move WS-RECORD-STATUS to FERR-STATUS
         perform reportFileError
         CLOSE RECORDING-FILE
         move 0 to WS-RECORD-OPEN
         move spaces to WS-RECORD-FILENAME
        end-if
       .
       recordAnswer.
        move spaces to WS-DREC-LINE
        move "P" to WS-DR-TYPE
        move WS-ANSWER-PROMPT to WS-DRP-PROMPT
        move WS-ANSWER to WS-DRP-ANSWER
        PERFORM writeRecording
       .
      *the checkpoint as it was read - the save file is overwritten
      *by the next "z", so the recording keeps its own copy
       recordCheckpoint.
        move spaces to WS-DREC-LINE
        move "C" to WS-DR-TYPE
        if CHECKPOINT-FILE-LOADED then
         move WS-CHECKPOINT-LINE to WS-DR-BODY
        end-if
        PERFORM writeRecording
       .
       recordKey.
        move spaces to WS-DREC-LINE
        move "K" to WS-DR-TYPE
        move turncounter to WS-DRK-TURN
        move acpt-key to WS-DRK-KEY
        PERFORM writeRecording
       .
       recordShopKey.
        move spaces to WS-DREC-LINE
        move "S" to WS-DR-TYPE
        move turncounter to WS-DRK-TURN
        move WS-SHOP-KEY to WS-DRK-KEY
        PERFORM writeRecording
       .
      *setup is over - the recording notes the game it left behind,
      *and a replay checks it has arrived at the same game
       startPlay.
        move 1 to WS-SESSION-STARTED
        move turncounter to WS-REPLAY-TURN
        if REPLAYING then
         PERFORM readRecording
         if WS-DR-TYPE not = "G"
             or WS-DRG-LEVEL not = WS-LEVEL-FILENAME
             or WS-DRG-TURN not = WS-REPLAY-TURN
             or WS-DRG-HEALTH not = health of player then
          PERFORM replayDiverged
         end-if
         EXIT PARAGRAPH
        end-if
        move WS-LEVEL-FILENAME to WS-DRC-LEVEL
        move spaces to WS-DREC-LINE
        move "G" to WS-DR-TYPE
        move WS-LEVEL-FILENAME to WS-DRG-LEVEL
        move WS-SURVIVAL-MODE to WS-DRG-SURVIVAL
        move WS-REPLAY-TURN to WS-DRG-TURN
        move health of player to WS-DRG-HEALTH
        move WS-GOLD to WS-DRG-GOLD
        PERFORM writeRecording
       .
      *the outcome closes the recording, and the recording goes on
      *the DUNGRECS catalog so it can be found from a problem report
       closeRecording.
        if not RECORDING-OPEN then
         EXIT PARAGRAPH
        end-if
        move spaces to WS-DREC-LINE
        move "E" to WS-DR-TYPE
        move WS-ENDGAME-RESULT to WS-DRE-RESULT
        move turncounter to WS-DRE-TURNS
        move health of player to WS-DRE-HEALTH
        PERFORM writeRecording
        if not RECORDING-OPEN then
         EXIT PARAGRAPH
        end-if
        CLOSE RECORDING-FILE
        move 0 to WS-RECORD-OPEN
        move WS-ENDGAME-RESULT to WS-DRC-RESULT
        move turncounter to WS-DRC-TURNS
        move WS-OPERATOR-NAME(1:8) to FLOCK-OWNER
        move "DUNGRECS" to FLOCK-FILE
        move "C" to FLOCK-ACTION
        CALL "FILELOCK" USING FLOCK-PARMS
        if FLOCK-REPLY = "G" then
         OPEN EXTEND RECCAT-FILE
         IF WS-RECCAT-STATUS = "35" THEN
          OPEN OUTPUT RECCAT-FILE
         END-IF
         WRITE RECCAT-FILE-REC FROM WS-DRCAT-LINE
         move "DUNGRECS" to FERR-FILE
         move "closeRecording" to FERR-PARA
         move WS-RECCAT-STATUS to FERR-STATUS
         perform reportFileError
         CLOSE RECCAT-FILE
         move "R" to FLOCK-ACTION
         CALL "FILELOCK" USING FLOCK-PARMS
        else
         DISPLAY "DUNGRECS IN USE BY " FLOCK-HOLDER
             " - RECORDING NOT CATALOGED"
        end-if
       .
      *a replay - the header stands in for the clock, the sign-on,
      *the profile and the saved preferences; a recording that will
      *not open or has no header goes straight back to the caller
       openReplay.
        move 1 to WS-REPLAY-MODE
        move DUNG-PARM-RECORDING to WS-RECORD-FILENAME
        move spaces to WS-DREC-LINE
        OPEN INPUT RECORDING-FILE
        if WS-RECORD-STATUS = "00" then
         move 1 to WS-RECORD-OPEN
         READ RECORDING-FILE INTO WS-DREC-LINE
          AT END
           move spaces to WS-DREC-LINE
         END-READ
        end-if
        if WS-DR-TYPE not = "H" or WS-DRH-SEED is not numeric then
         if RECORDING-OPEN then
          CLOSE RECORDING-FILE
         end-if
         move "NONE" to DUNG-PARM-RESULT
         move 0 to DUNG-PARM-TURNS
         move 0 to DUNG-PARM-HEALTH
         GOBACK
        end-if
        move WS-DRH-SEED to acpt-num
        move WS-DRH-OPER to WS-OPERATOR-NAME
        move WS-DRH-REGISTERED to WS-OPER-REGISTERED
        move WS-DRH-PROF-LEVEL to WS-PROF-LEVEL
        move WS-DRH-MAXHP to WS-PROF-MAXHP
        move WS-DRH-DMG to WS-PROF-DMG
        move WS-DRH-SIGHT to WS-PROF-SIGHT
        move WS-PROF-MAXHP to health of player
        move WS-PROF-DMG to damage of swordStrike
        move WS-PROF-SIGHT to sightRadius
        move WS-DRH-KEYS(1:1) to keyUp
        move WS-DRH-KEYS(2:1) to keyLeft
        move WS-DRH-KEYS(3:1) to keyDown
        move WS-DRH-KEYS(4:1) to keyRight
        move WS-DRH-DEF-LEVEL to WS-DEF-DLEVEL
        move WS-DRH-DEF-SURVIVAL to WS-DEF-SURVIVAL
      * a stop turn runs quietly up to it then steps; no stop turn
      * either steps from the start or runs quietly to the end
        move 0 to WS-REPLAY-STOP
        if DUNG-PARM-STOP-TURN is numeric then
         move DUNG-PARM-STOP-TURN to WS-REPLAY-STOP
        end-if
        if WS-REPLAY-STOP = 0 and DUNG-PARM-STEP = "Y" then
         move 1 to WS-REPLAY-STEP
        else
         move 1 to WS-REPLAY-QUIET
        end-if
       .
      *the next line must be the prompt being asked - anything else
      *means the replay has taken a different road from the session
       replayAnswer.
        PERFORM readRecording
        if WS-DR-TYPE not = "P" or WS-DRP-PROMPT not = WS-ANSWER-PROMPT
         PERFORM replayDiverged
        end-if
       .
       replayCheckpoint.
        PERFORM readRecording
        if WS-DR-TYPE not = "C" then
         PERFORM replayDiverged
        end-if
        move 0 to WS-CKPT-LOADED
        if WS-DR-BODY not = SPACES then
         move WS-DR-BODY to WS-CHECKPOINT-LINE
         PERFORM applyCheckpointLine
        end-if
       .
      *the turn's key off the recording - reaching the stop turn
      *hands the quiet run over to stepping, and stepping lets the
      *viewer take one more turn, run out the rest, or stop here
       replayKey.
        compute WS-REPLAY-TURN = turncounter + 1
        if WS-REPLAY-STOP > 0 and WS-REPLAY-TURN >= WS-REPLAY-STOP then
         move 0 to WS-REPLAY-STOP
         move 0 to WS-REPLAY-QUIET
         move 1 to WS-REPLAY-STEP
         PERFORM showBoard
        end-if
        if WS-REPLAY-STEP = 1 then
         DISPLAY "REPLAY TURN " WS-REPLAY-TURN
             " - ENTER NEXT TURN, R RUN TO END, Q STOP" line 18
         move SPACE to WS-REPLAY-CMD
         ACCEPT WS-REPLAY-CMD line 19
         if WS-REPLAY-CMD = "Q" or WS-REPLAY-CMD = "q" then
          MOVE "STOP" TO WS-ENDGAME-RESULT
          GO TO ENDGAME
         end-if
         if WS-REPLAY-CMD = "R" or WS-REPLAY-CMD = "r" then
          move 0 to WS-REPLAY-STEP
          move 1 to WS-REPLAY-QUIET
         end-if
        end-if
        PERFORM readRecording
        if WS-DR-TYPE not = "K" or WS-DRK-TURN not = WS-REPLAY-TURN
         PERFORM replayDiverged
        end-if
        move WS-DRK-KEY to acpt-key
       .
       replayShopKey.
        PERFORM readRecording
        if WS-DR-TYPE not = "S" then
         PERFORM replayDiverged
        end-if
        move WS-DRK-KEY to WS-SHOP-KEY
       .
       readRecording.
        if WS-REPLAY-HELD = 1 then
         move 0 to WS-REPLAY-HELD
         EXIT PARAGRAPH
        end-if
        READ RECORDING-FILE INTO WS-DREC-LINE
         AT END
          MOVE "ENDR" TO WS-ENDGAME-RESULT
          GO TO ENDGAME
        END-READ
       .
       replayDiverged.
        MOVE "DIVG" TO WS-ENDGAME-RESULT
        GO TO ENDGAME
       .
      *the replay hands back where it got to, leaving the last board
      *on screen until the viewer has seen it
       closeReplay.
        CLOSE RECORDING-FILE
        move WS-ENDGAME-RESULT to DUNG-PARM-RESULT
        move turncounter to DUNG-PARM-TURNS
        move health of player to DUNG-PARM-HEALTH
        if WS-SESSION-STARTED = 1 then
         PERFORM showBoard
        end-if
        DISPLAY "REPLAY OVER - " WS-ENDGAME-RESULT " AT TURN "
            DUNG-PARM-TURNS " - PRESS ENTER" line 20
        ACCEPT WS-REPLAY-CMD line 21
       .
      *an autoplay run - the caller's level and seed, and the
      *character every new operator starts with, so a level proven
      *here can be beaten by anyone; a level that will not load goes
      *straight back to the caller
       startAutoplay.
        move 1 to WS-AUTOPLAY-MODE
        move 1 to WS-REPLAY-QUIET
        move "AUTOPLAY" to WS-OPERATOR-NAME
        move 1 to WS-PROF-LEVEL
        move 100 to WS-PROF-MAXHP
        move 10 to WS-PROF-DMG
        move 6 to WS-PROF-SIGHT
        move WS-PROF-MAXHP to health of player
        move WS-PROF-DMG to damage of swordStrike
        move WS-PROF-SIGHT to sightRadius
        move DUNG-PARM-SEED to acpt-num
        move DUNG-PARM-LEVEL to WS-LEVEL-FILENAME
        move DUNG-PARM-TURN-LIMIT to WS-AUTO-LIMIT
        if WS-AUTO-LIMIT = 0 then
         move 2000 to WS-AUTO-LIMIT
        end-if
        move 0 to WS-SURVIVAL-MODE
        PERFORM loadLevel
        if not LEVEL-FILE-LOADED then
         move "NONE" to DUNG-PARM-RESULT
         move 0 to DUNG-PARM-TURNS
         move 0 to DUNG-PARM-HEALTH
         move 0 to DUNG-PARM-KILLS
         move 0 to DUNG-PARM-GOLD-LEFT
         GOBACK
        end-if
        PERFORM loadMonsters
        PERFORM spawnSlimes
       .
      *the level's walls once, and where its items and doors lie
       autoplayScan.
        move spaces to WS-BOT-BASE
        move 0 to WS-BOT-ITEMS
        move 1 to WS-BOT-X
        perform until WS-BOT-X > height
         move LEVEL-ROW(WS-BOT-X)(1:width) to
          WS-BOT-BASE-ROW(WS-BOT-X)(1:width)
         move 1 to WS-BOT-Y
         perform until WS-BOT-Y > width
          move WS-BOT-BASE-ROW(WS-BOT-X)(WS-BOT-Y:1) to WS-BOT-CELL
          if WS-BOT-CELL = glyphPotion or WS-BOT-CELL = glyphKey or
             WS-BOT-CELL = glyphGold or WS-BOT-CELL = glyphDoor then
           if WS-BOT-ITEMS < 200 then
            add 1 to WS-BOT-ITEMS
            move WS-BOT-X to WS-BOT-ITEM-X(WS-BOT-ITEMS)
            move WS-BOT-Y to WS-BOT-ITEM-Y(WS-BOT-ITEMS)
            move WS-BOT-CELL to WS-BOT-ITEM-GLYPH(WS-BOT-ITEMS)
           end-if
           move glyphFloor to WS-BOT-BASE-ROW(WS-BOT-X)(WS-BOT-Y:1)
          end-if
          add 1 to WS-BOT-Y
         end-perform
         add 1 to WS-BOT-X
        end-perform
       .
      *the bot's turn - the search names the step toward the nearest
      *thing worth reaching: a monster, the treasure, a key, a door a
      *key will open, a potion once a potion's worth of health is
      *gone. the last monster is left be while anything is still to
      *be picked up, since killing it ends the room. every key is
      *then weighed against the monsters' replies and the cheapest
      *pressed - the four steps, a strike, and standing still
       autoplayKey.
        if turncounter >= WS-AUTO-LIMIT then
         MOVE "TIME" TO WS-ENDGAME-RESULT
         GO TO ENDGAME
        end-if
        PERFORM autoplayBoard
        if WS-BOT-LEFT < WS-BOT-LAST-LEFT or turncounter = 0 then
         move 0 to WS-BOT-IDLE
        else
         if WS-BOT-IDLE < 9999 then
          add 1 to WS-BOT-IDLE
         end-if
        end-if
        move WS-BOT-LEFT to WS-BOT-LAST-LEFT
        PERFORM autoplaySearch
        if WS-BOT-ITEM-DIR > 0 and (WS-BOT-ALIVE = 1 or
            WS-BOT-FOUND = "I" or WS-BOT-MON-DIR = 0) then
         move WS-BOT-ITEM-DIR to WS-BOT-GOAL
        else
         move WS-BOT-MON-DIR to WS-BOT-GOAL
        end-if
        move 0 to WS-BOT-BEST
        move 1 to WS-BOT-TRY
        perform until WS-BOT-TRY > 6
         PERFORM autoplayTry
         if WS-BOT-BEST = 0 or WS-BOT-SCORE < WS-BOT-BEST-SCORE then
          move WS-BOT-TRY to WS-BOT-BEST
          move WS-BOT-SCORE to WS-BOT-BEST-SCORE
         end-if
         add 1 to WS-BOT-TRY
        end-perform
        evaluate WS-BOT-BEST
         when 1
          move keyUp to acpt-key
         when 2
          move keyRight to acpt-key
         when 3
          move keyDown to acpt-key
         when 4
          move keyLeft to acpt-key
         when 5
          move "e" to acpt-key
         when other
          move SPACE to acpt-key
        end-evaluate
       .
      *walls, the items and locked doors the bits still show, and
      *the live monsters
       autoplayBoard.
        move WS-BOT-BASE to WS-BOT-MAP
        move 0 to WS-BOT-LEFT
        move 1 to WS-BOT-IDX
        perform until WS-BOT-IDX > WS-BOT-ITEMS
         move WS-BOT-ITEM-X(WS-BOT-IDX) to WS-BIT-TEST-X
         move WS-BOT-ITEM-Y(WS-BOT-IDX) to WS-BIT-TEST-Y
         evaluate WS-BOT-ITEM-GLYPH(WS-BOT-IDX)
          when glyphPotion
           move WS-BIT-POTION to WS-BIT-TEST-MASK
          when glyphKey
           move WS-BIT-KEY to WS-BIT-TEST-MASK
          when glyphGold
           move WS-BIT-GOLD to WS-BIT-TEST-MASK
          when other
           move WS-BIT-DOOR to WS-BIT-TEST-MASK
         end-evaluate
         perform testBit
         if WS-BIT-TEST-RESULT not = 0 then
          move WS-BOT-ITEM-GLYPH(WS-BOT-IDX) to
           WS-BOT-ROW(WS-BIT-TEST-X)(WS-BIT-TEST-Y:1)
          add 1 to WS-BOT-LEFT
         end-if
         add 1 to WS-BOT-IDX
        end-perform
        move 0 to WS-BOT-ALIVE
        move 1 to WS-BOT-IDX
        perform until WS-BOT-IDX = slimeMax
         if health of slime(WS-BOT-IDX) > 1 then
          add 1 to WS-BOT-ALIVE
          add health of slime(WS-BOT-IDX) to WS-BOT-LEFT
          move "m" to WS-BOT-ROW(currentx of slime(WS-BOT-IDX))
           (currenty of slime(WS-BOT-IDX):1)
         end-if
         add 1 to WS-BOT-IDX
        end-perform
       .
      *breadth first out from the player - the first monster and the
      *first item reached are the nearest, and the step each was
      *first reached by is the step to take toward it
       autoplaySearch.
        initialize WS-BOT-STEPS
        move 0 to WS-BOT-ITEM-DIR
        move 0 to WS-BOT-MON-DIR
        move SPACE to WS-BOT-FOUND
        move 1 to WS-BOT-HEAD
        move 1 to WS-BOT-TAIL
        move currentx of player to WS-BOT-QX(1)
        move currenty of player to WS-BOT-QY(1)
        move 9 to WS-BOT-STEP(currentx of player, currenty of player)
        perform until WS-BOT-HEAD > WS-BOT-TAIL
            or (WS-BOT-ITEM-DIR > 0 and WS-BOT-MON-DIR > 0)
         move WS-BOT-QX(WS-BOT-HEAD) to WS-BOT-X
         move WS-BOT-QY(WS-BOT-HEAD) to WS-BOT-Y
         add 1 to WS-BOT-HEAD
         move 1 to WS-BOT-DIR
         perform until WS-BOT-DIR > 4
          PERFORM autoplayNeighbor
          add 1 to WS-BOT-DIR
         end-perform
        end-perform
       .
       autoplayNeighbor.
        move WS-BOT-X to WS-BOT-NX
        move WS-BOT-Y to WS-BOT-NY
        evaluate WS-BOT-DIR
         when 1
          subtract 1 from WS-BOT-NX
         when 2
          add 1 to WS-BOT-NY
         when 3
          add 1 to WS-BOT-NX
         when other
          subtract 1 from WS-BOT-NY
        end-evaluate
        if WS-BOT-NX < 1 or WS-BOT-NX > height or
           WS-BOT-NY < 1 or WS-BOT-NY > width then
         EXIT PARAGRAPH
        end-if
        if WS-BOT-STEP(WS-BOT-NX, WS-BOT-NY) not = 0 then
         EXIT PARAGRAPH
        end-if
        if WS-BOT-STEP(WS-BOT-X, WS-BOT-Y) = 9 then
         move WS-BOT-DIR to WS-BOT-FIRST
        else
         move WS-BOT-STEP(WS-BOT-X, WS-BOT-Y) to WS-BOT-FIRST
        end-if
        move WS-BOT-ROW(WS-BOT-NX)(WS-BOT-NY:1) to WS-BOT-CELL
        if WS-BOT-CELL = glyphWall then
         EXIT PARAGRAPH
        end-if
        if WS-BOT-CELL = glyphDoor and WS-KEY-COUNT = 0 then
         EXIT PARAGRAPH
        end-if
        move WS-BOT-FIRST to WS-BOT-STEP(WS-BOT-NX, WS-BOT-NY)
        if WS-BOT-CELL = "m" then
         if WS-BOT-MON-DIR = 0 then
          move WS-BOT-FIRST to WS-BOT-MON-DIR
          if WS-BOT-FOUND = SPACE then
           move "M" to WS-BOT-FOUND
          end-if
         end-if
         EXIT PARAGRAPH
        end-if
        if WS-BOT-CELL = glyphKey or WS-BOT-CELL = glyphGold or
           WS-BOT-CELL = glyphDoor or (WS-BOT-CELL = glyphPotion
           and health of player + 25 <= WS-PROF-MAXHP) then
         if WS-BOT-ITEM-DIR = 0 then
          move WS-BOT-FIRST to WS-BOT-ITEM-DIR
          if WS-BOT-FOUND = SPACE then
           move "I" to WS-BOT-FOUND
          end-if
         end-if
        end-if
        if WS-BOT-TAIL < 4000 then
         add 1 to WS-BOT-TAIL
         move WS-BOT-NX to WS-BOT-QX(WS-BOT-TAIL)
         move WS-BOT-NY to WS-BOT-QY(WS-BOT-TAIL)
        end-if
       .
      *one key played out against the monsters' replies, in the order
      *slimeMove takes them: the damage the player would take, the
      *monsters the strike would land on, and those that would be
      *left alongside to strike next turn. a hit is worth more than
      *the five a slime's touch costs, less than a spit. the step
      *toward the goal is favoured, then waiting with the sword out
      *over standing, over a step aside; once the board has gone
      *twenty turns without a monster hurt or an item taken, a key
      *that lands no blow must be the goal step, so a monster that
      *will not come is gone after
       autoplayTry.
        move currentx of player to WS-BOT-PX
        move currenty of player to WS-BOT-PY
        move 0 to WS-BOT-HURT
        move 0 to WS-BOT-HITS
        move 0 to WS-BOT-NEAR
        move 0 to WS-BOT-SWORD-X
        move 0 to WS-BOT-SWORD-Y
        move 1 to WS-BOT-IDX
        perform until WS-BOT-IDX = slimeMax
         move currentx of slime(WS-BOT-IDX) to WS-BOT-SIM-X(WS-BOT-IDX)
         move currenty of slime(WS-BOT-IDX) to WS-BOT-SIM-Y(WS-BOT-IDX)
         add 1 to WS-BOT-IDX
        end-perform
        evaluate WS-BOT-TRY
         when 5
          PERFORM autoplayFace
          move WS-BOT-FACE-X to WS-BOT-SWORD-X
          move WS-BOT-FACE-Y to WS-BOT-SWORD-Y
         when 6
          continue
         when other
          PERFORM autoplayTryStep
        end-evaluate
        compute WS-BOT-NEXT-TURN = turncounter + 1
        move 1 to WS-BOT-IDX
        perform until WS-BOT-IDX = slimeMax
         if health of slime(WS-BOT-IDX) > 1 then
          PERFORM autoplaySimMonster
         end-if
         add 1 to WS-BOT-IDX
        end-perform
        move 1 to WS-BOT-IDX
        perform until WS-BOT-IDX = slimeMax
         if health of slime(WS-BOT-IDX) > 1 then
          if WS-BOT-SIM-X(WS-BOT-IDX) = WS-BOT-SWORD-X and
             WS-BOT-SIM-Y(WS-BOT-IDX) = WS-BOT-SWORD-Y then
           add 1 to WS-BOT-HITS
      *     the boss takes the blow where it stands
           if Behav of slime(WS-BOT-IDX) = "B" then
            add 1 to WS-BOT-NEAR
           end-if
          else
           compute WS-BOT-NEXT-X = WS-BOT-SIM-X(WS-BOT-IDX)
            - WS-BOT-PX
           compute WS-BOT-NEXT-Y = WS-BOT-SIM-Y(WS-BOT-IDX)
            - WS-BOT-PY
           if (WS-BOT-NEXT-X = 0 and (WS-BOT-NEXT-Y = 1 or
               WS-BOT-NEXT-Y = -1)) or (WS-BOT-NEXT-Y = 0 and
               (WS-BOT-NEXT-X = 1 or WS-BOT-NEXT-X = -1)) then
            add 1 to WS-BOT-NEAR
           end-if
          end-if
         end-if
         add 1 to WS-BOT-IDX
        end-perform
        compute WS-BOT-SCORE = (WS-BOT-HURT * 10) + (WS-BOT-NEAR * 40)
         - (WS-BOT-HITS * 60)
        if WS-BOT-HURT >= health of player then
         add 100000 to WS-BOT-SCORE
        end-if
        if WS-BOT-TRY not = WS-BOT-GOAL then
         evaluate true
          when WS-BOT-IDLE > 20 and WS-BOT-HITS = 0
           add 200 to WS-BOT-SCORE
          when WS-BOT-TRY = 5
           add 1 to WS-BOT-SCORE
          when WS-BOT-TRY = 6
           add 2 to WS-BOT-SCORE
          when other
           add 3 to WS-BOT-SCORE
         end-evaluate
        end-if
       .
      *the square in front of the player - where a strike would land
       autoplayFace.
        move 0 to WS-BOT-FACE-X
        move 0 to WS-BOT-FACE-Y
        evaluate nose of player
         when 2
          compute WS-BOT-FACE-X = currentx of player - 1
          move currenty of player to WS-BOT-FACE-Y
         when 3
          move currentx of player to WS-BOT-FACE-X
          compute WS-BOT-FACE-Y = currenty of player + 1
         when 4
          compute WS-BOT-FACE-X = currentx of player + 1
          move currenty of player to WS-BOT-FACE-Y
         when 5
          move currentx of player to WS-BOT-FACE-X
          compute WS-BOT-FACE-Y = currenty of player - 1
        end-evaluate
       .
      *the step as playerMove takes it - a wall, a locked door with
      *no key or a monster leaves the player turned where they stood
       autoplayTryStep.
        move WS-BOT-PX to WS-BOT-NEXT-X
        move WS-BOT-PY to WS-BOT-NEXT-Y
        evaluate WS-BOT-TRY
         when 1
          subtract 1 from WS-BOT-NEXT-X
         when 2
          add 1 to WS-BOT-NEXT-Y
         when 3
          add 1 to WS-BOT-NEXT-X
         when other
          subtract 1 from WS-BOT-NEXT-Y
        end-evaluate
        if WS-BOT-NEXT-X < 1 or WS-BOT-NEXT-X > height or
           WS-BOT-NEXT-Y < 1 or WS-BOT-NEXT-Y > width then
         EXIT PARAGRAPH
        end-if
        move WS-BOT-ROW(WS-BOT-NEXT-X)(WS-BOT-NEXT-Y:1) to WS-BOT-CELL
        if WS-BOT-CELL = glyphWall or WS-BOT-CELL = "m" or
           (WS-BOT-CELL = glyphDoor and WS-KEY-COUNT = 0) then
         EXIT PARAGRAPH
        end-if
        move WS-BOT-NEXT-X to WS-BOT-PX
        move WS-BOT-NEXT-Y to WS-BOT-PY
       .
      *one monster's reply, as slimeMove makes it - the boss steps on
      *even turns, a spitter with the player in sight down a clear
      *line spits instead of moving, a patroller chases once it sees
      *the player and walks its beat until then; a step onto the
      *player hurts and knocks them back, a step into a wall, a
      *locked door or another monster is not taken
       autoplaySimMonster.
        move WS-BOT-SIM-X(WS-BOT-IDX) to WS-BOT-NEXT-X
        move WS-BOT-SIM-Y(WS-BOT-IDX) to WS-BOT-NEXT-Y
        PERFORM autoplaySimSense
        evaluate Behav of slime(WS-BOT-IDX)
         when "B"
          divide WS-BOT-NEXT-TURN by 2 giving WS-BOT-HALF
           remainder WS-BOT-ODD
          if WS-BOT-ODD = 0 then
           PERFORM autoplaySimChase
          end-if
         when "R"
          if WS-BOT-SEES = 1 then
           PERFORM autoplaySimLine
           if WS-BOT-CLEAR = 1 then
            add damage of slime(WS-BOT-IDX) to WS-BOT-HURT
            EXIT PARAGRAPH
           end-if
          end-if
          PERFORM autoplaySimChase
         when "P"
          if WS-BOT-SEES = 1 then
           PERFORM autoplaySimChase
          else
           PERFORM autoplaySimPatrol
          end-if
         when other
          PERFORM autoplaySimChase
        end-evaluate
        if WS-BOT-NEXT-X = WS-BOT-PX and WS-BOT-NEXT-Y = WS-BOT-PY then
         add damage of slime(WS-BOT-IDX) to WS-BOT-HURT
         if WS-BOT-NEXT-X not = WS-BOT-SIM-X(WS-BOT-IDX) then
          if WS-BOT-NEXT-X > WS-BOT-SIM-X(WS-BOT-IDX) then
           add recoil of slime(WS-BOT-IDX) to WS-BOT-PX
          else
           subtract recoil of slime(WS-BOT-IDX) from WS-BOT-PX
          end-if
         else
          if WS-BOT-NEXT-Y > WS-BOT-SIM-Y(WS-BOT-IDX) then
           add recoil of slime(WS-BOT-IDX) to WS-BOT-PY
          else
           subtract recoil of slime(WS-BOT-IDX) from WS-BOT-PY
          end-if
         end-if
         if WS-BOT-PX < 2 then
          move 2 to WS-BOT-PX
         end-if
         if WS-BOT-PX > height - 1 then
          compute WS-BOT-PX = height - 1
         end-if
         if WS-BOT-PY < 2 then
          move 2 to WS-BOT-PY
         end-if
         if WS-BOT-PY > width - 1 then
          compute WS-BOT-PY = width - 1
         end-if
         EXIT PARAGRAPH
        end-if
        move WS-BOT-ROW(WS-BOT-NEXT-X)(WS-BOT-NEXT-Y:1) to WS-BOT-CELL
        if WS-BOT-CELL = glyphWall or WS-BOT-CELL = glyphDoor then
         EXIT PARAGRAPH
        end-if
        move 1 to WS-BOT-J
        perform until WS-BOT-J = slimeMax
         if WS-BOT-J not = WS-BOT-IDX and
            health of slime(WS-BOT-J) > 1 and
            WS-BOT-SIM-X(WS-BOT-J) = WS-BOT-NEXT-X and
            WS-BOT-SIM-Y(WS-BOT-J) = WS-BOT-NEXT-Y then
          EXIT PARAGRAPH
         end-if
         add 1 to WS-BOT-J
        end-perform
        move WS-BOT-NEXT-X to WS-BOT-SIM-X(WS-BOT-IDX)
        move WS-BOT-NEXT-Y to WS-BOT-SIM-Y(WS-BOT-IDX)
       .
      *the chase step, x first
       autoplaySimChase.
        if WS-BOT-NEXT-X < WS-BOT-PX then
         add 1 to WS-BOT-NEXT-X
        else
         if WS-BOT-NEXT-X > WS-BOT-PX then
          subtract 1 from WS-BOT-NEXT-X
         else
          if WS-BOT-NEXT-Y < WS-BOT-PY then
           add 1 to WS-BOT-NEXT-Y
          else
           if WS-BOT-NEXT-Y > WS-BOT-PY then
            subtract 1 from WS-BOT-NEXT-Y
           end-if
          end-if
         end-if
        end-if
       .
      *a leg of the patroller's beat, kept off the outer wall
       autoplaySimPatrol.
        evaluate PatrolDir of slime(WS-BOT-IDX)
         when 1
          subtract 1 from WS-BOT-NEXT-X
         when 2
          add 1 to WS-BOT-NEXT-Y
         when 3
          add 1 to WS-BOT-NEXT-X
         when other
          subtract 1 from WS-BOT-NEXT-Y
        end-evaluate
        if WS-BOT-NEXT-X < 2 then
         move 2 to WS-BOT-NEXT-X
        end-if
        if WS-BOT-NEXT-X > height - 1 then
         compute WS-BOT-NEXT-X = height - 1
        end-if
        if WS-BOT-NEXT-Y < 2 then
         move 2 to WS-BOT-NEXT-Y
        end-if
        if WS-BOT-NEXT-Y > width - 1 then
         compute WS-BOT-NEXT-Y = width - 1
        end-if
       .
      *the player inside the monster's sight square, as slimeSense
       autoplaySimSense.
        move 0 to WS-BOT-SEES
        compute WS-BOT-LX = WS-BOT-PX - WS-BOT-NEXT-X
        if WS-BOT-LX < 0 then
         compute WS-BOT-LX = 0 - WS-BOT-LX
        end-if
        compute WS-BOT-LY = WS-BOT-PY - WS-BOT-NEXT-Y
        if WS-BOT-LY < 0 then
         compute WS-BOT-LY = 0 - WS-BOT-LY
        end-if
        if WS-BOT-LX <= sightRadius and WS-BOT-LY <= sightRadius then
         move 1 to WS-BOT-SEES
        end-if
       .
      *the spitter's straight walk to the player, as slimeTraceLine
       autoplaySimLine.
        move 1 to WS-BOT-CLEAR
        move WS-BOT-NEXT-X to WS-BOT-LX
        move WS-BOT-NEXT-Y to WS-BOT-LY
        perform until (WS-BOT-LX = WS-BOT-PX and WS-BOT-LY = WS-BOT-PY)
            or WS-BOT-CLEAR = 0
         if WS-BOT-LX < WS-BOT-PX then
          add 1 to WS-BOT-LX
         else
          if WS-BOT-LX > WS-BOT-PX then
           subtract 1 from WS-BOT-LX
          end-if
         end-if
         if WS-BOT-LY < WS-BOT-PY then
          add 1 to WS-BOT-LY
         else
          if WS-BOT-LY > WS-BOT-PY then
           subtract 1 from WS-BOT-LY
          end-if
         end-if
         if not (WS-BOT-LX = WS-BOT-PX and WS-BOT-LY = WS-BOT-PY) and
            WS-BOT-BASE-ROW(WS-BOT-LX)(WS-BOT-LY:1) = glyphWall then
          move 0 to WS-BOT-CLEAR
         end-if
        end-perform
       .
      *what the run came to, the monsters it put down and the
      *treasure it left lying
       closeAutoplay.
        move WS-ENDGAME-RESULT to DUNG-PARM-RESULT
        move turncounter to DUNG-PARM-TURNS
        move health of player to DUNG-PARM-HEALTH
        move 0 to DUNG-PARM-KILLS
        move 1 to WS-BOT-IDX
        perform until WS-BOT-IDX = slimeMax
         if health of slime(WS-BOT-IDX) <= 1 then
          add 1 to DUNG-PARM-KILLS
         end-if
         add 1 to WS-BOT-IDX
        end-perform
        move 0 to DUNG-PARM-GOLD-LEFT
        move 1 to WS-BOT-IDX
        perform until WS-BOT-IDX > WS-BOT-ITEMS
         if WS-BOT-ITEM-GLYPH(WS-BOT-IDX) = glyphGold then
          move WS-BOT-ITEM-X(WS-BOT-IDX) to WS-BIT-TEST-X
          move WS-BOT-ITEM-Y(WS-BOT-IDX) to WS-BIT-TEST-Y
          move WS-BIT-GOLD to WS-BIT-TEST-MASK
          perform testBit
          if WS-BIT-TEST-RESULT not = 0 then
           add 1 to DUNG-PARM-GOLD-LEFT
          end-if
         end-if
         add 1 to WS-BOT-IDX
        end-perform
       .
       ENDGAME.
        if AUTOPLAYING then
         PERFORM closeAutoplay
         GOBACK
        end-if
        if REPLAYING then
         PERFORM closeReplay
         GOBACK
        end-if
        PERFORM closeRecording
        PERFORM flushCombat
        PERFORM logSession
        GOBACK.
        END PROGRAM GameboardDisplay.
