      *dungeon combat event line - GameboardDisplay appends one to
      *COMBATLOG.DAT for every blow, death, potion and pickup of a
      *live session, and COMBRPT sums them up each week by level and
      *monster kind. the events are:
      *  STRK - the player's sword hit a monster that lived on
      *  KILL - the player's sword finished a monster
      *  BITE - a monster hit the player by walking into them
      *  SPIT - a spitter hit the player down a clear line
      *  DIED - the player fell; the detail says to what (BITE/SPIT)
      *  POTN - a potion went down; the detail says where it came
      *         from (FLOR picked up, SHOP bought)
      *  ITEM - a key (detail KEY) or gold (detail GOLD) picked up
      *glyph and behavior are the monster's for a blow or a death,
      *the item's glyph for a pickup. the amount is the damage done,
      *the health restored or the gold taken - never more than the
      *target had left. health is what the target had left after
      *it: the monster for STRK/KILL, the player for the rest. row
      *and column are where it happened - the monster's square for
      *the player's blows, the player's square for everything else,
      *zeros for a potion bought in the shop between levels
       01 WS-CEV-LINE.
           05 WS-CEV-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CEV-TIME PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CEV-OPER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CEV-LEVEL PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CEV-TURN PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CEV-EVENT PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CEV-GLYPH PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CEV-BEHAV PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CEV-AMOUNT PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CEV-HEALTH PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CEV-ROW PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CEV-COL PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CEV-DETAIL PIC X(4).
