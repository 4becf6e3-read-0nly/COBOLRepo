       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       01  RESULT-FILE-REC             PIC X(199).
       FD  OPERAND-DECK.
       01  OPERAND-DECK-REC            PIC X(80).

       01  deck-line               PIC X(80).
       01  tok-a                   PIC X(12).
       01  tok-b                   PIC X(12).
       01  tok-c                   PIC X(12).
      *the operation asked for - a deck record or the console names
      *one, and a record of bare operands gets the full block. the
      *counted ones take b as a shift count or a bit number
       01  op-name                 PIC X(12).
           88  op-logical          VALUE "ALL" "AND" "OR" "NOT"
                                         "XOR" "EQ" "IMP" "CNT".
           88  op-counted          VALUE "SHL" "SHR" "ROL" "ROR"
                                         "TST" "SET" "CLR".
       01  op-ok                   PIC 9(1).
       01  shown-b                 USAGE BINARY-LONG.
       01  parse-token             PIC X(12).
       01  parse-value             USAGE BINARY-LONG.
       01  parse-sign              PIC S9(1).
       01  parse-idx               PIC 9(2).
       01  parse-digit             PIC 9(1).
       01  parse-ok                PIC 9(1).
      *shifts, rotates and single-bit work are done on the 32-bit
      *pattern as an unsigned number, then turned back into a signed
      *result - so a shift right brings in zeros, never the sign
       01  bits-in                 USAGE BINARY-LONG.
       01  bits-work               PIC 9(10) COMP.
       01  bits-hold               PIC 9(10) COMP.
       01  bits-quot               PIC 9(10) COMP.
       01  bits-weight             PIC 9(10) COMP.
       01  bits-carry              PIC 9(1).
       01  bits-nibble             PIC 9(2).
       01  bits-count              PIC 9(2).
       01  bits-idx                PIC 9(2).
       01  bits-bin                PIC X(32).
       01  bits-hex                PIC X(8).
       01  hex-digits              PIC X(16)
                                   VALUE "0123456789ABCDEF".
       01  out-line.
           05  out-label           PIC X(40).
      *    a shift or a single-bit set can reach the full ten digits
           05  out-value           PIC -(10)9.
           05  out-a               PIC -(10)9.
           05  out-b               PIC -(10)9.
      *    the same three numbers again in hex and then in binary
           05  FILLER              PIC X(1) VALUE SPACE.
           05  out-value-hex       PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  out-a-hex           PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  out-b-hex           PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  out-value-bin       PIC X(32).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  out-a-bin           PIC X(32).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  out-b-bin           PIC X(32).
       COPY BATCHRC.

       LINKAGE SECTION.

       PROCEDURE DIVISION.
       main-line.
           MOVE "MFBITOPS" TO BRC-PROGRAM
           MOVE "S" TO BRC-PHASE
           CALL "BATCHRC" USING BRC-PARMS
           OPEN OUTPUT RESULT-FILE
      *    a deck of operand pairs (one pair per record) runs the
      *    whole result block once per pair with no prompting - the
      *    batch path for STEP020, where nobody answers a console.
      *    a record may lead with an operation name to run just that
      *    one. no deck, or an empty one, keeps the console prompts
           OPEN INPUT OPERAND-DECK
           IF deck-file-status = "00"
               PERFORM read-deck-pair THRU read-deck-pair-exit
                   MOVE 2 TO a
               END-IF
               DISPLAY "Enter second operand (b) - default 5"
               DISPLAY "(the count for a shift or rotate, the bit "
                   "number 0-31 for a single-bit operation)"
               ACCEPT b
               IF b = 0
                   MOVE 5 TO b
               END-IF
               DISPLAY "Enter operation - AND OR NOT XOR EQ IMP SHL "
                   "SHR ROL ROR CNT TST SET CLR"
               DISPLAY "(default ALL - the six logical results)"
               MOVE SPACES TO op-name
               ACCEPT op-name
               INSPECT op-name CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF op-name = SPACES
                   MOVE "ALL" TO op-name
               END-IF
               PERFORM run-operation THRU run-operation-exit
               IF op-ok = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF deck-bad > 0
               DISPLAY "Unparseable deck records skipped: " deck-bad
      *    journal the step's outcome for the morning status console
           MOVE "MFBITOPS" TO BRC-PROGRAM
           MOVE RETURN-CODE TO BRC-RC
           MOVE "E" TO BRC-PHASE
           CALL "BATCHRC" USING BRC-PARMS
           GOBACK.

           END-IF
           MOVE SPACES TO tok-a
           MOVE SPACES TO tok-b
           MOVE SPACES TO tok-c
           UNSTRING deck-line DELIMITED BY ALL SPACE
               INTO tok-a tok-b tok-c
      *    a leading word is the operation, and the operands follow
           MOVE "ALL" TO op-name
           IF tok-a(1:1) NOT = SPACE AND tok-a(1:1) IS ALPHABETIC
               MOVE tok-a TO op-name
               INSPECT op-name CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE tok-b TO tok-a
               MOVE tok-c TO tok-b
           END-IF
           MOVE tok-a TO parse-token
           PERFORM parse-operand THRU parse-operand-done
           IF parse-ok = 0
               GO TO read-deck-pair-bad
           END-IF
           MOVE parse-value TO a
      *    NOT and CNT work on a alone - b may be left off
           IF tok-b = SPACES AND (op-name = "NOT" OR op-name = "CNT")
               MOVE 0 TO b
           ELSE
               MOVE tok-b TO parse-token
               PERFORM parse-operand THRU parse-operand-done
               IF parse-ok = 0
                   GO TO read-deck-pair-bad
               END-IF
               MOVE parse-value TO b
           END-IF
           PERFORM run-operation THRU run-operation-exit
           IF op-ok = 0
               GO TO read-deck-pair-bad
           END-IF
           ADD 1 TO deck-pairs
           GO TO read-deck-pair-exit.
       read-deck-pair-bad.
           DISPLAY "Bad operand record: " deck-line(1:40)
               MOVE 13 TO parse-idx
           END-IF.

      *one operation on the current operands, by name - ALL is the
      *full block of six. a name not known here, or a count or bit
      *number outside 0-31, comes back with op-ok off and nothing
      *written
       run-operation.
           MOVE 1 TO op-ok
           IF NOT op-logical AND NOT op-counted
               DISPLAY "Unknown operation: " op-name
               MOVE 0 TO op-ok
               GO TO run-operation-exit
           END-IF
           IF op-counted AND (b < 0 OR b > 31)
               DISPLAY op-name(1:3) " needs b from 0 to 31, not " b
               MOVE 0 TO op-ok
               GO TO run-operation-exit
           END-IF
           PERFORM show-operands
           EVALUATE op-name
               WHEN "ALL"
                   PERFORM op-and THRU op-imp
               WHEN "AND"
                   PERFORM op-and
               WHEN "OR"
                   PERFORM op-or
               WHEN "NOT"
                   PERFORM op-not
               WHEN "XOR"
                   PERFORM op-xor
               WHEN "EQ"
                   PERFORM op-eq
               WHEN "IMP"
                   PERFORM op-imp
               WHEN "CNT"
                   PERFORM op-cnt
               WHEN "SHL"
                   PERFORM op-shl
               WHEN "SHR"
                   PERFORM op-shr
               WHEN "ROL"
                   PERFORM op-rol
               WHEN "ROR"
                   PERFORM op-ror
               WHEN "TST"
                   PERFORM op-tst
               WHEN "SET"
                   PERFORM op-set
               WHEN "CLR"
                   PERFORM op-clr
           END-EVALUATE.
       run-operation-exit.
           EXIT.

      *the operands in decimal, hex and binary ahead of the results
       show-operands.
           MOVE a TO bits-in
           PERFORM to-bits
           DISPLAY "a is " a " hex " bits-hex " binary " bits-bin
           MOVE b TO bits-in
           PERFORM to-bits
           DISPLAY "b is " b " hex " bits-hex " binary " bits-bin.

      *the full result block for the current operand pair - the same
      *six operations the console path has always produced
       op-and.
           MOVE b TO result
           CALL "CBL_AND" USING a, result, VALUE arg-len
           DISPLAY "a and b is " result
           MOVE "a and b is" TO out-label
           MOVE b TO shown-b
           PERFORM write-result.

       op-or.
           MOVE b TO result
           CALL "CBL_OR" USING a, result, VALUE arg-len
           DISPLAY "a or b is " result
           MOVE "a or b is" TO out-label
           MOVE b TO shown-b
           PERFORM write-result.

       op-not.
           MOVE a TO result
           CALL "CBL_NOT" USING result, VALUE arg-len
           DISPLAY "Not a is " result
           MOVE "Not a is" TO out-label
      * CBL_NOT takes no second operand - zero fills out-b
           MOVE ZERO TO shown-b
           PERFORM write-result.

       op-xor.
           MOVE b TO result
           CALL "CBL_XOR" USING a, result, VALUE arg-len
           DISPLAY "a exclusive-or b is " result
           MOVE "a exclusive-or b is" TO out-label
           MOVE b TO shown-b
           PERFORM write-result.

       op-eq.
           MOVE b TO result
           CALL "CBL_EQ" USING a, result, VALUE arg-len
           DISPLAY "Logical equivalence of a and b is " result
           MOVE "Logical equivalence of a and b is" TO out-label
           MOVE b TO shown-b
           PERFORM write-result.

       op-imp.
           MOVE b TO result
           CALL "CBL_IMP" USING a, result, VALUE arg-len
           DISPLAY "Logical implication of a and b is " result
           MOVE "Logical implication of a and b is" TO out-label
           MOVE b TO shown-b
           PERFORM write-result.

      *the population count - how many of a's 32 bits are on
       op-cnt.
           MOVE a TO bits-in
           PERFORM to-bits
           MOVE 0 TO bits-count
           INSPECT bits-bin TALLYING bits-count FOR ALL "1"
           MOVE bits-count TO result
           DISPLAY "Bits set in a is " result
           MOVE "Bits set in a is" TO out-label
      * a count takes no second operand - zero fills out-b
           MOVE ZERO TO shown-b
           PERFORM write-result.

      *shifts drop the bits pushed off the end and bring in zeros;
      *rotates bring the bits pushed off one end back in at the other
       op-shl.
           MOVE a TO bits-in
           PERFORM to-unsigned
           PERFORM shift-left-one b TIMES
           PERFORM from-unsigned
           DISPLAY "a shifted left b is " result
           MOVE "a shifted left b is" TO out-label
           MOVE b TO shown-b
           PERFORM write-result.

       op-shr.
           MOVE a TO bits-in
           PERFORM to-unsigned
           PERFORM shift-right-one b TIMES
           PERFORM from-unsigned
           DISPLAY "a shifted right b is " result
           MOVE "a shifted right b is" TO out-label
           MOVE b TO shown-b
           PERFORM write-result.

       op-rol.
           MOVE a TO bits-in
           PERFORM to-unsigned
           PERFORM rotate-left-one b TIMES
           PERFORM from-unsigned
           DISPLAY "a rotated left b is " result
           MOVE "a rotated left b is" TO out-label
           MOVE b TO shown-b
           PERFORM write-result.

       op-ror.
           MOVE a TO bits-in
           PERFORM to-unsigned
           PERFORM rotate-right-one b TIMES
           PERFORM from-unsigned
           DISPLAY "a rotated right b is " result
           MOVE "a rotated right b is" TO out-label
           MOVE b TO shown-b
           PERFORM write-result.

       shift-left-one.
           COMPUTE bits-work = bits-work * 2
           IF bits-work > 4294967295
               SUBTRACT 4294967296 FROM bits-work
           END-IF.

       shift-right-one.
           DIVIDE 2 INTO bits-work.

       rotate-left-one.
           MOVE 0 TO bits-carry
           IF bits-work > 2147483647
               MOVE 1 TO bits-carry
               SUBTRACT 2147483648 FROM bits-work
           END-IF
           COMPUTE bits-work = (bits-work * 2) + bits-carry.

       rotate-right-one.
           DIVIDE bits-work BY 2 GIVING bits-quot
               REMAINDER bits-carry
           COMPUTE bits-work = bits-quot + (bits-carry * 2147483648).

      *single-bit work - bit 0 is the lowest, 31 the sign bit. test
      *gives the bit as 0 or 1; set and clear give a with the bit
      *changed
       op-tst.
           PERFORM bit-of-a
           MOVE bits-carry TO result
           DISPLAY "Bit b of a is " result
           MOVE "Bit b of a is" TO out-label
           MOVE b TO shown-b
           PERFORM write-result.

       op-set.
           PERFORM bit-of-a
           IF bits-carry = 0
               ADD bits-weight TO bits-work
           END-IF
           PERFORM from-unsigned
           DISPLAY "a with bit b set is " result
           MOVE "a with bit b set is" TO out-label
           MOVE b TO shown-b
           PERFORM write-result.

       op-clr.
           PERFORM bit-of-a
           IF bits-carry = 1
               SUBTRACT bits-weight FROM bits-work
           END-IF
           PERFORM from-unsigned
           DISPLAY "a with bit b cleared is " result
           MOVE "a with bit b cleared is" TO out-label
           MOVE b TO shown-b
           PERFORM write-result.

       bit-of-a.
           MOVE a TO bits-in
           PERFORM to-unsigned
           COMPUTE bits-weight = 2 ** b
           DIVIDE bits-work BY bits-weight GIVING bits-quot
           DIVIDE bits-quot BY 2 GIVING bits-quot
               REMAINDER bits-carry.

       to-unsigned.
           IF bits-in < 0
               COMPUTE bits-work = bits-in + 4294967296
           ELSE
               MOVE bits-in TO bits-work
           END-IF.

       from-unsigned.
           IF bits-work > 2147483647
               COMPUTE result = bits-work - 4294967296
           ELSE
               MOVE bits-work TO result
           END-IF.

      *bits-in as eight hex digits and as thirty-two binary digits,
      *the sign bit leftmost
       to-bits.
           PERFORM to-unsigned
           MOVE bits-work TO bits-hold
           MOVE 32 TO bits-idx
           PERFORM to-bits-binary UNTIL bits-idx = 0
           MOVE bits-work TO bits-hold
           MOVE 8 TO bits-idx
           PERFORM to-bits-hex UNTIL bits-idx = 0.

       to-bits-binary.
           DIVIDE bits-hold BY 2 GIVING bits-quot
               REMAINDER bits-carry
           MOVE bits-carry TO bits-bin(bits-idx:1)
           MOVE bits-quot TO bits-hold
           SUBTRACT 1 FROM bits-idx.

       to-bits-hex.
           DIVIDE bits-hold BY 16 GIVING bits-quot
               REMAINDER bits-nibble
           MOVE hex-digits(bits-nibble + 1:1) TO bits-hex(bits-idx:1)
           MOVE bits-quot TO bits-hold
           SUBTRACT 1 FROM bits-idx.

      *one line of BITOPSOT - the result, a and b in decimal, then in
      *hex, then in binary - with the result's bits shown on the
      *console under its decimal value
       write-result.
           MOVE result TO out-value
           MOVE a TO out-a
           MOVE shown-b TO out-b
           MOVE result TO bits-in
           PERFORM to-bits
           MOVE bits-hex TO out-value-hex
           MOVE bits-bin TO out-value-bin
           DISPLAY "    hex " bits-hex " binary " bits-bin
           MOVE a TO bits-in
           PERFORM to-bits
           MOVE bits-hex TO out-a-hex
           MOVE bits-bin TO out-a-bin
           MOVE shown-b TO bits-in
           PERFORM to-bits
           MOVE bits-hex TO out-b-hex
           MOVE bits-bin TO out-b-bin
           WRITE RESULT-FILE-REC FROM out-line.
