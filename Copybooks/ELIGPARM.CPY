      *parameter block for the shared ELIGCHK eligibility check -
      *callers name the player, themselves (for the refusal log) and
      *the date the game is played, zeros meaning today. the verdict
      *comes back "P" play rated, "U" play but do not rate, or "R"
      *refused; on "U" and "R" the standing status, end date and
      *reason come back too so the caller can tell the operator.
      *every refusal is logged to ELIGLOG.DAT by the check itself
       01 ELIG-PARMS.
           05 ELIG-PLAYER PIC X(8).
           05 ELIG-CALLER PIC X(8).
           05 ELIG-AS-OF PIC 9(8).
           05 ELIG-VERDICT PIC X(1).
           05 ELIG-HELD-STATUS PIC X(1).
           05 ELIG-HELD-UNTIL PIC 9(8).
           05 ELIG-HELD-REASON PIC X(30).
