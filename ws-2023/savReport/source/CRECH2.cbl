      *Reports keep reaching the rolled years through the CRECX1
      *source chain. Runs from the screen or under cg1-batch-mode,
      *where it tries the year before last. 2026-09-02 EL.
      *2026-10-15 EL: a transaction still PENDING approval is never
      *rolled - it stays on the live master, counted and reported,
      *until CRECA1 approves or rejects it.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
