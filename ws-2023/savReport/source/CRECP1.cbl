      *the next close). Runs from the screen, or under cg1-batch-mode
      *closes the month before last month - the month whose figures
      *just went out. 2026-09-02 EL.
      *2026-10-15 EL: reopen is refused for a period the general
      *ledger holds - exported by CRECE1 and not rejected on the
      *GLEXPORT.DAT register - so the ledger and TRANSMST.DAT cannot
      *drift apart unnoticed.
      *2026-10-15 EL: close is refused while the period still has
      *transactions pending approval in CRECA1; rejected ones are left
      *out of the PERBAL.DAT snapshot.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
          access is dynamic
          record key is pbl-key
          file status is stat-perbalf.
       select glexportf
          assign to disk gex-dev-name
          organization is indexed
          access is dynamic
          record key is gex-key
          file status is stat-glexportf.
       select msg-logf
          assign to disk log-dev-name
          organization is line sequential
       copy "perclose.def".
       fd perbalf label record omitted.
       copy "perbal.def".
       fd glexportf label record omitted.
       copy "glexport.def".
       fd msg-logf label record omitted.
       01 msg-logf-r.
          03 msg-logf-line pic x(120).
