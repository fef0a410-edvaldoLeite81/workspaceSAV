      *branch reference master CRECM1 and CRECB1 validate trans-branch
      *against and CRECX1's report-1 reads for the subtotal names.
      *2026-09-02 EL.
      *2026-10-15 EL: each branch carries the amount above which a
      *CRECM1 entry waits for a second user's approval in CRECA1.
      *2026-10-15 EL: every branch added, changed or deleted is
      *written to the CHGJRNL.DAT change journal, before and after.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
          access is dynamic
          record key is brn-key
          file status is stat-brnf.
       select chgjrnlf
          assign to disk jrn-dev-name
          organization is indexed
          access is dynamic
          record key is jrn-key
          file status is stat-chgjrnlf.
       select msg-logf
          assign to disk log-dev-name
          organization is line sequential
      *begin {iscobol}file-section
       fd brnf label record omitted.
       copy "branch.def".
       fd chgjrnlf label record omitted.
       copy "chgjrnl.def".
       fd msg-logf label record omitted.
       01 msg-logf-r.
          03 msg-logf-line pic x(120).
      *end {iscobol}exit-routines
      *begin {iscobol}copy-procedure
       copy "ismsg.cpy".
       copy "chgjrnl.cpy".
       copy "CRECM5.prd".
       copy "CRECM5.evt".
      *end {iscobol}copy-procedure
