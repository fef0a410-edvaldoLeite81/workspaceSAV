      *budget master keyed branch / cost center / period that the
      *budget-versus-actual report (rpd-report-type "B" in CRECX1)
      *reads for its budget column. 2026-09-02 EL.
      *2026-10-15 EL: every budget row added, changed or deleted is
      *written to the CHGJRNL.DAT change journal, before and after.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
          access is dynamic
          record key is bud-key
          file status is stat-budgetf.
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
       fd budgetf label record omitted.
       copy "budget.def".
       fd chgjrnlf label record omitted.
       copy "chgjrnl.def".
       fd msg-logf label record omitted.
       01 msg-logf-r.
          03 msg-logf-line pic x(120).
      *end {iscobol}exit-routines
      *begin {iscobol}copy-procedure
       copy "ismsg.cpy".
       copy "chgjrnl.cpy".
       copy "CRECM7.prd".
       copy "CRECM7.evt".
      *end {iscobol}copy-procedure
