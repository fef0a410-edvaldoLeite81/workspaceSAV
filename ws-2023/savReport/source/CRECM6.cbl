      *trans-cost-center against and CRECX1's report-1 reads for the
      *subtotal names.
      *2026-09-02 EL.
      *2026-10-15 EL: every cost center added, changed or deleted is
      *written to the CHGJRNL.DAT change journal, before and after.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
          access is dynamic
          record key is ctr-key
          file status is stat-costctrf.
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
       fd costctrf label record omitted.
       copy "costctr.def".
       fd chgjrnlf label record omitted.
       copy "chgjrnl.def".
       fd msg-logf label record omitted.
       01 msg-logf-r.
          03 msg-logf-line pic x(120).
      *end {iscobol}exit-routines
      *begin {iscobol}copy-procedure
       copy "ismsg.cpy".
       copy "chgjrnl.cpy".
       copy "CRECM6.prd".
       copy "CRECM6.evt".
      *end {iscobol}copy-procedure
