      *a day the dispatcher missed is picked up the next day, not
      *dropped. Run the dispatcher once a day under cg1-batch-mode
      *(or from the Dispatch button). 2026-09-02 EL.
      *2026-10-15 EL: a schedule keyed CRECT2 runs the recurring entry
      *generation (CALL "CRECT2") instead of a CRECX1 report.
      *2026-10-15 EL: every schedule added, changed or deleted - and
      *the dispatcher's last-run stamp - is written to the
      *CHGJRNL.DAT change journal, before and after.
      *2026-10-15 EL: a schedule keyed CRECV1 runs the cross-file
      *integrity check (CALL "CRECV1") the same way.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
          assign to disk schlog-dev-name
          organization is line sequential
          file status is stat-schlogf.
       select chgjrnlf
          assign to disk jrn-dev-name
          organization is indexed
          access is dynamic
          record key is jrn-key
          file status is stat-chgjrnlf.
       select msg-logf
          assign to disk log-dev-name
          organization is line sequential
       fd schlogf label record omitted.
       01 schlogf-r.
          03 schlogf-line pic x(120).
       fd chgjrnlf label record omitted.
       copy "chgjrnl.def".
       fd msg-logf label record omitted.
       01 msg-logf-r.
          03 msg-logf-line pic x(120).
      *end {iscobol}exit-routines
      *begin {iscobol}copy-procedure
       copy "ismsg.cpy".
       copy "chgjrnl.cpy".
       copy "CRECS1.prd".
       copy "CRECS1.evt".
      *end {iscobol}copy-procedure
