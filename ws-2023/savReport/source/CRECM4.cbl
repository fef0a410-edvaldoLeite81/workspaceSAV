      *CRECM4.cbl
      *CRECM4.cbl - maintenance for RPTRCPT.DAT, the recipient master
      *behind CRECX1's report delivery step. 2026-08-22 EL.
      *2026-10-15 EL: every recipient added, changed or deleted is
      *written to the CHGJRNL.DAT change journal, before and after.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
          access is dynamic
          record key is rcp-key
          file status is stat-rcptf.
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
       fd rcptf label record omitted.
       copy "rptrcpt.def".
       fd chgjrnlf label record omitted.
       copy "chgjrnl.def".
       fd msg-logf label record omitted.
       01 msg-logf-r.
          03 msg-logf-line pic x(120).
      *end {iscobol}exit-routines
      *begin {iscobol}copy-procedure
       copy "ismsg.cpy".
       copy "chgjrnl.cpy".
       copy "CRECM4.prd".
       copy "CRECM4.evt".
      *end {iscobol}copy-procedure
