      *CRECM2.cbl
      *CRECM2.cbl - maintenance for RPTDEF.DAT, the report-definition
      *catalog CRECX1 loads before each queue slot runs. 2026-08-22 EL.
      *2026-10-15 EL: every report definition added, changed or
      *deleted is written to the CHGJRNL.DAT change journal, before
      *and after.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
          access is dynamic
          record key is rpd-key
          file status is stat-rptdeff.
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
       fd rptdeff label record omitted.
       copy "rptdef.def".
       fd chgjrnlf label record omitted.
       copy "chgjrnl.def".
       fd msg-logf label record omitted.
       01 msg-logf-r.
          03 msg-logf-line pic x(120).
      *end {iscobol}exit-routines
      *begin {iscobol}copy-procedure
       copy "ismsg.cpy".
       copy "chgjrnl.cpy".
       copy "CRECM2.prd".
       copy "CRECM2.evt".
      *end {iscobol}copy-procedure
