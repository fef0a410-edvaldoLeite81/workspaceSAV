      *CRECM3.cbl
      *CRECM3.cbl - maintenance for SECUSER.DAT, the security master
      *CRECX1 checks before any queue slot prints. 2026-08-22 EL.
      *2026-10-15 EL: every security grant added, changed or deleted is
      *written to the CHGJRNL.DAT change journal, before and after.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
          access is dynamic
          record key is sec-key
          file status is stat-secusrf.
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
       fd secusrf label record omitted.
       copy "secuser.def".
       fd chgjrnlf label record omitted.
       copy "chgjrnl.def".
       fd msg-logf label record omitted.
       01 msg-logf-r.
          03 msg-logf-line pic x(120).
      *end {iscobol}exit-routines
      *begin {iscobol}copy-procedure
       copy "ismsg.cpy".
       copy "chgjrnl.cpy".
       copy "CRECM3.prd".
       copy "CRECM3.evt".
      *end {iscobol}copy-procedure
