      *2026-09-02 EL: a transaction dated inside a period CRECP1 has
      *closed can no longer be added, amended or deleted here - the
      *month's published figures stay put.
      *2026-10-15 EL: a transaction matched to a bank statement line
      *(CRECR1 / CRECR2) cannot be deleted or have its amount changed
      *until the match is broken.
      *2026-10-15 EL: maker-checker - reversals, adjustments and
      *entries over the branch's approval limit are saved PENDING and
      *released only by a different user in the CRECA1 approval
      *queue.
      *2026-10-15 EL: multi-currency - a transaction keyed in a
      *foreign currency is converted to base at the FXRATE.DAT rate
      *in force on its date (CRECM9 maintains the rates); no rate on
      *file rejects the save.
      *2026-10-15 EL: cost allocation rows (type L) belong to the
      *CRECL2 run - they cannot be keyed, changed, deleted or
      *reversed here.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
          access is dynamic
          record key is pcl-key
          file status is stat-perclosef.
       select fxratef
          assign to disk fx-dev-name
          organization is indexed
          access is dynamic
          record key is fx-key
          file status is stat-fxratef.
       select msg-logf
          assign to disk log-dev-name
          organization is line sequential
       copy "costctr.def".
       fd perclosef label record omitted.
       copy "perclose.def".
       fd fxratef label record omitted.
       copy "fxrate.def".
       fd msg-logf label record omitted.
       01 msg-logf-r.
          03 msg-logf-line pic x(120).
