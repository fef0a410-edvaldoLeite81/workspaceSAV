      *2026-09-02 EL: a row dated inside a period CRECP1 has closed
      *suspends with reason 09 - a late extract cannot move a month
      *whose figures already went out.
      *2026-10-15 EL: posted rows carry the loading user and go in
      *live - the maker-checker hold applies to hand-keyed CRECM1
      *entry, not to the branches' own released extracts.
      *2026-10-15 EL: an optional seventh field carries the row's
      *currency; such a row's amount is in that currency and is
      *converted to base at the FXRATE.DAT rate in force on its date.
      *No rate on file suspends the row with reason 10.
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
       select suspf
          assign to disk susp-dev-name
          organization is line sequential
       copy "costctr.def".
       fd perclosef label record omitted.
       copy "perclose.def".
       fd fxratef label record omitted.
       copy "fxrate.def".
       fd suspf label record omitted.
       01 suspf-r.
          03 suspf-line pic x(166).
