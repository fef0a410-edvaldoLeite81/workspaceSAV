      *begin {iscobol}compiler-directives
      *end {iscobol}compiler-directives
      *begin {iscobol}prog-comment
      *CRECT2.cbl
      *CRECT2.cbl - recurring entry generation run. For one open
      *period, every RECURTPL.DAT template (CRECT1) falling due that
      *month, quarter or year is posted to TRANSMST.DAT tagged with
      *its template id and the period; an accrual template is posted
      *on the period's last day and reversed on the first day of the
      *next. What the period already holds for a template is never
      *posted again, so a rerun - or a run picked up after a failure
      *part-way - adds only what is missing. The generation register
      *prints each due template and what became of it. Under
      *cg1-batch-mode (the CRECS1 dispatcher) the period comes from
      *cg1-date-from, or is the current month when none is given.
      *2026-10-15 EL.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
       program-id. CRECT2.
       author. edval.
       remarks.
      *end {iscobol}progid
       environment division.
       configuration section.
       special-names.
      *begin {iscobol}activex-def
      *end {iscobol}activex-def
      *begin {iscobol}alphabet
      *end {iscobol}alphabet
      *begin {iscobol}decimal-point
      *end {iscobol}decimal-point
       repository.
      *begin {iscobol}repository
      *end {iscobol}repository
       input-output section.
       file-control.
      *begin {iscobol}file-control
       select transmstf
          assign to disk trans-dev-name
          organization is indexed
          access is dynamic
          record key is trans-key
          alternate record key is trans-group-key
             with duplicates
          file status is stat-transmstf.
       select recurtplf
          assign to disk rct-dev-name
          organization is indexed
          access is dynamic
          record key is rct-key
          file status is stat-recurtplf.
       select perclosef
          assign to disk pcl-dev-name
          organization is indexed
          access is dynamic
          record key is pcl-key
          file status is stat-perclosef.
       select brnf
          assign to disk brn-dev-name
          organization is indexed
          access is dynamic
          record key is brn-key
          file status is stat-brnf.
       select costctrf
          assign to disk ctr-dev-name
          organization is indexed
          access is dynamic
          record key is ctr-key
          file status is stat-costctrf.
       select printf
          assign to print ptr-dev-name
          file status is stat-printf.
       select msg-logf
          assign to disk log-dev-name
          organization is line sequential
          file status is stat-logf.
      *end {iscobol}file-control
       data division.
       file section.
      *begin {iscobol}file-section
       fd transmstf label record omitted.
       copy "transmst.def".
       fd recurtplf label record omitted.
       copy "recurtpl.def".
       fd perclosef label record omitted.
       copy "perclose.def".
       fd brnf label record omitted.
       copy "branch.def".
       fd costctrf label record omitted.
       copy "costctr.def".
       fd printf label record omitted.
       01 printf-r.
          03 printf-01 pic x occurs 1024.
       fd msg-logf label record omitted.
       01 msg-logf-r.
          03 msg-logf-line pic x(120).
      *end {iscobol}file-section
       working-storage section.
      *begin {iscobol}is-def
       copy "isgui.def".
       copy "iscobol.def".
       copy "iscrt.def".
       copy "isfonts.def".
       copy "isresize.def".
       copy "ismsg.def".
      *end {iscobol}is-def
      *begin {iscobol}copy-working
       copy "CRECT2.wrk".
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
      *end {iscobol}external-definitions
       linkage section.
      *begin {iscobol}copy-linkage
       copy "CRECT2.lks".
      *end {iscobol}copy-linkage
       screen section.
      *begin {iscobol}copy-screen
       copy "CRECT2.scr".
      *end {iscobol}copy-screen
      *begin {iscobol}procedure-using
       procedure division using COMG01LK.
      *end {iscobol}procedure-using
      *begin {iscobol}declarative
      *end {iscobol}declarative
       main-logic.
      *begin {iscobol}entry-bef-prog
      *end {iscobol}entry-bef-prog
      *begin {iscobol}initial-routines
           perform is-initial-routine
      *end {iscobol}initial-routines
      *begin {iscobol}run-main-screen
           if cg1-batch-mode
              perform tg-batch-run-rtn
           else
              perform is-screen-1-routine
           end-if
      *end {iscobol}run-main-screen
      *begin {iscobol}exit-routines
           perform is-exit-rtn
           goback.
      *end {iscobol}exit-routines
      *begin {iscobol}copy-procedure
       copy "ismsg.cpy".
       copy "CRECT2.prd".
       copy "CRECT2.evt".
      *end {iscobol}copy-procedure
