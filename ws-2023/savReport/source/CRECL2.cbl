      *begin {iscobol}compiler-directives
      *end {iscobol}compiler-directives
      *begin {iscobol}prog-comment
      *CRECL2.cbl
      *CRECL2.cbl - cost allocation run. For one open period, each
      *shared source branch / cost center's live balance for the
      *month is spread over its targets by the ALLOCRUL.DAT rules in
      *force (CRECL1): one balanced pair of type L transactions per
      *rule - the share to the target, its negation against the
      *source - each carrying the rule id. A rerun of the period
      *first deletes the period's earlier allocation, so it replaces
      *rather than doubles; a period on PERCLOSE.DAT is refused. The
      *allocation register prints source, targets and amounts. Under
      *cg1-batch-mode the period comes from cg1-date-from, or is last
      *month when none is given. 2026-10-15 EL.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
       program-id. CRECL2.
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
       select allocrulf
          assign to disk alr-dev-name
          organization is indexed
          access is dynamic
          record key is alr-key
          alternate record key is alr-source-key
             with duplicates
          file status is stat-allocrulf.
       select perclosef
          assign to disk pcl-dev-name
          organization is indexed
          access is dynamic
          record key is pcl-key
          file status is stat-perclosef.
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
       fd allocrulf label record omitted.
       copy "allocrul.def".
       fd perclosef label record omitted.
       copy "perclose.def".
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
       copy "CRECL2.wrk".
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
      *end {iscobol}external-definitions
       linkage section.
      *begin {iscobol}copy-linkage
       copy "CRECL2.lks".
      *end {iscobol}copy-linkage
       screen section.
      *begin {iscobol}copy-screen
       copy "CRECL2.scr".
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
              perform al-batch-run-rtn
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
       copy "CRECL2.prd".
       copy "CRECL2.evt".
      *end {iscobol}copy-procedure
