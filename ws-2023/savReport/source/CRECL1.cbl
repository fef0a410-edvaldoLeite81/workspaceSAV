      *begin {iscobol}compiler-directives
      *end {iscobol}compiler-directives
      *begin {iscobol}prog-comment
      *CRECL1.cbl
      *CRECL1.cbl - maintenance / data entry for ALLOCRUL.DAT, the
      *cost allocation rules CRECL2 spreads the shared cost centers
      *by: source branch / cost center, target branch / cost center,
      *a percentage or a driver quantity, and the periods the rule is
      *in force. Check shows whether the source's target set for a
      *period totals 100%. 2026-10-15 EL.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
       program-id. CRECL1.
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
       select allocrulf
          assign to disk alr-dev-name
          organization is indexed
          access is dynamic
          record key is alr-key
          alternate record key is alr-source-key
             with duplicates
          file status is stat-allocrulf.
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
       select msg-logf
          assign to disk log-dev-name
          organization is line sequential
          file status is stat-logf.
      *end {iscobol}file-control
       data division.
       file section.
      *begin {iscobol}file-section
       fd allocrulf label record omitted.
       copy "allocrul.def".
       fd brnf label record omitted.
       copy "branch.def".
       fd costctrf label record omitted.
       copy "costctr.def".
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
       copy "CRECL1.wrk".
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
      *end {iscobol}external-definitions
       linkage section.
      *begin {iscobol}copy-linkage
       copy "CRECL1.lks".
      *end {iscobol}copy-linkage
       screen section.
      *begin {iscobol}copy-screen
       copy "CRECL1.scr".
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
           perform is-screen-1-routine
      *end {iscobol}run-main-screen
      *begin {iscobol}exit-routines
           perform is-exit-rtn
           goback.
      *end {iscobol}exit-routines
      *begin {iscobol}copy-procedure
       copy "ismsg.cpy".
       copy "CRECL1.prd".
       copy "CRECL1.evt".
      *end {iscobol}copy-procedure
