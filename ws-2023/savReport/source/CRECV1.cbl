      *begin {iscobol}compiler-directives
      *end {iscobol}compiler-directives
      *begin {iscobol}prog-comment
      *CRECV1.cbl
      *CRECV1.cbl - cross-file integrity check. Read-only: it
      *changes nothing, it reports. Four families of check, each
      *exception printed on the exceptions register with a category
      *and a severity - ERROR where a reference no longer resolves or
      *figures disagree, WARN where something still works but should
      *be looked at: a reversal or adjustment whose original is
      *missing or archived (XREF); a closed period whose PERBAL.DAT
      *snapshot no longer agrees with its live transactions (PERBAL);
      *a transaction on both TRANSMST.DAT and its TRANS<yyyy>.DAT
      *history year (DUPLICATE); and BUDGET / RPTRCPT / RPTSCHED /
      *SECUSER rows naming branches, cost centers or report ids that
      *are inactive or gone (REFERENCE). The register ends with a
      *CLEAN / DIRTY summary and cg1-return-status is "20" when any
      *error was found, so the CRECS1 dispatcher can log it - run it
      *before CRECP1 closes a month and after CRECH2 archives a year.
      *2026-10-15 EL.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
       program-id. CRECV1.
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
       select transhstf
          assign to disk transhst-dev-name
          organization is indexed
          access is dynamic
          record key is hst-trans-key
          alternate record key is hst-group-key
             with duplicates
          file status is stat-transhstf.
       select perclosef
          assign to disk pcl-dev-name
          organization is indexed
          access is dynamic
          record key is pcl-key
          file status is stat-perclosef.
       select perbalf
          assign to disk pbl-dev-name
          organization is indexed
          access is dynamic
          record key is pbl-key
          file status is stat-perbalf.
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
       select rptdeff
          assign to disk rptdef-dev-name
          organization is indexed
          access is dynamic
          record key is rpd-key
          file status is stat-rptdeff.
       select budgetf
          assign to disk bud-dev-name
          organization is indexed
          access is dynamic
          record key is bud-key
          file status is stat-budgetf.
       select rcptf
          assign to disk rcpt-dev-name
          organization is indexed
          access is dynamic
          record key is rcp-key
          file status is stat-rcptf.
       select schedf
          assign to disk sched-dev-name
          organization is indexed
          access is dynamic
          record key is sch-key
          file status is stat-schedf.
       select secusrf
          assign to disk secusr-dev-name
          organization is indexed
          access is dynamic
          record key is sec-key
          file status is stat-secusrf.
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
       fd transhstf label record omitted.
       copy "transhst.def".
       fd perclosef label record omitted.
       copy "perclose.def".
       fd perbalf label record omitted.
       copy "perbal.def".
       fd brnf label record omitted.
       copy "branch.def".
       fd costctrf label record omitted.
       copy "costctr.def".
       fd rptdeff label record omitted.
       copy "rptdef.def".
       fd budgetf label record omitted.
       copy "budget.def".
       fd rcptf label record omitted.
       copy "rptrcpt.def".
       fd schedf label record omitted.
       copy "rptsched.def".
       fd secusrf label record omitted.
       copy "secuser.def".
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
       copy "CRECV1.wrk".
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
      *end {iscobol}external-definitions
       linkage section.
      *begin {iscobol}copy-linkage
       copy "CRECV1.lks".
      *end {iscobol}copy-linkage
       screen section.
      *begin {iscobol}copy-screen
       copy "CRECV1.scr".
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
              perform iv-batch-run-rtn
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
       copy "CRECV1.prd".
       copy "CRECV1.evt".
      *end {iscobol}copy-procedure
