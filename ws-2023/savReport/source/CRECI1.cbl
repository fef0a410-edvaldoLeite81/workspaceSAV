      *begin {iscobol}compiler-directives
      *end {iscobol}compiler-directives
      *begin {iscobol}prog-comment
      *CRECI1.cbl
      *CRECI1.cbl - online balance inquiry with drill-down.
      *Level 1 lists the period balances of one accounting period
      *by branch / cost center - the PERBAL.DAT snapshot when the
      *period is closed (the figures that went out), computed from
      *the live rows of TRANSMST.DAT and the period's TRANS<yyyy>.DAT
      *history year when it is open. Level 2 drills one branch /
      *cost center into the transactions behind its figure, read
      *from the history year and the live master together. Level 3
      *shows one transaction - reported flag, approval, period
      *closed or open - and follows a reversal or adjustment to the
      *original it offsets. Only the branches the user's
      *SECUSER.DAT record grants are shown, as in CRECX1; Print
      *puts the current level on the printer.
      *2026-10-15 EL.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
       program-id. CRECI1.
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
       copy "CRECI1.wrk".
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
      *end {iscobol}external-definitions
       linkage section.
      *begin {iscobol}copy-linkage
       copy "CRECI1.lks".
      *end {iscobol}copy-linkage
       screen section.
      *begin {iscobol}copy-screen
       copy "CRECI1.scr".
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
       copy "CRECI1.prd".
       copy "CRECI1.evt".
      *end {iscobol}copy-procedure
