      *begin {iscobol}compiler-directives
      *end {iscobol}compiler-directives
      *begin {iscobol}prog-comment
      *CRECE1.cbl
      *CRECE1.cbl - general-ledger journal export. Turns a closed
      *period's PERBAL.DAT snapshot (the figures CRECP1 froze at
      *close) into a GL journal interface file GLJ<yyyymm>-<seq>.TXT:
      *a batch header, one journal line per branch / cost center
      *carrying the ledger account from GLMAP.DAT (CRECM8), and a
      *trailer with the line count and amount hash. A period not on
      *PERCLOSE.DAT, or already exported and not rejected, is refused;
      *every export is kept on the GLEXPORT.DAT register, which the
      *ledger's acknowledgment file GLJACK.TXT moves on to ACCEPTED or
      *REJECTED. CRECP1 will not reopen a period the ledger holds.
      *Runs from the screen, or under cg1-batch-mode reads the
      *acknowledgments and exports the month before last - the month
      *CRECP1's own batch run closes. 2026-10-15 EL.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
       program-id. CRECE1.
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
       select glmapf
          assign to disk glm-dev-name
          organization is indexed
          access is dynamic
          record key is glm-key
          file status is stat-glmapf.
       select glexportf
          assign to disk gex-dev-name
          organization is indexed
          access is dynamic
          record key is gex-key
          file status is stat-glexportf.
       select gljrnlf
          assign to disk glj-dev-name
          organization is line sequential
          file status is stat-gljrnlf.
       select glackf
          assign to disk gak-dev-name
          organization is line sequential
          file status is stat-glackf.
       select msg-logf
          assign to disk log-dev-name
          organization is line sequential
          file status is stat-logf.
      *end {iscobol}file-control
       data division.
       file section.
      *begin {iscobol}file-section
       fd perclosef label record omitted.
       copy "perclose.def".
       fd perbalf label record omitted.
       copy "perbal.def".
       fd glmapf label record omitted.
       copy "glmap.def".
       fd glexportf label record omitted.
       copy "glexport.def".
       fd gljrnlf label record omitted.
       copy "gljrnl.def".
       fd glackf label record omitted.
       copy "glack.def".
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
       copy "CRECE1.wrk".
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
      *end {iscobol}external-definitions
       linkage section.
      *begin {iscobol}copy-linkage
       copy "CRECE1.lks".
      *end {iscobol}copy-linkage
       screen section.
      *begin {iscobol}copy-screen
       copy "CRECE1.scr".
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
              perform ge-batch-run-rtn
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
       copy "CRECE1.prd".
       copy "CRECE1.evt".
      *end {iscobol}copy-procedure
