      *begin {iscobol}compiler-directives
      *end {iscobol}compiler-directives
      *begin {iscobol}prog-comment
      *CRECJ1.cbl
      *CRECJ1.cbl - change journal inquiry. CRECM2-CRECM7 and
      *CRECS1 write a CHGJRNL.DAT record for every add, change and
      *delete of a report definition, security grant, recipient,
      *branch, cost center, budget row or schedule, with the record
      *as it was before and as it is after. Here the journal is
      *listed newest first, filtered by file, key, user and date
      *range, and one entry is opened to show its fields side by
      *side - before and after, changed fields only for a change.
      *2026-10-15 EL.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
       program-id. CRECJ1.
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
       select chgjrnlf
          assign to disk jrn-dev-name
          organization is indexed
          access is dynamic
          record key is jrn-key
          file status is stat-chgjrnlf.
       select msg-logf
          assign to disk log-dev-name
          organization is line sequential
          file status is stat-logf.
      *end {iscobol}file-control
       data division.
       file section.
      *begin {iscobol}file-section
       fd chgjrnlf label record omitted.
       copy "chgjrnl.def".
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
       copy "CRECJ1.wrk".
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
      *end {iscobol}external-definitions
       linkage section.
      *begin {iscobol}copy-linkage
       copy "CRECJ1.lks".
      *end {iscobol}copy-linkage
       screen section.
      *begin {iscobol}copy-screen
       copy "CRECJ1.scr".
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
       copy "CRECJ1.prd".
       copy "CRECJ1.evt".
      *end {iscobol}copy-procedure
