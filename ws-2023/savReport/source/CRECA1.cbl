      *begin {iscobol}compiler-directives
      *end {iscobol}compiler-directives
      *begin {iscobol}prog-comment
      *CRECA1.cbl
      *CRECA1.cbl - maker-checker approval queue for TRANSMST.DAT.
      *CRECM1 saves a reversal or adjustment, and any entry over its
      *branch's approval limit (BRANCH.DAT, CRECM5), as PENDING under
      *the user who keyed it; nothing pending reaches a report, the
      *period close, the archive or the bank match. Here a second
      *user pages through the pending entries of the branches their
      *SECUSER.DAT record grants and approves or rejects each one,
      *with a reason; approver, date and reason are stamped on the
      *transaction. The user who keyed an entry can never release it.
      *2026-10-15 EL.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
       program-id. CRECA1.
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
       select secusrf
          assign to disk secusr-dev-name
          organization is indexed
          access is dynamic
          record key is sec-key
          file status is stat-secusrf.
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
       fd secusrf label record omitted.
       copy "secuser.def".
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
       copy "CRECA1.wrk".
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
      *end {iscobol}external-definitions
       linkage section.
      *begin {iscobol}copy-linkage
       copy "CRECA1.lks".
      *end {iscobol}copy-linkage
       screen section.
      *begin {iscobol}copy-screen
       copy "CRECA1.scr".
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
       copy "CRECA1.prd".
       copy "CRECA1.evt".
      *end {iscobol}copy-procedure
