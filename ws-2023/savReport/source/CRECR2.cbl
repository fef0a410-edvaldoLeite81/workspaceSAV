      *begin {iscobol}compiler-directives
      *end {iscobol}compiler-directives
      *begin {iscobol}prog-comment
      *CRECR2.cbl
      *CRECR2.cbl - bank reconciliation, manual matching. Match
      *forces a statement line (BANKSTMT.DAT, by branch and bank
      *reference) and a TRANSMST.DAT transaction together that the
      *CRECR1 match run could not pair - split deposits, bank charges
      *keyed as one adjustment, a clearing lag wider than the window.
      *A line already matched takes further transactions into its
      *match, and an unmatched line can join a transaction's match,
      *so one line can settle several transactions and the other way
      *round. Break undoes a whole match, forced or automatic, on
      *both sides; the items fall back to unmatched for the next
      *run. 2026-10-15 EL.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
       program-id. CRECR2.
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
       select bankstmtf
          assign to disk bst-dev-name
          organization is indexed
          access is dynamic
          record key is bst-key
          file status is stat-bankstmtf.
       select transmstf
          assign to disk trans-dev-name
          organization is indexed
          access is dynamic
          record key is trans-key
          alternate record key is trans-group-key
             with duplicates
          file status is stat-transmstf.
       select msg-logf
          assign to disk log-dev-name
          organization is line sequential
          file status is stat-logf.
      *end {iscobol}file-control
       data division.
       file section.
      *begin {iscobol}file-section
       fd bankstmtf label record omitted.
       copy "bankstmt.def".
       fd transmstf label record omitted.
       copy "transmst.def".
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
       copy "CRECR2.wrk".
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
      *end {iscobol}external-definitions
       linkage section.
      *begin {iscobol}copy-linkage
       copy "CRECR2.lks".
      *end {iscobol}copy-linkage
       screen section.
      *begin {iscobol}copy-screen
       copy "CRECR2.scr".
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
       copy "CRECR2.prd".
       copy "CRECR2.evt".
      *end {iscobol}copy-procedure
