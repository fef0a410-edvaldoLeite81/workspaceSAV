      *begin {iscobol}compiler-directives
      *end {iscobol}compiler-directives
      *begin {iscobol}prog-comment
      *CRECR1.cbl
      *CRECR1.cbl - bank reconciliation. Load takes one branch
      *account's statement file (BANK<branch>.STM, comma-delimited
      *bank reference, account, value date, amount, description) onto
      *BANKSTMT.DAT, bad or already-loaded lines to the BANK<branch>
      *.SUS suspense file with a reason code, and writes a load
      *register BANK<branch>.CTL the way CRECB1 does for the branch
      *extracts. Match pairs each unmatched statement line with an
      *unmatched TRANSMST.DAT transaction of the same branch and the
      *same amount dated within the window either side of the value
      *date, then pairs the reversals (trans-type R) left over with
      *the originals they net to zero against; every pair is stamped
      *with a match id on both sides. Report prints the unmatched
      *items both ways - in the bank but not keyed, keyed but not in
      *the bank - aged against the as-of date. CRECR2 forces or
      *breaks a match by hand. Under cg1-batch-mode every active
      *branch's statement file present is loaded, then the match and
      *the report run for all branches. 2026-10-15 EL.
      *end {iscobol}prog-comment
       identification division.
      *begin {iscobol}progid
       program-id. CRECR1.
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
       select stmtinf
          assign to disk stmt-dev-name
          organization is line sequential
          file status is stat-stmtinf.
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
       select brnf
          assign to disk brn-dev-name
          organization is indexed
          access is dynamic
          record key is brn-key
          file status is stat-brnf.
       select suspf
          assign to disk susp-dev-name
          organization is line sequential
          file status is stat-suspf.
       select regf
          assign to disk reg-dev-name
          organization is line sequential
          file status is stat-regf.
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
       fd stmtinf label record omitted.
       01 stmtinf-r.
          03 stmtinf-line pic x(160).
       fd bankstmtf label record omitted.
       copy "bankstmt.def".
       fd transmstf label record omitted.
       copy "transmst.def".
       fd brnf label record omitted.
       copy "branch.def".
       fd suspf label record omitted.
       01 suspf-r.
          03 suspf-line pic x(166).
       fd regf label record omitted.
       01 regf-r.
          03 regf-line pic x(120).
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
       copy "CRECR1.wrk".
      *end {iscobol}copy-working
      *begin {iscobol}external-definitions
      *end {iscobol}external-definitions
       linkage section.
      *begin {iscobol}copy-linkage
       copy "CRECR1.lks".
      *end {iscobol}copy-linkage
       screen section.
      *begin {iscobol}copy-screen
       copy "CRECR1.scr".
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
              perform rm-batch-run-rtn
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
       copy "CRECR1.prd".
       copy "CRECR1.evt".
      *end {iscobol}copy-procedure
