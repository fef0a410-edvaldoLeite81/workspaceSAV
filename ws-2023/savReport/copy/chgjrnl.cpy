      *begin {iscobol}chgjrnl-paragraphs
      * chgjrnl.cpy - the change-journal paragraphs shared by every
      * program that maintains a journalled master (chgjrnl.def).
      * The caller selects chgjrnlf on jrn-dev-name with status
      * stat-chgjrnlf (88s -ok "00", -dup "22", -missing "35") and
      * carries jrn-ready. The journal is opened with the master and
      * held open i-o; while it cannot be opened jrn-ready stays "N"
      * and the caller refuses every change (jrn-refuse-rtn) - a
      * master change nobody can account for is exactly what the
      * journal exists to prevent. For each change the caller
      * performs jrn-begin-rtn, fills jrn-file-id / jrn-rec-key,
      * the action and the before image, makes the change, and on a
      * good status moves the after image and performs
      * jrn-write-rtn. The user is cg1-user-id, the program
      * ismsg-caller-pgm.
      * 2026-10-15 EL: created.
       jrn-open-rtn.
           move "N" to jrn-ready
           open i-o chgjrnlf
           if stat-chgjrnlf-missing
              open output chgjrnlf
              close chgjrnlf
              open i-o chgjrnlf
           end-if
           if stat-chgjrnlf-ok
              move "Y" to jrn-ready
           else
              set ismsg-is-error to true
              move spaces to ismsg-text
              string "Change journal open failed, status "
                     stat-chgjrnlf delimited by size
                     " on " delimited by size
                     jrn-dev-name delimited by space
                     " - changes are refused" delimited by size
                into ismsg-text
              end-string
              perform is-msg-display-error
           end-if.

       jrn-close-rtn.
           if jrn-ready = "Y"
              close chgjrnlf
              move "N" to jrn-ready
           end-if.

       jrn-refuse-rtn.
           set ismsg-is-error to true
           move spaces to ismsg-text
           string "Change journal " delimited by size
                  jrn-dev-name delimited by space
                  " is not open - nothing can be changed"
                  delimited by size
             into ismsg-text
           end-string
           perform is-msg-display-error.

      * a fresh record: both images blank, action add until the
      * caller finds the record already on file.
       jrn-begin-rtn.
           move spaces to chgjrnlf-r
           set jrn-is-add to true.

      * a Save that changed nothing is not journalled. Two changes
      * inside the same hundredth of a second take the next sequence
      * number.
       jrn-write-rtn.
           if jrn-is-change and jrn-after = jrn-before
              continue
           else
              move cg1-user-id to jrn-user-id
              move ismsg-caller-pgm to jrn-program
              accept jrn-date from date yyyymmdd
              accept jrn-time from time
              move 0 to jrn-seq
              write chgjrnlf-r
              perform jrn-next-seq-rtn
                 until not stat-chgjrnlf-dup
                    or jrn-seq = 999
              if not stat-chgjrnlf-ok
                 set ismsg-is-error to true
                 move spaces to ismsg-text
                 string "Change journal write failed, status "
                        stat-chgjrnlf delimited by size
                        " - " delimited by size
                        jrn-file-id delimited by space
                        " " delimited by size
                        jrn-rec-key delimited by "  "
                        " changed unjournalled" delimited by size
                   into ismsg-text
                 end-string
                 perform is-msg-display-error
              end-if
           end-if.

       jrn-next-seq-rtn.
           add 1 to jrn-seq
           write chgjrnlf-r.
      *end {iscobol}chgjrnl-paragraphs
