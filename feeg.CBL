*     *      writes the general-ledger distribution file for      *
*     *      the Treasurer's system, summarized by bookkeeping    *
*     *      code and collection channel.                         *
*     *      Entries dated on closed days (county calendar,       *
*     *      feebd) post with the next open day  10/15/26 epa     *
*-----*-----------------------------------------------------------*

           select fee-file   assign "\\kcffil01\clk\dat\feefile.dat"
           02 ws-today-dy       pic  9(02).
       01  kb-post-date         pic  9(08).

       01  ws-swp-date          pic  9(08).   *> last open day before the
       01                       redefines     *> posting date - closed days
           ws-swp-date.                       *> after it roll into this
           02 ws-swp-cn         pic  9(02).   *> posting
           02 ws-swp-yr         pic  9(02).   *> 10/15/26 epa
           02 ws-swp-mt         pic  9(02).
           02 ws-swp-dy         pic  9(02).

       copy "feebd.cpb".

       01  ws-doc-cnt           pic  9(05).
       01  ws-skip-cnt          pic  9(05).
       01  ws-no-fee-cnt        pic  9(05).
           if       kb-post-date               >     ws-today
                    display  "Cannot post a future date - today is " ws-today
           else
                    perform  chck-post-date-open.

       chck-post-date-open.   *> a closed day's entries post with the next
                               *> open day, never on their own  10/15/26 epa
           move     "O"                        to    bd-func.
           move     kb-post-date               to    bd-date.
           call     "feebd"                    using bd-parm.
           if       bd-open                    =     "Y"
                    move     kb-post-date      to    ws-post-date
           else
                    display  "Courthouse closed " kb-post-date " " bd-desc
                    display  "- its entries post with the next open day".

       post-scan.
           perform  load-swp-date.
           move     ws-swp-yr                  to    fees-jrnl-year.
           move     ws-swp-mt                  to    fees-jrnl-mnth.
           move     ws-swp-dy                  to    fees-jrnl-days.
           move     zero                       to    fees-jrnl-code.
           move     zero                       to    fees-jrnl-sqnc.

                    at       end               move  "10" to file-stts.
           if       file-stts                  =     "00"
           and      fees-jrnl-year             not = ws-post-yr
           and      fees-jrnl-year             not = ws-swp-yr
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
                    move     "10"              to    file-stts
           else
           if       file-stts                  =     "00"
           and      fees-jrnl-date             >     ws-swp-date
           and      fees-jrnl-date             not > ws-post-date
                    perform  post-one-doc.

       load-swp-date.   *> sweep everything after the last open day so
                         *> weekend and holiday entries are not stranded
                         *> 10/15/26 epa
           move     "P"                        to    bd-func.
           move     ws-post-date               to    bd-date.
           call     "feebd"                    using bd-parm.
           move     bd-rslt-date               to    ws-swp-date.
           if       ws-swp-date                =     zero
                    compute  ws-swp-date       =     ws-post-date - 1.

       post-one-doc.
           if       fees-jrnl-filr             =     "P"
                    add      01                to    ws-skip-cnt
